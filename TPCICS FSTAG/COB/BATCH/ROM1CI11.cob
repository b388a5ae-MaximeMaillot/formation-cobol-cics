      *======================================================*
      *   PROGRAMME BATCH - CHARGEMENT DU REFERENTIEL DES    *
      *   METIERS (FROME11) DEPUIS LA TABLE ROME PUBLIEE     *
      *   (CODE METIER + LIBELLE) : LE REFERENTIEL EST       *
      *   RECONSTRUIT EN TOTALITE                            *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROM1CI11.

      *======================================================*
      *   E N V I R O N M E N T       D I V I S I O N        *
      *======================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABLE-FILE ASSIGN TO TABLEROM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TABLE-STATUT.

           SELECT FROME-FILE ASSIGN TO FROME11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-ROM-CODE
               FILE STATUS IS FROME-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  TABLE-FILE.
       01  TABLE-REC.
           05 TAB-CODE.
             10 TAB-DOMAINE           PIC X(1).
             10 TAB-RANG              PIC X(4).
           05 FILLER                  PIC X(1).
           05 TAB-LIBELLE             PIC X(60).
           05 FILLER                  PIC X(14).

       FD  FROME-FILE.
       COPY CROME.

       WORKING-STORAGE SECTION.

       01 TABLE-STATUT                PIC X(2).
         88 TABLE-OK                  VALUE '00'.
         88 TABLE-FIN                 VALUE '10'.

       01 FROME-STATUT                PIC X(2).
         88 FROME-OK                  VALUE '00'.

       01 W-FIN-FICHIER               PIC 9.
         88 FIN-FICHIER-OUI           VALUE 1.
         88 FIN-FICHIER-NON           VALUE 0.

       01 W-NB-CHARGES                PIC 9(7) VALUE 0.
       01 W-NB-REJETES                PIC 9(5) VALUE 0.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-CHARGEMENT
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           OPEN INPUT TABLE-FILE
           IF NOT TABLE-OK
              DISPLAY 'ROM1CI11 - OUVERTURE TABLEROM IMPOSSIBLE : '
                      TABLE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

      *        RECONSTRUCTION TOTALE : LE CLUSTER EST REDEFINI PAR
      *        L'IDCAMS DU JCL AVANT CE CHARGEMENT
           OPEN OUTPUT FROME-FILE
           IF NOT FROME-OK
              DISPLAY 'ROM1CI11 - OUVERTURE FROME11 IMPOSSIBLE : '
                      FROME-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       20000-TRAIT-CHARGEMENT.
      *----------------------*
           SET FIN-FICHIER-NON TO TRUE
           PERFORM UNTIL FIN-FICHIER-OUI
              READ TABLE-FILE
                 AT END
                    SET FIN-FICHIER-OUI TO TRUE
                 NOT AT END
                    PERFORM 21000-CHARGE-METIER
              END-READ
           END-PERFORM
           .

       21000-CHARGE-METIER.
      *----------------------*
      *    CODE ROME : UNE LETTRE DE GRAND DOMAINE (A A N) SUIVIE
      *    DE QUATRE CHIFFRES
           IF TAB-DOMAINE < 'A' OR TAB-DOMAINE > 'N'
              OR TAB-RANG IS NOT NUMERIC
              OR TAB-LIBELLE = SPACE
              ADD 1 TO W-NB-REJETES
              DISPLAY 'ROM1CI11 - LIGNE REJETEE : ' TABLE-REC(1:40)
           ELSE
              MOVE TAB-CODE    TO E-ROM-CODE
              MOVE TAB-LIBELLE TO E-ROM-LIBELLE
              WRITE E-METIER
                 INVALID KEY
      *             DOUBLON DANS LA TABLE PUBLIEE : SANS GRAVITE
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO W-NB-CHARGES
              END-WRITE
           END-IF
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE TABLE-FILE
           CLOSE FROME-FILE

           DISPLAY 'ROM1CI11 - CHARGEMENT TERMINE - '
                   W-NB-CHARGES ' METIER(S) / '
                   W-NB-REJETES ' REJET(S)'
           .
