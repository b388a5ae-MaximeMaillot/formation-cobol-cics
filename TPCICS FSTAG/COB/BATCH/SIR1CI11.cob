      *======================================================*
      *   PROGRAMME BATCH - CHARGEMENT DU REPERTOIRE SIRENE  *
      *   DES ETABLISSEMENTS (FSIRE11) DEPUIS L'EXTRAIT      *
      *   PUBLIC (SIRET, ETAT ADMINISTRATIF, DATE DE L'ETAT, *
      *   DENOMINATION) : LE REPERTOIRE EST RECONSTRUIT EN   *
      *   TOTALITE AVANT LE CONTROLE DES EMPLOYEURS PAR      *
      *   SIR2CI11                                           *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIR1CI11.

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
           SELECT EXTRAIT-FILE ASSIGN TO SIRENE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRAIT-STATUT.

           SELECT FSIRE-FILE ASSIGN TO FSIRE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SIR-SIRET
               FILE STATUS IS FSIRE-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

      *    EXTRAIT PUBLIC MIS EN COLONNES FIXES, SEPARATEUR ';'
      *    (DATE DE L'ETAT AU FORMAT PUBLIE AAAA-MM-JJ)
       FD  EXTRAIT-FILE.
       01  EXTRAIT-REC.
           05 EXT-SIRET               PIC X(14).
           05 FILLER                  PIC X(1).
           05 EXT-ETAT                PIC X(1).
           05 FILLER                  PIC X(1).
           05 EXT-DATE-ETAT.
             10 EXT-DATE-AAAA         PIC X(4).
             10 FILLER                PIC X(1).
             10 EXT-DATE-MM           PIC X(2).
             10 FILLER                PIC X(1).
             10 EXT-DATE-JJ           PIC X(2).
           05 FILLER                  PIC X(1).
           05 EXT-DENOMINATION        PIC X(60).

       FD  FSIRE-FILE.
       COPY CSIRE.

       WORKING-STORAGE SECTION.

       01 EXTRAIT-STATUT              PIC X(2).
         88 EXTRAIT-OK                VALUE '00'.
         88 EXTRAIT-FIN               VALUE '10'.

       01 FSIRE-STATUT                PIC X(2).
         88 FSIRE-OK                  VALUE '00'.

       01 W-FIN-FICHIER               PIC 9.
         88 FIN-FICHIER-OUI           VALUE 1.
         88 FIN-FICHIER-NON           VALUE 0.

       01 W-NB-CHARGES                PIC 9(9) VALUE 0.
       01 W-NB-FERMES                 PIC 9(9) VALUE 0.
       01 W-NB-REJETES                PIC 9(7) VALUE 0.

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
           OPEN INPUT EXTRAIT-FILE
           IF NOT EXTRAIT-OK
              DISPLAY 'SIR1CI11 - OUVERTURE SIRENE IMPOSSIBLE : '
                      EXTRAIT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

      *        RECONSTRUCTION TOTALE : LE CLUSTER EST REDEFINI PAR
      *        L'IDCAMS DU JCL AVANT CE CHARGEMENT
           OPEN OUTPUT FSIRE-FILE
           IF NOT FSIRE-OK
              DISPLAY 'SIR1CI11 - OUVERTURE FSIRE11 IMPOSSIBLE : '
                      FSIRE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       20000-TRAIT-CHARGEMENT.
      *----------------------*
           SET FIN-FICHIER-NON TO TRUE
           PERFORM UNTIL FIN-FICHIER-OUI
              READ EXTRAIT-FILE
                 AT END
                    SET FIN-FICHIER-OUI TO TRUE
                 NOT AT END
                    PERFORM 21000-CHARGE-ETABLISSEMENT
              END-READ
           END-PERFORM
           .

       21000-CHARGE-ETABLISSEMENT.
      *----------------------*
      *    SIRET SUR 14 CHIFFRES, ETAT ACTIF (A) OU FERME (F) ; LA
      *    LIGNE D'EN-TETE DE L'EXTRAIT TOMBE DANS LES REJETS
           IF EXT-SIRET IS NOT NUMERIC
              OR (EXT-ETAT NOT = 'A' AND EXT-ETAT NOT = 'F')
              ADD 1 TO W-NB-REJETES
              DISPLAY 'SIR1CI11 - LIGNE REJETEE : ' EXTRAIT-REC(1:40)
           ELSE
              MOVE EXT-SIRET        TO E-SIR-SIRET
              MOVE EXT-ETAT         TO E-SIR-ETAT
              MOVE SPACE            TO E-SIR-DATE-ETAT
              IF EXT-DATE-AAAA IS NUMERIC
                 AND EXT-DATE-MM IS NUMERIC
                 AND EXT-DATE-JJ IS NUMERIC
                 MOVE EXT-DATE-AAAA TO E-SIR-DATE-ETAT(1:4)
                 MOVE EXT-DATE-MM   TO E-SIR-DATE-ETAT(5:2)
                 MOVE EXT-DATE-JJ   TO E-SIR-DATE-ETAT(7:2)
              END-IF
              MOVE EXT-DENOMINATION TO E-SIR-DENOMINATION
              WRITE E-ETABLISSEMENT
                 INVALID KEY
      *             DOUBLON DANS L'EXTRAIT PUBLIE : SANS GRAVITE
                    CONTINUE
                 NOT INVALID KEY
                    ADD 1 TO W-NB-CHARGES
                    IF SIR-FERME
                       ADD 1 TO W-NB-FERMES
                    END-IF
              END-WRITE
           END-IF
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE EXTRAIT-FILE
           CLOSE FSIRE-FILE

           DISPLAY 'SIR1CI11 - CHARGEMENT TERMINE - '
                   W-NB-CHARGES ' ETABLISSEMENT(S) DONT '
                   W-NB-FERMES ' FERME(S) / '
                   W-NB-REJETES ' REJET(S)'
           .
