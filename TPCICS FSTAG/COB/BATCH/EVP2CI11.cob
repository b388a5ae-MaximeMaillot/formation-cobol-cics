      *======================================================*
      *   PROGRAMME BATCH - RELANCE DES EVALUATIONS DE FIN   *
      *   DE PLACEMENT : PARCOURT LES PLACEMENTS FPLAC11 ET  *
      *   EDITE CEUX TERMINES DEPUIS PLUS DE FPARM11         *
      *   EVP-DELAI JOURS (DEFAUT 15) SANS EVALUATION DE FIN *
      *   (TYPE 'F') DU TUTEUR DANS FEVPL11, AVEC LE         *
      *   STAGIAIRE, L'EMPLOYEUR ET LE TUTEUR A RELANCER.    *
      *   LES PLACEMENTS ANNULES ET SANS EMPLOYEUR SONT      *
      *   IGNORES. SAISIE DES EVALUATIONS SUR EVP1CI11       *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVP2CI11.

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
           SELECT FPLAC-FILE ASSIGN TO FPLAC11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-PLA-CLE
               FILE STATUS IS FPLAC-STATUT.

           SELECT FEVPL-FILE ASSIGN TO FEVPL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-EVP-CLE
               FILE STATUS IS FEVPL-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FEMPL-FILE ASSIGN TO FEMPL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-EMP-CODE
               FILE STATUS IS FEMPL-STATUT.

           SELECT FTUTE-FILE ASSIGN TO FTUTE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-TUT-CLE
               FILE STATUS IS FTUTE-STATUT.

           SELECT FPARM-FILE ASSIGN TO FPARM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PAR-CLE
               FILE STATUS IS FPARM-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTEVP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FPLAC-FILE.
       COPY CPLAC.

       FD  FEVPL-FILE.
       COPY CEVPL.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FEMPL-FILE.
       COPY CEMPL.

       FD  FTUTE-FILE.
       COPY CTUTE.

       FD  FPARM-FILE.
       COPY CPARM.

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FPLAC-STATUT                PIC X(2).
         88 FPLAC-OK                  VALUE '00'.
         88 FPLAC-FIN                 VALUE '10'.

       01 FEVPL-STATUT                PIC X(2).
         88 FEVPL-OK                  VALUE '00'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FEMPL-STATUT                PIC X(2).
         88 FEMPL-OK                  VALUE '00'.

       01 FTUTE-STATUT                PIC X(2).
         88 FTUTE-OK                  VALUE '00'.

       01 FPARM-STATUT                PIC X(2).
         88 FPARM-OK                  VALUE '00'.
         88 FPARM-ABSENT              VALUE '35'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-DATE-SYS                  PIC 9(8).

      *------------------------------------------------------*
      *   DELAI EN JOURS CALENDAIRES APRES LA FIN DU           *
      *   PLACEMENT (FPARM11 EVP-DELAI, DEFAUT COMPILE)        *
      *------------------------------------------------------*
       01 W-DELAI-EVAL                PIC 9(4) VALUE 15.

      *------------------------------------------------------*
      *   AGE DE LA FIN DU PLACEMENT : LES DATES SONT          *
      *   RAMENEES A UN NUMERO DE JOUR CONTINU (DECOUPAGE     *
      *   JULIEN, LES ANNEES BISSEXTILES SONT ABSORBEES PAR   *
      *   LA FORMULE)                                         *
      *------------------------------------------------------*
       01 W-SER-DATE.
           05 W-SER-AAAA              PIC 9(4).
           05 W-SER-MM                PIC 9(2).
           05 W-SER-JJ                PIC 9(2).
       01 W-SER-AN                    PIC S9(5).
       01 W-SER-MOIS                  PIC S9(3).
       01 W-SERIAL                    PIC S9(8).
       01 W-SERIAL-JOUR               PIC S9(8).
       01 W-AGE-JOURS                 PIC S9(8).

      *------------------------------------------------------*
      *   COMPTEURS                                           *
      *------------------------------------------------------*
       01 W-NB-PLACEMENTS             PIC 9(7) VALUE 0.
       01 W-NB-TERMINES               PIC 9(7) VALUE 0.
       01 W-NB-EVALUES                PIC 9(7) VALUE 0.
       01 W-NB-RELANCES               PIC 9(7) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES D'EDITION                                   *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(50) VALUE
              'PLACEMENTS TERMINES SANS EVALUATION DE FIN TUTEUR'.
           05 FILLER                  PIC X(10) VALUE ' - DELAI '.
           05 W-TIT-DELAI             PIC ZZZ9.
           05 FILLER                  PIC X(7)  VALUE ' JOURS'.

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(10) VALUE 'NUMERO SQ'.
           05 FILLER                  PIC X(37) VALUE 'STAGIAIRE'.
           05 FILLER                  PIC X(10) VALUE 'FIN'.
           05 FILLER                  PIC X(8)  VALUE 'AGE'.
           05 FILLER                  PIC X(32) VALUE 'EMPLOYEUR'.
           05 FILLER                  PIC X(30) VALUE 'TUTEUR'.

       01 W-LIGNE-PLACEMENT.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-SEQ               PIC 9(2).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-PRENOM            PIC X(15).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-FIN               PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LIG-AGE               PIC ZZZ9.
           05 FILLER                  PIC X(2)  VALUE ' J'.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LIG-EMPLOYEUR         PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-RAISON            PIC X(25).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-TUTEUR            PIC X(2).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-TUT-NOM           PIC X(30).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(13) VALUE 'PLACEMENTS : '.
           05 W-TOT-PLACEMENTS        PIC ZZZZZZ9.
           05 FILLER                  PIC X(13) VALUE '  TERMINES : '.
           05 W-TOT-TERMINES          PIC ZZZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  EVALUES : '.
           05 W-TOT-EVALUES           PIC ZZZZZZ9.
           05 FILLER                  PIC X(13) VALUE '  A RELANCER '.
           05 FILLER                  PIC X(2)  VALUE ': '.
           05 W-TOT-RELANCES          PIC ZZZZZZ9.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-PLACEMENTS
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD

           MOVE W-DATE-SYS TO W-SER-DATE
           PERFORM 50000-DATE-EN-SERIAL
           MOVE W-SERIAL TO W-SERIAL-JOUR

           OPEN INPUT FPLAC-FILE
           IF NOT FPLAC-OK
              DISPLAY 'EVP2CI11 - OUVERTURE FPLAC11 IMPOSSIBLE : '
                      FPLAC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FEVPL-FILE
           IF NOT FEVPL-OK
              DISPLAY 'EVP2CI11 - OUVERTURE FEVPL11 IMPOSSIBLE : '
                      FEVPL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'EVP2CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FEMPL-FILE
           IF NOT FEMPL-OK
              DISPLAY 'EVP2CI11 - OUVERTURE FEMPL11 IMPOSSIBLE : '
                      FEMPL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FTUTE-FILE
           IF NOT FTUTE-OK
              DISPLAY 'EVP2CI11 - OUVERTURE FTUTE11 IMPOSSIBLE : '
                      FTUTE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'EVP2CI11 - OUVERTURE RPTEVP IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 11000-LIT-PARAMETRES

           MOVE W-DELAI-EVAL TO W-TIT-DELAI
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           .

      *--------------------------------------------------------*
      *   DELAI RELU DU FICHIER DE PARAMETRES ; LA VALEUR       *
      *   COMPILEE RESTE LE DEFAUT SI LE PARAMETRE OU LE        *
      *   FICHIER EST ABSENT                                    *
      *--------------------------------------------------------*
       11000-LIT-PARAMETRES.
      *----------------------*
           OPEN INPUT FPARM-FILE
           EVALUATE TRUE
              WHEN FPARM-OK
                 MOVE 'EVP-DELAI   ' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-PAR-VALEUR > 0
                          MOVE E-PAR-VALEUR TO W-DELAI-EVAL
                       END-IF
                 END-READ
                 CLOSE FPARM-FILE
              WHEN FPARM-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'EVP2CI11 - OUVERTURE FPARM11 KO : '
                         FPARM-STATUT
           END-EVALUATE
           .

       20000-TRAIT-PLACEMENTS.
      *----------------------*
           PERFORM 21000-LIT-PLACEMENT
             UNTIL FPLAC-FIN
           .

       21000-LIT-PLACEMENT.
      *----------------------*
           READ FPLAC-FILE NEXT RECORD
              AT END
                 SET FPLAC-FIN TO TRUE
              NOT AT END
                 ADD 1 TO W-NB-PLACEMENTS
                 PERFORM 22000-CONTROLE-PLACEMENT
           END-READ
           .

      *--------------------------------------------------------*
      *   UN PLACEMENT EST RETENU S'IL N'EST PAS ANNULE, S'IL   *
      *   A UN EMPLOYEUR D'ACCUEIL ET UNE DATE DE FIN VALIDE    *
      *   DEPASSEE DE PLUS DU DELAI, SANS EVALUATION DE FIN     *
      *--------------------------------------------------------*
       22000-CONTROLE-PLACEMENT.
      *----------------------*
           IF PLA-ANNULE
              OR E-PLA-CODE-EMPLOYEUR = SPACE OR LOW-VALUE
              OR E-PLA-DATE-FIN IS NOT NUMERIC
              CONTINUE
           ELSE
              MOVE E-PLA-DATE-FIN(5:4) TO W-SER-DATE(1:4)
              MOVE E-PLA-DATE-FIN(3:2) TO W-SER-DATE(5:2)
              MOVE E-PLA-DATE-FIN(1:2) TO W-SER-DATE(7:2)
              PERFORM 50000-DATE-EN-SERIAL
              COMPUTE W-AGE-JOURS = W-SERIAL-JOUR - W-SERIAL

              IF W-AGE-JOURS > W-DELAI-EVAL
                 ADD 1 TO W-NB-TERMINES
                 MOVE E-PLA-NUMERO TO E-EVP-NUMERO
                 MOVE E-PLA-SEQ    TO E-EVP-SEQ
                 SET EVP-FIN       TO TRUE
                 READ FEVPL-FILE
                    INVALID KEY
                       PERFORM 23000-EDITE-RELANCE
                    NOT INVALID KEY
                       ADD 1 TO W-NB-EVALUES
                 END-READ
              END-IF
           END-IF
           .

       23000-EDITE-RELANCE.
      *----------------------*
           ADD 1 TO W-NB-RELANCES

           MOVE E-PLA-NUMERO         TO W-LIG-NUMERO
           MOVE E-PLA-SEQ            TO W-LIG-SEQ
           MOVE E-PLA-DATE-FIN       TO W-LIG-FIN
           MOVE W-AGE-JOURS          TO W-LIG-AGE
           MOVE E-PLA-CODE-EMPLOYEUR TO W-LIG-EMPLOYEUR
           MOVE E-PLA-TUTEUR         TO W-LIG-TUTEUR

           MOVE E-PLA-NUMERO TO E-NUMERO
           READ FSTAG-FILE
              INVALID KEY
                 MOVE '(DOSSIER ABSENT)' TO W-LIG-NOM
                 MOVE SPACE              TO W-LIG-PRENOM
              NOT INVALID KEY
                 MOVE E-NOM              TO W-LIG-NOM
                 MOVE E-PRENOM           TO W-LIG-PRENOM
           END-READ

           MOVE E-PLA-CODE-EMPLOYEUR TO E-EMP-CODE
           READ FEMPL-FILE
              INVALID KEY
                 MOVE '(EMPLOYEUR INCONNU)' TO W-LIG-RAISON
              NOT INVALID KEY
                 MOVE E-EMP-RAISON          TO W-LIG-RAISON
           END-READ

           IF E-PLA-TUTEUR = SPACE OR LOW-VALUE
              MOVE '(TUTEUR NON DESIGNE)'   TO W-LIG-TUT-NOM
           ELSE
              MOVE E-PLA-CODE-EMPLOYEUR     TO E-TUT-EMPLOYEUR
              MOVE E-PLA-TUTEUR             TO E-TUT-SEQ
              READ FTUTE-FILE
                 INVALID KEY
                    MOVE '(TUTEUR INCONNU)' TO W-LIG-TUT-NOM
                 NOT INVALID KEY
                    MOVE E-TUT-NOM          TO W-LIG-TUT-NOM
              END-READ
           END-IF

           WRITE RPT-LIGNE FROM W-LIGNE-PLACEMENT
           .

       50000-DATE-EN-SERIAL.
      *----------------------*
      *    NUMERO DE JOUR CONTINU (L'ANNEE COMMENCE EN MARS :
      *    LES 29 FEVRIER SONT AINSI ABSORBES PAR LA FORMULE)
           IF W-SER-MM < 3
              COMPUTE W-SER-AN   = W-SER-AAAA - 1
              COMPUTE W-SER-MOIS = W-SER-MM + 12
           ELSE
              MOVE W-SER-AAAA TO W-SER-AN
              MOVE W-SER-MM   TO W-SER-MOIS
           END-IF
           COMPUTE W-SERIAL = 365 * W-SER-AN
                 + W-SER-AN / 4 - W-SER-AN / 100 + W-SER-AN / 400
                 + (153 * (W-SER-MOIS + 1)) / 5
                 + W-SER-JJ
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE W-NB-PLACEMENTS TO W-TOT-PLACEMENTS
           MOVE W-NB-TERMINES   TO W-TOT-TERMINES
           MOVE W-NB-EVALUES    TO W-TOT-EVALUES
           MOVE W-NB-RELANCES   TO W-TOT-RELANCES
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FPLAC-FILE
           CLOSE FEVPL-FILE
           CLOSE FSTAG-FILE
           CLOSE FEMPL-FILE
           CLOSE FTUTE-FILE
           CLOSE RPT-FILE

           DISPLAY 'EVP2CI11 - CONTROLE TERMINE - ' W-NB-PLACEMENTS
                   ' PLACEMENT(S) / ' W-NB-RELANCES
                   ' EVALUATION(S) DE FIN A RELANCER'

           IF W-NB-RELANCES > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
