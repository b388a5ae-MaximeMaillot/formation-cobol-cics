      *======================================================*
      *   PROGRAMME BATCH - PLACEMENTS EN COURS CHEZ LES     *
      *   EMPLOYEURS SUSPENDUS OU SOUS SURVEILLANCE :        *
      *   PARCOURT LES PLACEMENTS ACTIFS FPLAC11 ET EDITE    *
      *   CEUX DONT L'EMPLOYEUR D'ACCUEIL (FEMPL11) EST      *
      *   SUSPENDU (S) OU SOUS SURVEILLANCE (V), AVEC LE     *
      *   STAGIAIRE ET LE GESTIONNAIRE DU DOSSIER CHARGE     *
      *   D'AGIR. STATUTS DECIDES PAR LA SUPERVISION SUR     *
      *   EST1CI11                                           *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EST2CI11.

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

           SELECT FEMPL-FILE ASSIGN TO FEMPL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-EMP-CODE
               FILE STATUS IS FEMPL-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTEST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FPLAC-FILE.
       COPY CPLAC.

       FD  FEMPL-FILE.
       COPY CEMPL.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FPLAC-STATUT                PIC X(2).
         88 FPLAC-OK                  VALUE '00'.
         88 FPLAC-FIN                 VALUE '10'.

       01 FEMPL-STATUT                PIC X(2).
         88 FEMPL-OK                  VALUE '00'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

      *------------------------------------------------------*
      *   COMPTEURS                                           *
      *------------------------------------------------------*
       01 W-NB-PLACEMENTS             PIC 9(7) VALUE 0.
       01 W-NB-ACTIFS                 PIC 9(7) VALUE 0.
       01 W-NB-SUSPENDUS              PIC 9(7) VALUE 0.
       01 W-NB-SURVEILLES             PIC 9(7) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES D'EDITION                                   *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(40) VALUE
              'PLACEMENTS EN COURS CHEZ DES EMPLOYEURS'.
           05 FILLER                  PIC X(34) VALUE
              'SUSPENDUS OU SOUS SURVEILLANCE'.

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(10) VALUE 'NUMERO SQ'.
           05 FILLER                  PIC X(37) VALUE 'STAGIAIRE'.
           05 FILLER                  PIC X(9)  VALUE 'DEBUT'.
           05 FILLER                  PIC X(9)  VALUE 'FIN'.
           05 FILLER                  PIC X(33) VALUE 'EMPLOYEUR'.
           05 FILLER                  PIC X(11) VALUE 'ST DEPUIS'.
           05 FILLER                  PIC X(12) VALUE 'GESTIONNAIRE'.

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
           05 W-LIG-DEB               PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-FIN               PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-EMPLOYEUR         PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-RAISON            PIC X(25).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-STATUT            PIC X(1).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LIG-DEPUIS            PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-GESTIONNAIRE      PIC X(8).

       01 W-LIGNE-MOTIF.
           05 FILLER                  PIC X(12) VALUE SPACE.
           05 FILLER                  PIC X(8)  VALUE 'MOTIF : '.
           05 W-LIG-MOTIF             PIC X(60).
           05 FILLER                  PIC X(15) VALUE ' SUPERVISEUR : '.
           05 W-LIG-SUPERV            PIC X(8).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(13) VALUE 'PLACEMENTS : '.
           05 W-TOT-PLACEMENTS        PIC ZZZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  ACTIFS : '.
           05 W-TOT-ACTIFS            PIC ZZZZZZ9.
           05 FILLER                  PIC X(15) VALUE
              '  SUSPENDUS : '.
           05 W-TOT-SUSPENDUS         PIC ZZZZZZ9.
           05 FILLER                  PIC X(20) VALUE
              '  SOUS SURVEILLANCE '.
           05 FILLER                  PIC X(2)  VALUE ': '.
           05 W-TOT-SURVEILLES        PIC ZZZZZZ9.

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
           OPEN INPUT FPLAC-FILE
           IF NOT FPLAC-OK
              DISPLAY 'EST2CI11 - OUVERTURE FPLAC11 IMPOSSIBLE : '
                      FPLAC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FEMPL-FILE
           IF NOT FEMPL-OK
              DISPLAY 'EST2CI11 - OUVERTURE FEMPL11 IMPOSSIBLE : '
                      FEMPL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'EST2CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'EST2CI11 - OUVERTURE RPTEST IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
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
      *   SEULS LES PLACEMENTS ACTIFS CHEZ UN EMPLOYEUR SONT    *
      *   CONTROLES ; L'EMPLOYEUR EST RELU POUR SON STATUT      *
      *--------------------------------------------------------*
       22000-CONTROLE-PLACEMENT.
      *----------------------*
           IF PLA-ACTIF
              AND E-PLA-CODE-EMPLOYEUR NOT = SPACE AND LOW-VALUE
              ADD 1 TO W-NB-ACTIFS
              MOVE E-PLA-CODE-EMPLOYEUR TO E-EMP-CODE
              READ FEMPL-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF EMP-SUSPENDU OR EMP-SURVEILLE
                       PERFORM 23000-EDITE-PLACEMENT
                    END-IF
              END-READ
           END-IF
           .

       23000-EDITE-PLACEMENT.
      *----------------------*
           IF EMP-SUSPENDU
              ADD 1 TO W-NB-SUSPENDUS
           ELSE
              ADD 1 TO W-NB-SURVEILLES
           END-IF

           MOVE E-PLA-NUMERO         TO W-LIG-NUMERO
           MOVE E-PLA-SEQ            TO W-LIG-SEQ
           MOVE E-PLA-DATE-DEB       TO W-LIG-DEB
           MOVE E-PLA-DATE-FIN       TO W-LIG-FIN
           MOVE E-PLA-CODE-EMPLOYEUR TO W-LIG-EMPLOYEUR
           MOVE E-EMP-RAISON         TO W-LIG-RAISON
           MOVE E-EMP-STATUT         TO W-LIG-STATUT
      *    DATE DU STATUT STOCKEE AAAAMMJJ, EDITEE JJMMAAAA
           MOVE SPACE                TO W-LIG-DEPUIS
           IF E-EMP-STATUT-DATE IS NUMERIC
              MOVE E-EMP-STATUT-DATE(7:2) TO W-LIG-DEPUIS(1:2)
              MOVE E-EMP-STATUT-DATE(5:2) TO W-LIG-DEPUIS(3:2)
              MOVE E-EMP-STATUT-DATE(1:4) TO W-LIG-DEPUIS(5:4)
           END-IF
           MOVE E-EMP-STATUT-MOTIF   TO W-LIG-MOTIF
           MOVE E-EMP-STATUT-SUPERV  TO W-LIG-SUPERV

           MOVE E-PLA-NUMERO TO E-NUMERO
           READ FSTAG-FILE
              INVALID KEY
                 MOVE '(DOSSIER ABSENT)' TO W-LIG-NOM
                 MOVE SPACE              TO W-LIG-PRENOM
                 MOVE SPACE              TO W-LIG-GESTIONNAIRE
              NOT INVALID KEY
                 MOVE E-NOM              TO W-LIG-NOM
                 MOVE E-PRENOM           TO W-LIG-PRENOM
                 MOVE E-GESTIONNAIRE     TO W-LIG-GESTIONNAIRE
           END-READ

           WRITE RPT-LIGNE FROM W-LIGNE-PLACEMENT
           WRITE RPT-LIGNE FROM W-LIGNE-MOTIF
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE W-NB-PLACEMENTS  TO W-TOT-PLACEMENTS
           MOVE W-NB-ACTIFS      TO W-TOT-ACTIFS
           MOVE W-NB-SUSPENDUS   TO W-TOT-SUSPENDUS
           MOVE W-NB-SURVEILLES  TO W-TOT-SURVEILLES
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FPLAC-FILE
           CLOSE FEMPL-FILE
           CLOSE FSTAG-FILE
           CLOSE RPT-FILE

           DISPLAY 'EST2CI11 - CONTROLE TERMINE - ' W-NB-SUSPENDUS
                   ' PLACEMENT(S) CHEZ UN EMPLOYEUR SUSPENDU / '
                   W-NB-SURVEILLES ' SOUS SURVEILLANCE'

           IF W-NB-SUSPENDUS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
