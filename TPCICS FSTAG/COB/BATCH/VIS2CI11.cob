      *======================================================*
      *   PROGRAMME BATCH MENSUEL - PLACEMENTS SANS VISITE   *
      *   EMPLOYEUR : PARCOURT LES PLACEMENTS FPLAC11 EN     *
      *   COURS ET EDITE CEUX DEBUTES DEPUIS PLUS DE FPARM11 *
      *   VIS-SEMAINES SEMAINES (DEFAUT 4) SANS VISITE       *
      *   REALISEE (FVISI11 ETAT 'R') CHEZ L'EMPLOYEUR       *
      *   D'ACCUEIL DEPUIS LE DEBUT DU PLACEMENT, AVEC LE    *
      *   STAGIAIRE, L'EMPLOYEUR ET LE GESTIONNAIRE DU       *
      *   DOSSIER. SAISIE DES VISITES SUR VIS1CI11           *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIS2CI11.

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

           SELECT FVISI-FILE ASSIGN TO FVISI11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-VIS-CLE
               FILE STATUS IS FVISI-STATUT.

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

           SELECT FPARM-FILE ASSIGN TO FPARM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PAR-CLE
               FILE STATUS IS FPARM-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTVIS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FPLAC-FILE.
       COPY CPLAC.

       FD  FVISI-FILE.
       COPY CVISI.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FEMPL-FILE.
       COPY CEMPL.

       FD  FPARM-FILE.
       COPY CPARM.

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FPLAC-STATUT                PIC X(2).
         88 FPLAC-OK                  VALUE '00'.
         88 FPLAC-FIN                 VALUE '10'.

       01 FVISI-STATUT                PIC X(2).
         88 FVISI-OK                  VALUE '00'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FEMPL-STATUT                PIC X(2).
         88 FEMPL-OK                  VALUE '00'.

       01 FPARM-STATUT                PIC X(2).
         88 FPARM-OK                  VALUE '00'.
         88 FPARM-ABSENT              VALUE '35'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-SYS-X REDEFINES W-DATE-SYS
                                      PIC X(8).

      *------------------------------------------------------*
      *   NOMBRE DE SEMAINES DE PLACEMENT AU-DELA DUQUEL UNE  *
      *   VISITE EST ATTENDUE (FPARM11 VIS-SEMAINES, DEFAUT   *
      *   COMPILE)                                            *
      *------------------------------------------------------*
       01 W-SEMAINES                  PIC 9(4) VALUE 4.
       01 W-DELAI-JOURS               PIC 9(6).

      *------------------------------------------------------*
      *   AGE DU PLACEMENT : LES DATES SONT RAMENEES A UN      *
      *   NUMERO DE JOUR CONTINU (DECOUPAGE JULIEN, LES       *
      *   ANNEES BISSEXTILES SONT ABSORBEES PAR LA FORMULE)   *
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
      *   BORNES DU PLACEMENT RECADREES AAAAMMJJ POUR LA      *
      *   RECHERCHE DES VISITES                               *
      *------------------------------------------------------*
       01 W-ORD-DEB                   PIC X(8).
       01 W-ORD-FIN                   PIC X(8).

       01 W-FIN-VISITES               PIC 9.
         88 FIN-VISITES-OUI           VALUE 1.
         88 FIN-VISITES-NON           VALUE 0.
       01 W-VISITE-TROUVEE            PIC 9.
         88 VISITE-TROUVEE-OUI        VALUE 1.
         88 VISITE-TROUVEE-NON        VALUE 0.

      *------------------------------------------------------*
      *   COMPTEURS                                           *
      *------------------------------------------------------*
       01 W-NB-PLACEMENTS             PIC 9(7) VALUE 0.
       01 W-NB-EN-COURS               PIC 9(7) VALUE 0.
       01 W-NB-VISITES                PIC 9(7) VALUE 0.
       01 W-NB-SANS-VISITE            PIC 9(7) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES D'EDITION                                   *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(48) VALUE
              'PLACEMENTS EN COURS SANS VISITE EMPLOYEUR APRES'.
           05 W-TIT-SEMAINES          PIC ZZZ9.
           05 FILLER                  PIC X(10) VALUE ' SEMAINES'.

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(10) VALUE 'NUMERO SQ'.
           05 FILLER                  PIC X(37) VALUE 'STAGIAIRE'.
           05 FILLER                  PIC X(9)  VALUE 'DEBUT'.
           05 FILLER                  PIC X(9)  VALUE 'FIN'.
           05 FILLER                  PIC X(8)  VALUE 'AGE'.
           05 FILLER                  PIC X(33) VALUE 'EMPLOYEUR'.
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
           05 W-LIG-AGE               PIC ZZZ9.
           05 FILLER                  PIC X(2)  VALUE ' J'.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LIG-EMPLOYEUR         PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-RAISON            PIC X(25).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-GESTIONNAIRE      PIC X(8).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(13) VALUE 'PLACEMENTS : '.
           05 W-TOT-PLACEMENTS        PIC ZZZZZZ9.
           05 FILLER                  PIC X(13) VALUE '  EN COURS : '.
           05 W-TOT-EN-COURS          PIC ZZZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  VISITES : '.
           05 W-TOT-VISITES           PIC ZZZZZZ9.
           05 FILLER                  PIC X(16) VALUE
              '  SANS VISITE : '.
           05 W-TOT-SANS-VISITE       PIC ZZZZZZ9.

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
              DISPLAY 'VIS2CI11 - OUVERTURE FPLAC11 IMPOSSIBLE : '
                      FPLAC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FVISI-FILE
           IF NOT FVISI-OK
              DISPLAY 'VIS2CI11 - OUVERTURE FVISI11 IMPOSSIBLE : '
                      FVISI-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'VIS2CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FEMPL-FILE
           IF NOT FEMPL-OK
              DISPLAY 'VIS2CI11 - OUVERTURE FEMPL11 IMPOSSIBLE : '
                      FEMPL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'VIS2CI11 - OUVERTURE RPTVIS IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 11000-LIT-PARAMETRES

           COMPUTE W-DELAI-JOURS = W-SEMAINES * 7
           MOVE W-SEMAINES TO W-TIT-SEMAINES
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           .

      *--------------------------------------------------------*
      *   NOMBRE DE SEMAINES RELU DU FICHIER DE PARAMETRES ; LA *
      *   VALEUR COMPILEE RESTE LE DEFAUT SI LE PARAMETRE OU LE *
      *   FICHIER EST ABSENT                                    *
      *--------------------------------------------------------*
       11000-LIT-PARAMETRES.
      *----------------------*
           OPEN INPUT FPARM-FILE
           EVALUATE TRUE
              WHEN FPARM-OK
                 MOVE 'VIS-SEMAINES' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-PAR-VALEUR > 0
                          MOVE E-PAR-VALEUR TO W-SEMAINES
                       END-IF
                 END-READ
                 CLOSE FPARM-FILE
              WHEN FPARM-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'VIS2CI11 - OUVERTURE FPARM11 KO : '
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
      *   UN PLACEMENT EST RETENU S'IL EST ACTIF CHEZ UN        *
      *   EMPLOYEUR, COMMENCE DEPUIS PLUS DU DELAI ET NON       *
      *   ACHEVE (FIN A BLANC OU NON ATTEINTE)                  *
      *--------------------------------------------------------*
       22000-CONTROLE-PLACEMENT.
      *----------------------*
           IF NOT PLA-ACTIF
              OR E-PLA-CODE-EMPLOYEUR = SPACE OR LOW-VALUE
              OR E-PLA-DATE-DEB IS NOT NUMERIC
              CONTINUE
           ELSE
              MOVE E-PLA-DATE-DEB(5:4) TO W-ORD-DEB(1:4)
              MOVE E-PLA-DATE-DEB(3:2) TO W-ORD-DEB(5:2)
              MOVE E-PLA-DATE-DEB(1:2) TO W-ORD-DEB(7:2)
              MOVE HIGH-VALUE TO W-ORD-FIN
              IF E-PLA-DATE-FIN IS NUMERIC
                 MOVE E-PLA-DATE-FIN(5:4) TO W-ORD-FIN(1:4)
                 MOVE E-PLA-DATE-FIN(3:2) TO W-ORD-FIN(5:2)
                 MOVE E-PLA-DATE-FIN(1:2) TO W-ORD-FIN(7:2)
              END-IF

              IF W-ORD-DEB <= W-DATE-SYS-X
                 AND W-ORD-FIN >= W-DATE-SYS-X
                 ADD 1 TO W-NB-EN-COURS
                 MOVE W-ORD-DEB TO W-SER-DATE
                 PERFORM 50000-DATE-EN-SERIAL
                 COMPUTE W-AGE-JOURS = W-SERIAL-JOUR - W-SERIAL

                 IF W-AGE-JOURS > W-DELAI-JOURS
                    PERFORM 23000-CHERCHE-VISITE
                    IF VISITE-TROUVEE-OUI
                       ADD 1 TO W-NB-VISITES
                    ELSE
                       PERFORM 24000-EDITE-PLACEMENT
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   VISITE REALISEE CHEZ L'EMPLOYEUR DEPUIS LE DEBUT DU   *
      *   PLACEMENT : LECTURE DES VISITES DE L'EMPLOYEUR A      *
      *   PARTIR DE LA DATE DE DEBUT (CLE EMPLOYEUR + DATE)     *
      *--------------------------------------------------------*
       23000-CHERCHE-VISITE.
      *----------------------*
           SET VISITE-TROUVEE-NON TO TRUE
           SET FIN-VISITES-NON    TO TRUE
           MOVE E-PLA-CODE-EMPLOYEUR TO E-VIS-EMPLOYEUR
           MOVE W-ORD-DEB            TO E-VIS-DATE

           START FVISI-FILE KEY IS NOT LESS THAN E-VIS-CLE
              INVALID KEY
                 SET FIN-VISITES-OUI TO TRUE
           END-START

           PERFORM 23100-LIT-VISITE
             UNTIL FIN-VISITES-OUI OR VISITE-TROUVEE-OUI
           .

       23100-LIT-VISITE.
      *----------------------*
           READ FVISI-FILE NEXT RECORD
              AT END
                 SET FIN-VISITES-OUI TO TRUE
              NOT AT END
                 IF E-VIS-EMPLOYEUR NOT = E-PLA-CODE-EMPLOYEUR
                    OR E-VIS-DATE > W-DATE-SYS-X
                    SET FIN-VISITES-OUI TO TRUE
                 ELSE
                    IF VIS-REALISEE
                       SET VISITE-TROUVEE-OUI TO TRUE
                    END-IF
                 END-IF
           END-READ
           .

       24000-EDITE-PLACEMENT.
      *----------------------*
           ADD 1 TO W-NB-SANS-VISITE

           MOVE E-PLA-NUMERO         TO W-LIG-NUMERO
           MOVE E-PLA-SEQ            TO W-LIG-SEQ
           MOVE E-PLA-DATE-DEB       TO W-LIG-DEB
           MOVE E-PLA-DATE-FIN       TO W-LIG-FIN
           MOVE W-AGE-JOURS          TO W-LIG-AGE
           MOVE E-PLA-CODE-EMPLOYEUR TO W-LIG-EMPLOYEUR

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

           MOVE E-PLA-CODE-EMPLOYEUR TO E-EMP-CODE
           READ FEMPL-FILE
              INVALID KEY
                 MOVE '(EMPLOYEUR INCONNU)' TO W-LIG-RAISON
              NOT INVALID KEY
                 MOVE E-EMP-RAISON          TO W-LIG-RAISON
           END-READ

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
           MOVE W-NB-PLACEMENTS  TO W-TOT-PLACEMENTS
           MOVE W-NB-EN-COURS    TO W-TOT-EN-COURS
           MOVE W-NB-VISITES     TO W-TOT-VISITES
           MOVE W-NB-SANS-VISITE TO W-TOT-SANS-VISITE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FPLAC-FILE
           CLOSE FVISI-FILE
           CLOSE FSTAG-FILE
           CLOSE FEMPL-FILE
           CLOSE RPT-FILE

           DISPLAY 'VIS2CI11 - CONTROLE TERMINE - ' W-NB-EN-COURS
                   ' PLACEMENT(S) EN COURS / ' W-NB-SANS-VISITE
                   ' SANS VISITE EMPLOYEUR'

           IF W-NB-SANS-VISITE > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
