      *======================================================*
      *   PROGRAMME BATCH - EDITION MENSUELLE DES            *
      *   RECLAMATIONS (FRECL11) SUR LE MOIS PRECEDENT, PAR  *
      *   SITE (SITE DU DOSSIER FSTAG11) ET PAR CATEGORIE :  *
      *   RECLAMATIONS RECUES ET REPONDUES DANS LE MOIS,     *
      *   DELAI MOYEN DE REPONSE EN JOURS CALENDAIRES,       *
      *   RECLAMATIONS ENCORE OUVERTES. LES RECLAMATIONS     *
      *   OUVERTES SONT DETAILLEES ET MISES EN EVIDENCE AU-  *
      *   DELA DU DELAI DE REPONSE (FPARM11 RCL-DELAI,       *
      *   DEFAUT 30 JOURS)                                   *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCL2CI11.

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
           SELECT FRECL-FILE ASSIGN TO FRECL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-RCL-CLE
               FILE STATUS IS FRECL-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FPARM-FILE ASSIGN TO FPARM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PAR-CLE
               FILE STATUS IS FPARM-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

           SELECT RPT-FILE ASSIGN TO RPTRECL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FRECL-FILE.
       COPY CRECL.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FPARM-FILE.
       COPY CPARM.

       SD  WORK-TRI.
       01  TRI-ENREG.
           05 TRI-SITE                PIC X(3).
           05 TRI-CATEGORIE           PIC X(2).
           05 TRI-NUMERO              PIC 9(6).
           05 TRI-SEQ                 PIC 9(3).
           05 TRI-RECEPTION           PIC X(8).
           05 TRI-GESTIONNAIRE        PIC X(8).
           05 TRI-OBJET               PIC X(40).
           05 TRI-RECUE               PIC X(1).
           05 TRI-REPONDUE            PIC X(1).
           05 TRI-OUVERTE             PIC X(1).
           05 TRI-JOURS               PIC 9(5).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FRECL-STATUT                PIC X(2).
         88 FRECL-OK                  VALUE '00'.
         88 FRECL-FIN                 VALUE '10'.
         88 FRECL-ABSENT              VALUE '35'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FPARM-STATUT                PIC X(2).
         88 FPARM-OK                  VALUE '00'.
         88 FPARM-ABSENT              VALUE '35'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 TRI-INDIC                   PIC 9 VALUE 0.
         88 TRI-TERMINE               VALUE 1.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-JOUR REDEFINES W-DATE-SYS.
           05 W-DATE-JOUR-AAAA        PIC 9(4).
           05 W-DATE-JOUR-MM          PIC 9(2).
           05 W-DATE-JOUR-JJ          PIC 9(2).

      *------------------------------------------------------*
      *   MOIS EDITE (MOIS PRECEDENT) ET DELAI DE REPONSE EN   *
      *   JOURS CALENDAIRES (FPARM11 RCL-DELAI, DEFAUT 30)     *
      *------------------------------------------------------*
       01 W-DELAI-REPONSE             PIC 9(3) VALUE 30.
       01 W-MOIS-CONTROLE.
           05 W-CTL-AAAA              PIC 9(4).
           05 W-CTL-MM                PIC 9(2).
       01 W-CTL-DERNIER-JOUR          PIC 9(2).
       01 W-CTL-DEBUT                 PIC X(8).
       01 W-CTL-FIN                   PIC X(8).

       01 MONTH-V.
         COPY MONTHDAY.
       01 TAB-MONTH REDEFINES MONTH-V.
         10 NB-JOURS                  PIC 99 OCCURS 12.

       01 MODULO-N.
         05 MODULO4                   PIC 99.
          88 MOD4       value 0.
         05 MODULO100                 PIC 99.
          88 MOD100     value 0.
         05 MODULO400                 PIC 99.
          88 MOD400     value 0.

      *------------------------------------------------------*
      *   DELAIS : LES DATES SONT RAMENEES A UN NUMERO DE      *
      *   JOUR CONTINU (LES ANNEES BISSEXTILES SONT ABSORBEES *
      *   PAR LA FORMULE)                                     *
      *------------------------------------------------------*
       01 W-SER-DATE.
           05 W-SER-AAAA              PIC 9(4).
           05 W-SER-MM                PIC 9(2).
           05 W-SER-JJ                PIC 9(2).
       01 W-SER-AN                    PIC S9(5).
       01 W-SER-MOIS                  PIC S9(3).
       01 W-SERIAL                    PIC S9(8).
       01 W-SERIAL-JOUR               PIC S9(8).
       01 W-SERIAL-RECEPTION          PIC S9(8).
       01 W-JOURS                     PIC S9(8).

      *------------------------------------------------------*
      *   CUMULS : 1 = CATEGORIE, 2 = SITE, 3 = GENERAL        *
      *------------------------------------------------------*
       01 TAB-CUMULS.
           05 W-CUMUL OCCURS 3.
             10 W-CUM-RECUES          PIC 9(5).
             10 W-CUM-REPONDUES       PIC 9(5).
             10 W-CUM-SOMME-JOURS     PIC 9(7).
             10 W-CUM-OUVERTES        PIC 9(5).
             10 W-CUM-HORS-DELAI      PIC 9(5).
       01 IDX-NIV                     PIC 9(1) COMP.
       01 W-NIV                       PIC 9(1) COMP.
       01 W-MOYENNE                   PIC 9(4).

      *------------------------------------------------------*
      *   RUPTURES SUR LE SITE ET LA CATEGORIE                 *
      *------------------------------------------------------*
       01 W-SITE-COURANT              PIC X(3) VALUE SPACE.
       01 W-CATEGORIE-COURANTE        PIC X(2) VALUE SPACE.
       01 W-PREMIER                   PIC 9 VALUE 1.

       01 W-NB-LUES                   PIC 9(6) VALUE 0.
       01 W-NB-RETENUES               PIC 9(6) VALUE 0.

       01 W-DATE-AAAAMMJJ.
           05 W-DAT-AAAA              PIC X(4).
           05 W-DAT-MM                PIC X(2).
           05 W-DAT-JJ                PIC X(2).

      *------------------------------------------------------*
      *   LIGNES DE L'EDITION                                *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(39) VALUE
              'RECLAMATIONS - EDITION MENSUELLE - MOIS'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TIT-MM                PIC 9(2).
           05 FILLER                  PIC X(1)  VALUE '/'.
           05 W-TIT-AAAA              PIC 9(4).
           05 FILLER                  PIC X(21) VALUE
              ' - DELAI DE REPONSE :'.
           05 W-TIT-DELAI             PIC ZZ9.
           05 FILLER                  PIC X(6)  VALUE ' JOURS'.

       01 W-LIGNE-SITE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(5)  VALUE 'SITE '.
           05 W-SIT-CODE-E            PIC X(3).

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(5)  VALUE SPACE.
           05 W-DET-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE '/'.
           05 W-DET-SEQ               PIC 9(3).
           05 FILLER                  PIC X(10) VALUE ' RECUE LE '.
           05 W-DET-RECEPTION         PIC X(10).
           05 FILLER                  PIC X(6)  VALUE ' AGE  '.
           05 W-DET-AGE               PIC ZZZZ9.
           05 FILLER                  PIC X(3)  VALUE ' J '.
           05 W-DET-GESTIONNAIRE      PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-OBJET             PIC X(40).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-ALERTE            PIC X(18).

       01 W-LIGNE-CUMUL.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 W-CUM-LIBELLE-E         PIC X(28).
           05 FILLER                  PIC X(8)  VALUE ' RECUES '.
           05 W-CUM-RECUES-E          PIC ZZZZ9.
           05 FILLER                  PIC X(11) VALUE ' REPONDUES '.
           05 W-CUM-REPONDUES-E       PIC ZZZZ9.
           05 FILLER                  PIC X(14) VALUE
              ' DELAI MOYEN  '.
           05 W-CUM-MOYENNE-E         PIC ZZZ9.
           05 FILLER                  PIC X(12) VALUE
              ' J OUVERTES '.
           05 W-CUM-OUVERTES-E        PIC ZZZZ9.
           05 FILLER                  PIC X(13) VALUE
              ' HORS DELAI  '.
           05 W-CUM-HORS-DELAI-E      PIC ZZZZ9.

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-RECLAMATIONS
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD

           MOVE W-DATE-SYS TO W-SER-DATE
           PERFORM 50000-DATE-EN-SERIAL
           MOVE W-SERIAL TO W-SERIAL-JOUR

           PERFORM 12000-LIT-PARAMETRES
           PERFORM 13000-MOIS-CONTROLE

           OPEN INPUT FRECL-FILE
           EVALUATE TRUE
              WHEN FRECL-OK
                 CONTINUE
              WHEN FRECL-ABSENT
                 DISPLAY 'RCL2CI11 - AUCUNE RECLAMATION SAISIE'
                 STOP RUN
              WHEN OTHER
                 DISPLAY 'RCL2CI11 - OUVERTURE FRECL11 IMPOSSIBLE : '
                         FRECL-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'RCL2CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'RCL2CI11 - OUVERTURE RPTRECL IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE W-CTL-MM        TO W-TIT-MM
           MOVE W-CTL-AAAA      TO W-TIT-AAAA
           MOVE W-DELAI-REPONSE TO W-TIT-DELAI
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE

           MOVE 3 TO W-NIV
           PERFORM 26000-RAZ-CUMUL
           .

       12000-LIT-PARAMETRES.
      *----------------------*
           OPEN INPUT FPARM-FILE
           EVALUATE TRUE
              WHEN FPARM-OK
                 MOVE 'RCL-DELAI   ' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-PAR-VALEUR > 0 AND E-PAR-VALEUR < 366
                          MOVE E-PAR-VALEUR TO W-DELAI-REPONSE
                       END-IF
                 END-READ
                 CLOSE FPARM-FILE
              WHEN FPARM-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'RCL2CI11 - OUVERTURE FPARM11 KO : '
                         FPARM-STATUT
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   MOIS EDITE = MOIS PRECEDANT LA DATE DU JOUR, BORNES    *
      *   DU PREMIER AU DERNIER JOUR (AAAAMMJJ)                  *
      *--------------------------------------------------------*
       13000-MOIS-CONTROLE.
      *----------------------*
           IF W-DATE-JOUR-MM = 1
              COMPUTE W-CTL-AAAA = W-DATE-JOUR-AAAA - 1
              MOVE 12 TO W-CTL-MM
           ELSE
              MOVE W-DATE-JOUR-AAAA TO W-CTL-AAAA
              COMPUTE W-CTL-MM = W-DATE-JOUR-MM - 1
           END-IF

           MOVE NB-JOURS(W-CTL-MM) TO W-CTL-DERNIER-JOUR
           IF W-CTL-MM = 2
              DIVIDE W-CTL-AAAA BY 4
                 GIVING MODULO4 REMAINDER MODULO4
              DIVIDE W-CTL-AAAA BY 100
                 GIVING MODULO100 REMAINDER MODULO100
              DIVIDE W-CTL-AAAA BY 400
                 GIVING MODULO400 REMAINDER MODULO400
              IF (MOD400 OR (MOD4 AND NOT MOD100))
                 MOVE 29 TO W-CTL-DERNIER-JOUR
              END-IF
           END-IF

           STRING W-MOIS-CONTROLE '01'
                  DELIMITED BY SIZE INTO W-CTL-DEBUT
           END-STRING
           STRING W-MOIS-CONTROLE W-CTL-DERNIER-JOUR
                  DELIMITED BY SIZE INTO W-CTL-FIN
           END-STRING
           .

       20000-TRAIT-RECLAMATIONS.
      *----------------------*
           SORT WORK-TRI
                ON ASCENDING KEY TRI-SITE
                ON ASCENDING KEY TRI-CATEGORIE
                ON ASCENDING KEY TRI-NUMERO
                ON ASCENDING KEY TRI-SEQ
                INPUT PROCEDURE  20900-SELECTION-RECLAMATIONS
                OUTPUT PROCEDURE 21000-EDITION-RECLAMATIONS
           .

      *--------------------------------------------------------*
      *   SELECTION : RECLAMATIONS RECUES OU REPONDUES DANS LE  *
      *   MOIS, ET TOUTES CELLES ENCORE OUVERTES A CE JOUR.     *
      *   CHAQUE RECLAMATION PART AU TRI AVEC LE SITE DE SON    *
      *   DOSSIER ET SON DELAI (REPONSE) OU SON AGE (OUVERTE)   *
      *--------------------------------------------------------*
       20900-SELECTION-RECLAMATIONS.
      *----------------------*
           READ FRECL-FILE NEXT RECORD
              AT END
                 SET FRECL-FIN TO TRUE
           END-READ

           PERFORM UNTIL FRECL-FIN
              ADD 1 TO W-NB-LUES
              PERFORM 20910-QUALIFIE-RECLAMATION
              IF TRI-RECUE = 'O' OR TRI-REPONDUE = 'O'
                 OR TRI-OUVERTE = 'O'
                 PERFORM 20920-LIBERE-RECLAMATION
              END-IF
              READ FRECL-FILE NEXT RECORD
                 AT END
                    SET FRECL-FIN TO TRUE
              END-READ
           END-PERFORM

           CLOSE FRECL-FILE
           .

       20910-QUALIFIE-RECLAMATION.
      *----------------------*
           MOVE 'N' TO TRI-RECUE TRI-REPONDUE TRI-OUVERTE
           MOVE 0   TO TRI-JOURS

           MOVE E-RCL-DATE-RECEPTION TO W-SER-DATE
           PERFORM 50000-DATE-EN-SERIAL
           MOVE W-SERIAL TO W-SERIAL-RECEPTION

           IF E-RCL-DATE-RECEPTION NOT < W-CTL-DEBUT
              AND E-RCL-DATE-RECEPTION NOT > W-CTL-FIN
              MOVE 'O' TO TRI-RECUE
           END-IF

           IF E-RCL-DATE-REPONSE = SPACE
              MOVE 'O' TO TRI-OUVERTE
              COMPUTE W-JOURS = W-SERIAL-JOUR - W-SERIAL-RECEPTION
           ELSE
              IF E-RCL-DATE-REPONSE NOT < W-CTL-DEBUT
                 AND E-RCL-DATE-REPONSE NOT > W-CTL-FIN
                 MOVE 'O' TO TRI-REPONDUE
                 MOVE E-RCL-DATE-REPONSE TO W-SER-DATE
                 PERFORM 50000-DATE-EN-SERIAL
                 COMPUTE W-JOURS = W-SERIAL - W-SERIAL-RECEPTION
              END-IF
           END-IF

           IF W-JOURS > 0
              MOVE W-JOURS TO TRI-JOURS
           END-IF
           MOVE 0 TO W-JOURS
           .

       20920-LIBERE-RECLAMATION.
      *----------------------*
           MOVE E-RCL-CATEGORIE      TO TRI-CATEGORIE
           MOVE E-RCL-NUMERO         TO TRI-NUMERO
           MOVE E-RCL-SEQ            TO TRI-SEQ
           MOVE E-RCL-DATE-RECEPTION TO TRI-RECEPTION
           MOVE E-RCL-GESTIONNAIRE   TO TRI-GESTIONNAIRE
           MOVE E-RCL-OBJET          TO TRI-OBJET

           MOVE E-RCL-NUMERO TO E-NUMERO
           READ FSTAG-FILE
              INVALID KEY
                 MOVE '???' TO TRI-SITE
              NOT INVALID KEY
                 MOVE E-CODE-SITE TO TRI-SITE
           END-READ

           RELEASE TRI-ENREG
           ADD 1 TO W-NB-RETENUES
           .

       21000-EDITION-RECLAMATIONS.
      *----------------------*
           MOVE 0 TO TRI-INDIC

           PERFORM UNTIL TRI-TERMINE
              RETURN WORK-TRI AT END
                 SET TRI-TERMINE TO TRUE
              NOT AT END
                 PERFORM 22000-TRAITE-RECLAMATION
              END-RETURN
           END-PERFORM

           IF W-PREMIER = 0
              PERFORM 23000-CLOTURE-CATEGORIE
              PERFORM 24000-CLOTURE-SITE
           END-IF

           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'TOTAL GENERAL' TO W-CUM-LIBELLE-E
           MOVE 3 TO W-NIV
           PERFORM 25000-EDITE-CUMUL
           .

       22000-TRAITE-RECLAMATION.
      *----------------------*
           IF W-PREMIER = 1
              MOVE 0 TO W-PREMIER
              PERFORM 22100-NOUVEAU-SITE
              PERFORM 22200-NOUVELLE-CATEGORIE
           ELSE
              IF TRI-SITE NOT = W-SITE-COURANT
                 PERFORM 23000-CLOTURE-CATEGORIE
                 PERFORM 24000-CLOTURE-SITE
                 PERFORM 22100-NOUVEAU-SITE
                 PERFORM 22200-NOUVELLE-CATEGORIE
              ELSE
                 IF TRI-CATEGORIE NOT = W-CATEGORIE-COURANTE
                    PERFORM 23000-CLOTURE-CATEGORIE
                    PERFORM 22200-NOUVELLE-CATEGORIE
                 END-IF
              END-IF
           END-IF

           PERFORM VARYING IDX-NIV FROM 1 BY 1 UNTIL IDX-NIV > 3
              IF TRI-RECUE = 'O'
                 ADD 1 TO W-CUM-RECUES(IDX-NIV)
              END-IF
              IF TRI-REPONDUE = 'O'
                 ADD 1         TO W-CUM-REPONDUES(IDX-NIV)
                 ADD TRI-JOURS TO W-CUM-SOMME-JOURS(IDX-NIV)
              END-IF
              IF TRI-OUVERTE = 'O'
                 ADD 1 TO W-CUM-OUVERTES(IDX-NIV)
                 IF TRI-JOURS > W-DELAI-REPONSE
                    ADD 1 TO W-CUM-HORS-DELAI(IDX-NIV)
                 END-IF
              END-IF
           END-PERFORM

           IF TRI-OUVERTE = 'O'
              PERFORM 22300-EDITE-OUVERTE
           END-IF
           .

       22100-NOUVEAU-SITE.
      *----------------------*
           MOVE TRI-SITE TO W-SITE-COURANT
           MOVE 2 TO W-NIV
           PERFORM 26000-RAZ-CUMUL

           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE TRI-SITE TO W-SIT-CODE-E
           WRITE RPT-LIGNE FROM W-LIGNE-SITE
           .

       22200-NOUVELLE-CATEGORIE.
      *----------------------*
           MOVE TRI-CATEGORIE TO W-CATEGORIE-COURANTE
           MOVE 1 TO W-NIV
           PERFORM 26000-RAZ-CUMUL
           .

      *--------------------------------------------------------*
      *   DETAIL D'UNE RECLAMATION OUVERTE, MISE EN EVIDENCE    *
      *   AU-DELA DU DELAI DE REPONSE                           *
      *--------------------------------------------------------*
       22300-EDITE-OUVERTE.
      *----------------------*
           MOVE TRI-NUMERO       TO W-DET-NUMERO
           MOVE TRI-SEQ          TO W-DET-SEQ
           MOVE TRI-RECEPTION    TO W-DATE-AAAAMMJJ
           STRING W-DAT-JJ '/' W-DAT-MM '/' W-DAT-AAAA
                  DELIMITED BY SIZE INTO W-DET-RECEPTION
           END-STRING
           MOVE TRI-JOURS        TO W-DET-AGE
           MOVE TRI-GESTIONNAIRE TO W-DET-GESTIONNAIRE
           MOVE TRI-OBJET        TO W-DET-OBJET
           IF TRI-JOURS > W-DELAI-REPONSE
              MOVE '*** HORS DELAI ***' TO W-DET-ALERTE
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE SPACE TO W-DET-ALERTE
           END-IF
           WRITE RPT-LIGNE FROM W-LIGNE-DETAIL
           .

       23000-CLOTURE-CATEGORIE.
      *----------------------*
           MOVE SPACE TO W-CUM-LIBELLE-E
           EVALUATE W-CATEGORIE-COURANTE
              WHEN 'PE'
                 MOVE 'PE PEDAGOGIE'     TO W-CUM-LIBELLE-E
              WHEN 'OR'
                 MOVE 'OR ORGANISATION'  TO W-CUM-LIBELLE-E
              WHEN 'PL'
                 MOVE 'PL PLACEMENT'     TO W-CUM-LIBELLE-E
              WHEN 'RE'
                 MOVE 'RE REMUNERATION'  TO W-CUM-LIBELLE-E
              WHEN 'CO'
                 MOVE 'CO COMPORTEMENT'  TO W-CUM-LIBELLE-E
              WHEN 'AU'
                 MOVE 'AU AUTRE'         TO W-CUM-LIBELLE-E
              WHEN OTHER
                 MOVE W-CATEGORIE-COURANTE TO W-CUM-LIBELLE-E
           END-EVALUATE
           MOVE 1 TO W-NIV
           PERFORM 25000-EDITE-CUMUL
           .

       24000-CLOTURE-SITE.
      *----------------------*
           MOVE SPACE TO W-CUM-LIBELLE-E
           STRING 'TOTAL SITE ' W-SITE-COURANT
                  DELIMITED BY SIZE INTO W-CUM-LIBELLE-E
           END-STRING
           MOVE 2 TO W-NIV
           PERFORM 25000-EDITE-CUMUL
           .

       25000-EDITE-CUMUL.
      *----------------------*
           MOVE W-CUM-RECUES(W-NIV)     TO W-CUM-RECUES-E
           MOVE W-CUM-REPONDUES(W-NIV)  TO W-CUM-REPONDUES-E
           IF W-CUM-REPONDUES(W-NIV) > 0
              COMPUTE W-MOYENNE ROUNDED =
                      W-CUM-SOMME-JOURS(W-NIV)
                      / W-CUM-REPONDUES(W-NIV)
           ELSE
              MOVE 0 TO W-MOYENNE
           END-IF
           MOVE W-MOYENNE               TO W-CUM-MOYENNE-E
           MOVE W-CUM-OUVERTES(W-NIV)   TO W-CUM-OUVERTES-E
           MOVE W-CUM-HORS-DELAI(W-NIV) TO W-CUM-HORS-DELAI-E
           WRITE RPT-LIGNE FROM W-LIGNE-CUMUL
           .

       26000-RAZ-CUMUL.
      *----------------------*
           MOVE 0 TO W-CUM-RECUES(W-NIV)
                     W-CUM-REPONDUES(W-NIV)
                     W-CUM-SOMME-JOURS(W-NIV)
                     W-CUM-OUVERTES(W-NIV)
                     W-CUM-HORS-DELAI(W-NIV)
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
           CLOSE FSTAG-FILE
           CLOSE RPT-FILE

           DISPLAY 'RCL2CI11 - EDITION TERMINEE - '
                   W-NB-LUES ' LUE(S), '
                   W-NB-RETENUES ' RETENUE(S)'
           .
