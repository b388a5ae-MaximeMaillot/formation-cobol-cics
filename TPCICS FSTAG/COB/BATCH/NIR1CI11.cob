      *======================================================*
      *   PROGRAMME BATCH - REVUE MENSUELLE DU NIR :         *
      *     . JOURNAL DES ACCES AU NIR (FNIRJ11, ALIMENTE    *
      *       PAR INF1CI11 / INF2CI11 / INF3CI11 / SUS1CI11  *
      *       ET CHA1CI11) : VOLUME PAR UTILISATEUR, SIGNALE *
      *       AU DELA DU SEUIL FPARM11 NIRJ-VOL-MAX, ET      *
      *       ACCES HORS HORAIRES DE BUREAU (AVANT 07H, A    *
      *       PARTIR DE 19H), LISTES UN PAR UN               *
      *     . COHERENCE DE FNIR11 AVEC FSTAG11 : NIR SANS    *
      *       DOSSIER VIVANT, NIR DONT LA CLE OU L'ACCORD    *
      *       AVEC LE SEXE ET LA NAISSANCE NE TIENT PLUS     *
      *       (NAISSANCE CORRIGEE DEPUIS LA SAISIE)          *
      *   MEME PRESENTATION QUE REV2CI11 POUR LES            *
      *   COORDONNEES BANCAIRES                              *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIR1CI11.

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
           SELECT FNIRJ-FILE ASSIGN TO FNIRJ11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-NRJ-CLE
               FILE STATUS IS FNIRJ-STATUT.

           SELECT FNIR-FILE ASSIGN TO FNIR11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-NIR-NUMERO
               FILE STATUS IS FNIR-STATUT.

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

      *        CARTE : MOIS A REVOIR (AAAAMM ; A BLANC, LE MOIS
      *        DE LA DATE SYSTEME)
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTNIR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FNIRJ-FILE.
       COPY CNIRJ.

       FD  FNIR-FILE.
       COPY CNIR.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FPARM-FILE.
       COPY CPARM.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-MOIS              PIC X(6).
           05 FILLER                  PIC X(74).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FNIRJ-STATUT                PIC X(2).
         88 FNIRJ-OK                  VALUE '00'.
         88 FNIRJ-FIN                 VALUE '10'.

       01 FNIR-STATUT                 PIC X(2).
         88 FNIR-OK                   VALUE '00'.
         88 FNIR-FIN                  VALUE '10'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FPARM-STATUT                PIC X(2).
         88 FPARM-OK                  VALUE '00'.
         88 FPARM-ABSENT              VALUE '35'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-MOIS-REVU                 PIC X(6).
       01 W-MOIS-ACCES                PIC X(6).

      *------------------------------------------------------*
      *   SEUIL DE VOLUME MENSUEL PAR UTILISATEUR (FPARM11    *
      *   NIRJ-VOL-MAX, DEFAUT COMPILE)                       *
      *------------------------------------------------------*
       01 W-SEUIL-VOLUME              PIC 9(5) VALUE 100.

      *------------------------------------------------------*
      *   CUMUL DES ACCES PAR UTILISATEUR                     *
      *------------------------------------------------------*
       01 W-NB-USERS                  PIC 9(3) COMP VALUE 0.
       01 TAB-USERS.
           05 W-USER OCCURS 100.
             10 W-USR-USERID          PIC X(8).
             10 W-USR-NB-ACCES        PIC 9(5).
             10 W-USR-NB-HORS-H       PIC 9(5).
       01 IDX-USR                     PIC 9(3) COMP.
       01 IDX-TROUVE                  PIC 9(3) COMP.

      * --------- Parametre pour sous-programme VALIDNIR
       01 pgm-validnir                PIC X(8) VALUE 'VALIDNIR'.
       01 validnir-param.
         02 NIR-A-VALIDER             PIC X(15).
         02 SEXE-A-VALIDER            PIC X(1).
         02 NAISS-A-VALIDER           PIC X(8).
         02 CR-NIR                    PIC 9.
           88 cr-nir-invalide         value 0.
           88 cr-nir-valide           value 1.
           88 cr-nir-sexe             value 2.
           88 cr-nir-naissance        value 3.

      *------------------------------------------------------*
      *   COMPTEURS                                           *
      *------------------------------------------------------*
       01 W-NB-ACCES-MOIS             PIC 9(7) VALUE 0.
       01 W-NB-HORS-HORAIRES          PIC 9(5) VALUE 0.
       01 W-NB-DEPASSEMENTS           PIC 9(3) VALUE 0.
       01 W-NB-NIR                    PIC 9(7) VALUE 0.
       01 W-NB-ANOMALIES              PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES D'EDITION                                   *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(30) VALUE
              'REVUE DES ACCES AU NIR - '.
           05 W-TIT-MOIS              PIC X(6).

       01 W-LIGNE-HORS-H.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(16) VALUE
              'HORS HORAIRES : '.
           05 W-HH-DATE               PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-HH-HEURE              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-HH-USERID             PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-HH-TERMINAL           PIC X(4).
           05 FILLER                  PIC X(6)  VALUE ' NUM  '.
           05 W-HH-NUMERO             PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-HH-PROGRAMME          PIC X(8).

       01 W-LIGNE-USER.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-USR-LIG-USERID        PIC X(8).
           05 FILLER                  PIC X(10) VALUE '  ACCES : '.
           05 W-USR-LIG-NB            PIC ZZZZ9.
           05 FILLER                  PIC X(16) VALUE
              '  HORS HORAIRES:'.
           05 W-USR-LIG-HORS-H        PIC ZZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-USR-LIG-CONSTAT       PIC X(24).

       01 W-LIGNE-TITRE-COH.
           05 FILLER                  PIC X(1)  VALUE '0'.
           05 FILLER                  PIC X(40) VALUE
              'COHERENCE DU NIR AVEC LES DOSSIERS'.

      *    LE NIR N'EST JAMAIS EDITE EN CLAIR : SEULES LES CINQ
      *    PREMIERES POSITIONS (SEXE, ANNEE ET MOIS) FIGURENT
       01 W-LIGNE-ANOMALIE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(5)  VALUE 'NUM  '.
           05 W-ANO-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-ANO-NIR               PIC X(15).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-ANO-CONSTAT           PIC X(40).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(16) VALUE
              'ACCES DU MOIS : '.
           05 W-TOT-ACCES             PIC ZZZZZZ9.
           05 FILLER                  PIC X(17) VALUE
              '  HORS HORAIRES: '.
           05 W-TOT-HORS-H            PIC ZZZZ9.
           05 FILLER                  PIC X(17) VALUE
              '  DEPASSEMENTS : '.
           05 W-TOT-DEPASSEMENTS      PIC ZZ9.

       01 W-LIGNE-TOTAL-COH.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(16) VALUE
              'NIR CONTROLES : '.
           05 W-TOT-NIR               PIC ZZZZZZ9.
           05 FILLER                  PIC X(17) VALUE
              '  ANOMALIES :    '.
           05 W-TOT-ANOMALIES         PIC ZZZZ9.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-REVUE
           PERFORM  30000-EDITE-VOLUMES
           PERFORM  40000-TRAIT-COHERENCE
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD
           MOVE W-DATE-SYS(1:6) TO W-MOIS-REVU

           OPEN INPUT CARTE-FILE
           IF CARTE-OK
              READ CARTE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CARTE-MOIS IS NUMERIC
                       MOVE CARTE-MOIS TO W-MOIS-REVU
                    END-IF
              END-READ
              CLOSE CARTE-FILE
           END-IF

           OPEN INPUT FNIRJ-FILE
           IF NOT FNIRJ-OK
              DISPLAY 'NIR1CI11 - OUVERTURE FNIRJ11 IMPOSSIBLE : '
                      FNIRJ-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FNIR-FILE
           IF NOT FNIR-OK
              DISPLAY 'NIR1CI11 - OUVERTURE FNIR11 IMPOSSIBLE : '
                      FNIR-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'NIR1CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'NIR1CI11 - OUVERTURE RPTNIR IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE W-MOIS-REVU TO W-TIT-MOIS
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE

           PERFORM 11000-LIT-PARAMETRES
           .

      *--------------------------------------------------------*
      *   SEUIL RELU DU FICHIER DE PARAMETRES ; LA VALEUR       *
      *   COMPILEE RESTE LE DEFAUT SI LE PARAMETRE OU LE        *
      *   FICHIER EST ABSENT                                    *
      *--------------------------------------------------------*
       11000-LIT-PARAMETRES.
      *----------------------*
           OPEN INPUT FPARM-FILE
           EVALUATE TRUE
              WHEN FPARM-OK
                 MOVE 'NIRJ-VOL-MAX' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-PAR-VALEUR > 0
                          MOVE E-PAR-VALEUR TO W-SEUIL-VOLUME
                       END-IF
                 END-READ
                 CLOSE FPARM-FILE
              WHEN FPARM-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'NIR1CI11 - OUVERTURE FPARM11 KO : '
                         FPARM-STATUT
           END-EVALUATE
           .

       20000-TRAIT-REVUE.
      *----------------------*
           PERFORM 21000-LIT-ACCES
             UNTIL FNIRJ-FIN
           .

       21000-LIT-ACCES.
      *----------------------*
           READ FNIRJ-FILE NEXT RECORD
              AT END
                 SET FNIRJ-FIN TO TRUE
              NOT AT END
                 PERFORM 22000-CONTROLE-ACCES
           END-READ
           .

      *--------------------------------------------------------*
      *   UN ACCES DU MOIS REVU EST CUMULE PAR UTILISATEUR ;    *
      *   AVANT 07H OU A PARTIR DE 19H, IL EST LISTE UN PAR UN  *
      *   (E-NRJ-DATE EST AU FORMAT JJ/MM/AAAA)                 *
      *--------------------------------------------------------*
       22000-CONTROLE-ACCES.
      *----------------------*
           IF E-NRJ-DATE(1:2) IS NOT NUMERIC
              CONTINUE
           ELSE
              MOVE SPACE TO W-MOIS-ACCES
              MOVE E-NRJ-DATE(7:4) TO W-MOIS-ACCES(1:4)
              MOVE E-NRJ-DATE(4:2) TO W-MOIS-ACCES(5:2)
              IF W-MOIS-ACCES = W-MOIS-REVU
                 ADD 1 TO W-NB-ACCES-MOIS
                 PERFORM 23000-CUMULE-UTILISATEUR
                 IF E-NRJ-HEURE(1:2) < '07'
                    OR E-NRJ-HEURE(1:2) >= '19'
                    ADD 1 TO W-NB-HORS-HORAIRES
                    IF IDX-TROUVE > 0
                       ADD 1 TO W-USR-NB-HORS-H(IDX-TROUVE)
                    END-IF
                    PERFORM 24000-LISTE-HORS-HORAIRES
                 END-IF
              END-IF
           END-IF
           .

       23000-CUMULE-UTILISATEUR.
      *----------------------*
           MOVE 0 TO IDX-TROUVE
           PERFORM VARYING IDX-USR FROM 1 BY 1
              UNTIL IDX-USR > W-NB-USERS
              IF W-USR-USERID(IDX-USR) = E-NRJ-USERID
                 MOVE IDX-USR TO IDX-TROUVE
              END-IF
           END-PERFORM

           IF IDX-TROUVE = 0
              IF W-NB-USERS < 100
                 ADD 1 TO W-NB-USERS
                 MOVE W-NB-USERS TO IDX-TROUVE
                 MOVE E-NRJ-USERID TO W-USR-USERID(IDX-TROUVE)
                 MOVE 0 TO W-USR-NB-ACCES(IDX-TROUVE)
                           W-USR-NB-HORS-H(IDX-TROUVE)
              ELSE
                 DISPLAY 'NIR1CI11 - TABLE UTILISATEURS PLEINE, '
                         E-NRJ-USERID ' NON CUMULE'
              END-IF
           END-IF

           IF IDX-TROUVE > 0
              ADD 1 TO W-USR-NB-ACCES(IDX-TROUVE)
           END-IF
           .

       24000-LISTE-HORS-HORAIRES.
      *----------------------*
           MOVE E-NRJ-DATE      TO W-HH-DATE
           MOVE E-NRJ-HEURE     TO W-HH-HEURE
           MOVE E-NRJ-USERID    TO W-HH-USERID
           MOVE E-NRJ-TERMINAL  TO W-HH-TERMINAL
           MOVE E-NRJ-NUMERO    TO W-HH-NUMERO
           MOVE E-NRJ-PROGRAMME TO W-HH-PROGRAMME
           WRITE RPT-LIGNE FROM W-LIGNE-HORS-H
           .

       30000-EDITE-VOLUMES.
      *----------------------*
           PERFORM 31000-EDITE-UTILISATEUR
              VARYING IDX-USR FROM 1 BY 1
              UNTIL IDX-USR > W-NB-USERS

           MOVE W-NB-ACCES-MOIS    TO W-TOT-ACCES
           MOVE W-NB-HORS-HORAIRES TO W-TOT-HORS-H
           MOVE W-NB-DEPASSEMENTS  TO W-TOT-DEPASSEMENTS
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           .

       31000-EDITE-UTILISATEUR.
      *----------------------*
           MOVE W-USR-USERID(IDX-USR)    TO W-USR-LIG-USERID
           MOVE W-USR-NB-ACCES(IDX-USR)  TO W-USR-LIG-NB
           MOVE W-USR-NB-HORS-H(IDX-USR) TO W-USR-LIG-HORS-H
           MOVE SPACE                    TO W-USR-LIG-CONSTAT
           IF W-USR-NB-ACCES(IDX-USR) > W-SEUIL-VOLUME
              ADD 1 TO W-NB-DEPASSEMENTS
              MOVE '** VOLUME INHABITUEL **' TO W-USR-LIG-CONSTAT
           END-IF
           WRITE RPT-LIGNE FROM W-LIGNE-USER
           .

      *--------------------------------------------------------*
      *   CHAQUE NIR RANGE EST RAPPROCHE DE SON DOSSIER ET      *
      *   RECONTROLE PAR VALIDNIR AVEC LA NAISSANCE ACTUELLE    *
      *--------------------------------------------------------*
       40000-TRAIT-COHERENCE.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE-COH
           PERFORM 41000-LIT-NIR
             UNTIL FNIR-FIN
           .

       41000-LIT-NIR.
      *----------------------*
           READ FNIR-FILE NEXT RECORD
              AT END
                 SET FNIR-FIN TO TRUE
              NOT AT END
                 ADD 1 TO W-NB-NIR
                 PERFORM 42000-CONTROLE-NIR
           END-READ
           .

       42000-CONTROLE-NIR.
      *----------------------*
           MOVE E-NIR-NUMERO TO E-NUMERO
           READ FSTAG-FILE
              INVALID KEY
                 MOVE 'NIR SANS DOSSIER' TO W-ANO-CONSTAT
                 PERFORM 43000-EDITE-ANOMALIE
              NOT INVALID KEY
                 IF SUPPRIME-NON
                    MOVE E-NIR-VALEUR TO NIR-A-VALIDER
                    MOVE E-NIR-SEXE   TO SEXE-A-VALIDER
                    MOVE E-DATE-NAISS TO NAISS-A-VALIDER
                    CALL pgm-validnir USING validnir-param
                    EVALUATE TRUE
                      WHEN cr-nir-invalide
                        MOVE 'CLE DE CONTROLE FAUSSE' TO W-ANO-CONSTAT
                        PERFORM 43000-EDITE-ANOMALIE
                      WHEN cr-nir-sexe
                        MOVE 'NIR INCOHERENT AVEC LE SEXE'
                          TO W-ANO-CONSTAT
                        PERFORM 43000-EDITE-ANOMALIE
                      WHEN cr-nir-naissance
                        MOVE 'NIR INCOHERENT AVEC LA NAISSANCE'
                          TO W-ANO-CONSTAT
                        PERFORM 43000-EDITE-ANOMALIE
                      WHEN OTHER
                        CONTINUE
                    END-EVALUATE
                 ELSE
                    MOVE 'NIR D''UN DOSSIER SUPPRIME' TO W-ANO-CONSTAT
                    PERFORM 43000-EDITE-ANOMALIE
                 END-IF
           END-READ
           .

       43000-EDITE-ANOMALIE.
      *----------------------*
           ADD 1 TO W-NB-ANOMALIES
           MOVE E-NIR-NUMERO       TO W-ANO-NUMERO
           MOVE ALL '*'            TO W-ANO-NIR
           MOVE E-NIR-VALEUR(1:5)  TO W-ANO-NIR(1:5)
           WRITE RPT-LIGNE FROM W-LIGNE-ANOMALIE
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE W-NB-NIR           TO W-TOT-NIR
           MOVE W-NB-ANOMALIES     TO W-TOT-ANOMALIES
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL-COH

           CLOSE FNIRJ-FILE
           CLOSE FNIR-FILE
           CLOSE FSTAG-FILE
           CLOSE RPT-FILE

           DISPLAY 'NIR1CI11 - REVUE TERMINEE - ' W-NB-ACCES-MOIS
                   ' ACCES / ' W-NB-HORS-HORAIRES ' HORS HORAIRES / '
                   W-NB-DEPASSEMENTS ' DEPASSEMENT(S) / '
                   W-NB-ANOMALIES ' ANOMALIE(S) NIR'

           IF W-NB-HORS-HORAIRES > 0 OR W-NB-DEPASSEMENTS > 0
              OR W-NB-ANOMALIES > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
