      *======================================================*
      *   PROGRAMME BATCH QUOTIDIEN - SUIVI DES ACCIDENTS DU *
      *   TRAVAIL DES STAGIAIRES (FACCI11, SAISIS SUR        *
      *   ATR1CI11) : LISTE DE TRAVAIL DES ACCIDENTS NON     *
      *   ENCORE DECLARES, AVEC LES JOURS OUVRES ECOULES ET  *
      *   L'ECHEANCE DU DELAI LEGAL DE DECLARATION (FPARM11  *
      *   ATR-DELAI, JOURS FERIES FJOUR11, CALCUL VALIDJOU). *
      *   LES JOURS OUVRES DE L'ARRET DE TRAVAIL ECOULES ET  *
      *   NON CLOTURES (MOIS-CLOS) SONT POINTES EN ABSENCE   *
      *   JUSTIFIEE 'J' DANS FPRES11 AVEC L'ACCIDENT POUR    *
      *   JUSTIFICATIF RECU DANS FJUST11                     *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATR2CI11.

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
           SELECT FACCI-FILE ASSIGN TO FACCI11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-ACC-CLE
               FILE STATUS IS FACCI-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FPRES-FILE ASSIGN TO FPRES11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PRE-CLE
               FILE STATUS IS FPRES-STATUT.

           SELECT FJUST-FILE ASSIGN TO FJUST11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-JUS-CLE
               FILE STATUS IS FJUST-STATUT.

           SELECT FJOUR-FILE ASSIGN TO FJOUR11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-JOU-DATE
               FILE STATUS IS FJOUR-STATUT.

           SELECT FPARM-FILE ASSIGN TO FPARM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PAR-CLE
               FILE STATUS IS FPARM-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTACCI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FACCI-FILE.
       COPY CACCI.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FPRES-FILE.
       COPY CPRES.

       FD  FJUST-FILE.
       COPY CJUST.

       FD  FJOUR-FILE.
       COPY CJOUR.

       FD  FPARM-FILE.
       COPY CPARM.

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FACCI-STATUT                PIC X(2).
         88 FACCI-OK                  VALUE '00'.
         88 FACCI-FIN                 VALUE '10'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FPRES-STATUT                PIC X(2).
         88 FPRES-OK                  VALUE '00'.

       01 FJUST-STATUT                PIC X(2).
         88 FJUST-OK                  VALUE '00'.

       01 FJOUR-STATUT                PIC X(2).
         88 FJOUR-OK                  VALUE '00'.
         88 FJOUR-FIN                 VALUE '10'.
         88 FJOUR-ABSENT              VALUE '35'.

       01 FPARM-STATUT                PIC X(2).
         88 FPARM-OK                  VALUE '00'.
         88 FPARM-ABSENT              VALUE '35'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-JOUR REDEFINES W-DATE-SYS.
           05 W-DATE-JOUR-AAAA        PIC 9(4).
           05 W-DATE-JOUR-MM          PIC 9(2).
           05 W-DATE-JOUR-JJ          PIC 9(2).
       01 W-DATE-SYS-X REDEFINES W-DATE-SYS
                                      PIC X(8).
       01 W-DATE-RECU                 PIC X(10).

      *------------------------------------------------------*
      *   DELAI LEGAL DE DECLARATION EN JOURS OUVRES          *
      *   (FPARM11 ATR-DELAI, DEFAUT 2)                       *
      *------------------------------------------------------*
       01 W-DELAI-DECLARATION         PIC 9(3) VALUE 2.

      *------------------------------------------------------*
      *   CLOTURE MENSUELLE (PARAMETRE MOIS-CLOS, POSE PAR    *
      *   PAI1CI11) : LES JOURS D'ARRET D'UN MOIS DEJA PAYE   *
      *   NE SONT PLUS POINTES                                *
      *------------------------------------------------------*
       01 W-MOIS-CLOS                 PIC 9(6) VALUE 0.

      *------------------------------------------------------*
      *   PREMIERE DATE UTILE (ACCIDENT NON DECLARE OU DEBUT   *
      *   D'ARRET) : BORNE LE CHARGEMENT DES JOURS FERIES      *
      *------------------------------------------------------*
       01 W-DEBUT-FERIES              PIC X(8).

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

      * --------- Jour d'arret courant (AAAAMMJJ)
       01 W-JOUR-ARRET.
           05 W-ARR-AAAA              PIC 9(4).
           05 W-ARR-MM                PIC 9(2).
           05 W-ARR-JJ                PIC 9(2).
       01 W-JOUR-ARRET-X REDEFINES W-JOUR-ARRET
                                      PIC X(8).
       01 W-ARR-DERNIER-JOUR          PIC 9(2).
       01 W-ARR-RANG                  PIC 9(4).
       01 W-STAG-POINTABLE            PIC 9.

      * --------- Nom du sous-programme jours ouvrables
       01 pgm-validjou                PIC X(8) VALUE 'VALIDJOU'.

      * --------- Parametre pour sous-programme VALIDJOU
       01 validjou-param.
         02 FONCTION-J                PIC X(1).
         02 DATE-DEBUT-J              PIC X(8).
         02 DATE-FIN-J                PIC X(8).
         02 NB-JOURS-DEMANDE          PIC 9(3).
         02 DATE-RESULTAT-J           PIC X(8).
         02 NB-JOURS-RESULTAT         PIC 9(3).
         02 CR-JOURS                  PIC 9.
           88 cr-jours-invalide value 0.
           88 cr-jours-ok       value 1.
         02 NB-FERIES-J               PIC 9(2).
         02 TAB-FERIES-J.
           05 FERIE-J                 PIC 9(8) OCCURS 20.

       01 W-ECHEANCE                  PIC X(8).
       01 W-JOURS-ECOULES             PIC 9(3).

       01 W-NB-ACCIDENTS              PIC 9(5) VALUE 0.
       01 W-NB-NON-DECLARES           PIC 9(5) VALUE 0.
       01 W-NB-HORS-DELAI             PIC 9(5) VALUE 0.
       01 W-NB-JOURS-POINTES          PIC 9(5) VALUE 0.
       01 W-NB-JUSTIFS                PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES D'EDITION                                   *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(40) VALUE
              'ACCIDENTS DU TRAVAIL NON DECLARES'.
           05 FILLER                  PIC X(6)  VALUE ' - AU '.
           05 W-TIT-DATE              PIC X(10).
           05 FILLER                  PIC X(10) VALUE ' - DELAI '.
           05 W-TIT-DELAI             PIC ZZ9.
           05 FILLER                  PIC X(13) VALUE ' JOURS OUVRES'.

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(7)  VALUE 'NUMERO'.
           05 FILLER                  PIC X(36) VALUE 'STAGIAIRE'.
           05 FILLER                  PIC X(11) VALUE 'ACCIDENT'.
           05 FILLER                  PIC X(10) VALUE 'LIEU'.
           05 FILLER                  PIC X(8)  VALUE 'ECOULES'.
           05 FILLER                  PIC X(11) VALUE 'ECHEANCE'.
           05 FILLER                  PIC X(12) VALUE 'CONSTAT'.
           05 FILLER                  PIC X(11) VALUE 'ARRET'.

       01 W-LIGNE-ACCIDENT.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-PRENOM            PIC X(15).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-DATE              PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-LIEU-TYPE         PIC X(2).
           05 W-LIG-LIEU-CODE         PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LIG-ECOULES           PIC ZZ9.
           05 FILLER                  PIC X(5)  VALUE SPACE.
           05 W-LIG-ECHEANCE          PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-CONSTAT           PIC X(11).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-ARRET             PIC ZZ9.
           05 FILLER                  PIC X(2)  VALUE ' J'.

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TOT-LIBELLE           PIC X(30).
           05 W-TOT-NOMBRE            PIC ZZZZZZ9.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-ACCIDENTS
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD
           MOVE SPACE TO W-DATE-RECU
           STRING W-DATE-SYS-X(7:2) '/' W-DATE-SYS-X(5:2) '/'
                  W-DATE-SYS-X(1:4)
                  DELIMITED BY SIZE INTO W-DATE-RECU
           END-STRING

           OPEN INPUT FACCI-FILE
           IF NOT FACCI-OK
              DISPLAY 'ATR2CI11 - OUVERTURE FACCI11 IMPOSSIBLE : '
                      FACCI-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'ATR2CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FPRES-FILE
           IF NOT FPRES-OK
              DISPLAY 'ATR2CI11 - OUVERTURE FPRES11 IMPOSSIBLE : '
                      FPRES-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FJUST-FILE
           IF NOT FJUST-OK
              DISPLAY 'ATR2CI11 - OUVERTURE FJUST11 IMPOSSIBLE : '
                      FJUST-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'ATR2CI11 - OUVERTURE RPTACCI IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 12000-LIT-PARAMETRES
           PERFORM 11000-PREMIERE-DATE
           PERFORM 10500-CHARGE-FERIES

           MOVE W-DATE-RECU         TO W-TIT-DATE
           MOVE W-DELAI-DECLARATION TO W-TIT-DELAI
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           .

      *--------------------------------------------------------*
      *   JOURS FERIES A PARTIR DE LA PREMIERE DATE UTILE       *
      *   (FJOUR11), FOURNIS A VALIDJOU                         *
      *--------------------------------------------------------*
       10500-CHARGE-FERIES.
      *----------------------*
           MOVE 0 TO NB-FERIES-J
           OPEN INPUT FJOUR-FILE
           EVALUATE TRUE
              WHEN FJOUR-OK
                 PERFORM UNTIL FJOUR-FIN
                    READ FJOUR-FILE NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF NB-FERIES-J < 20
                             AND E-JOU-DATE(1:8) >= W-DEBUT-FERIES
                             ADD 1 TO NB-FERIES-J
                             MOVE E-JOU-DATE
                               TO FERIE-J(NB-FERIES-J)
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE FJOUR-FILE
              WHEN FJOUR-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ATR2CI11 - OUVERTURE FJOUR11 KO : '
                         FJOUR-STATUT
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   PREMIER PASSAGE SUR FACCI11 : DATE LA PLUS ANCIENNE   *
      *   D'UN ACCIDENT NON DECLARE OU D'UN ARRET ENCORE A      *
      *   POINTER (MOIS NON CLOS)                               *
      *--------------------------------------------------------*
       11000-PREMIERE-DATE.
      *----------------------*
           MOVE W-DATE-SYS-X TO W-DEBUT-FERIES
           PERFORM UNTIL FACCI-FIN
              READ FACCI-FILE NEXT RECORD
                 AT END
                    SET FACCI-FIN TO TRUE
                 NOT AT END
                    IF E-ACC-DATE-DECL = SPACE
                       AND E-ACC-DATE < W-DEBUT-FERIES
                       MOVE E-ACC-DATE TO W-DEBUT-FERIES
                    END-IF
                    IF E-ACC-ARRET-DEB IS NUMERIC
                       AND E-ACC-ARRET-DEB(1:6) > W-MOIS-CLOS
                       AND E-ACC-ARRET-DEB < W-DEBUT-FERIES
                       MOVE E-ACC-ARRET-DEB TO W-DEBUT-FERIES
                    END-IF
              END-READ
           END-PERFORM

           CLOSE FACCI-FILE
           OPEN INPUT FACCI-FILE
           IF NOT FACCI-OK
              DISPLAY 'ATR2CI11 - REOUVERTURE FACCI11 IMPOSSIBLE : '
                      FACCI-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       12000-LIT-PARAMETRES.
      *----------------------*
           OPEN INPUT FPARM-FILE
           EVALUATE TRUE
              WHEN FPARM-OK
                 MOVE 'ATR-DELAI   ' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-PAR-VALEUR > 0 AND E-PAR-VALEUR < 31
                          MOVE E-PAR-VALEUR TO W-DELAI-DECLARATION
                       END-IF
                 END-READ
                 MOVE 'MOIS-CLOS ' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-PAR-VALEUR IS NUMERIC
                          MOVE E-PAR-VALEUR TO W-MOIS-CLOS
                       END-IF
                 END-READ
                 CLOSE FPARM-FILE
              WHEN FPARM-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ATR2CI11 - OUVERTURE FPARM11 KO : '
                         FPARM-STATUT
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   SECOND PASSAGE : LISTE DE TRAVAIL ET POINTAGE DES     *
      *   JOURS D'ARRET                                         *
      *--------------------------------------------------------*
       20000-TRAIT-ACCIDENTS.
      *----------------------*
           MOVE '00' TO FACCI-STATUT
           PERFORM UNTIL FACCI-FIN
              READ FACCI-FILE NEXT RECORD
                 AT END
                    SET FACCI-FIN TO TRUE
                 NOT AT END
                    ADD 1 TO W-NB-ACCIDENTS
                    PERFORM 21000-LIT-STAGIAIRE
                    IF E-ACC-DATE-DECL = SPACE
                       PERFORM 22000-EDITE-ACCIDENT
                    END-IF
                    IF E-ACC-ARRET-DEB IS NUMERIC
                       AND E-ACC-ARRET-NB-JOURS > 0
                       AND W-STAG-POINTABLE = 1
                       PERFORM 30000-POINTE-ARRET
                    END-IF
              END-READ
           END-PERFORM
           .

       21000-LIT-STAGIAIRE.
      *----------------------*
           MOVE 0            TO W-STAG-POINTABLE
           MOVE E-ACC-NUMERO TO E-NUMERO
           READ FSTAG-FILE
              INVALID KEY
                 MOVE '** STAGIAIRE INCONNU **' TO E-NOM
                 MOVE SPACE TO E-PRENOM
              NOT INVALID KEY
                 IF NOT SUPPRIME-OUI
                    MOVE 1 TO W-STAG-POINTABLE
                 END-IF
           END-READ
           .

      *--------------------------------------------------------*
      *   ACCIDENT NON DECLARE : JOURS OUVRES ECOULES DEPUIS    *
      *   L'ACCIDENT (VALIDJOU 'C') ET ECHEANCE DU DELAI LEGAL  *
      *   (VALIDJOU 'A', DATES EN JJMMAAAA)                     *
      *--------------------------------------------------------*
       22000-EDITE-ACCIDENT.
      *----------------------*
           ADD 1 TO W-NB-NON-DECLARES

           MOVE 0 TO W-JOURS-ECOULES
           IF E-ACC-DATE < W-DATE-SYS-X
              MOVE 'C' TO FONCTION-J
              STRING E-ACC-DATE(7:2) E-ACC-DATE(5:2) E-ACC-DATE(1:4)
                     DELIMITED BY SIZE INTO DATE-DEBUT-J
              END-STRING
              STRING W-DATE-SYS-X(7:2) W-DATE-SYS-X(5:2)
                     W-DATE-SYS-X(1:4)
                     DELIMITED BY SIZE INTO DATE-FIN-J
              END-STRING
              CALL pgm-validjou USING validjou-param
              IF cr-jours-ok
                 MOVE NB-JOURS-RESULTAT TO W-JOURS-ECOULES
              END-IF
           END-IF

           MOVE 'A' TO FONCTION-J
           STRING E-ACC-DATE(7:2) E-ACC-DATE(5:2) E-ACC-DATE(1:4)
                  DELIMITED BY SIZE INTO DATE-DEBUT-J
           END-STRING
           MOVE W-DELAI-DECLARATION TO NB-JOURS-DEMANDE
           CALL pgm-validjou USING validjou-param
           IF cr-jours-ok
              STRING DATE-RESULTAT-J(5:4) DATE-RESULTAT-J(3:2)
                     DATE-RESULTAT-J(1:2)
                     DELIMITED BY SIZE INTO W-ECHEANCE
              END-STRING
           ELSE
      *       Calcul impossible : la declaration est due le jour
      *       meme de l'accident
              MOVE E-ACC-DATE TO W-ECHEANCE
           END-IF

           MOVE SPACE            TO W-LIGNE-ACCIDENT
           MOVE E-ACC-NUMERO     TO W-LIG-NUMERO
           MOVE E-NOM            TO W-LIG-NOM
           MOVE E-PRENOM         TO W-LIG-PRENOM
           STRING E-ACC-DATE(7:2) '/' E-ACC-DATE(5:2) '/'
                  E-ACC-DATE(1:4)
                  DELIMITED BY SIZE INTO W-LIG-DATE
           END-STRING
           IF ACC-LIEU-EMPLOYEUR
              MOVE 'E '            TO W-LIG-LIEU-TYPE
              MOVE E-ACC-EMPLOYEUR TO W-LIG-LIEU-CODE
           ELSE
              MOVE 'S '            TO W-LIG-LIEU-TYPE
              MOVE E-ACC-SESSION   TO W-LIG-LIEU-CODE
           END-IF
           MOVE W-JOURS-ECOULES  TO W-LIG-ECOULES
           STRING W-ECHEANCE(7:2) '/' W-ECHEANCE(5:2) '/'
                  W-ECHEANCE(1:4)
                  DELIMITED BY SIZE INTO W-LIG-ECHEANCE
           END-STRING
           IF W-DATE-SYS-X > W-ECHEANCE
              ADD 1 TO W-NB-HORS-DELAI
              MOVE 'HORS DELAI'  TO W-LIG-CONSTAT
           ELSE
              MOVE 'A DECLARER'  TO W-LIG-CONSTAT
           END-IF
           MOVE E-ACC-ARRET-NB-JOURS TO W-LIG-ARRET
           WRITE RPT-LIGNE FROM W-LIGNE-ACCIDENT
           .

      *--------------------------------------------------------*
      *   ARRET DE TRAVAIL : CHAQUE JOUR CALENDAIRE DE L'ARRET  *
      *   ECOULE, OUVRE (VALIDJOU 'O') ET D'UN MOIS NON CLOS    *
      *   EST POINTE EN ABSENCE JUSTIFIEE                       *
      *--------------------------------------------------------*
       30000-POINTE-ARRET.
      *----------------------*
           MOVE E-ACC-ARRET-DEB TO W-JOUR-ARRET-X
           PERFORM VARYING W-ARR-RANG FROM 1 BY 1
              UNTIL W-ARR-RANG > E-ACC-ARRET-NB-JOURS
                 OR W-JOUR-ARRET-X > W-DATE-SYS-X
              IF W-JOUR-ARRET-X(1:6) > W-MOIS-CLOS
                 MOVE 'O' TO FONCTION-J
                 STRING W-JOUR-ARRET-X(7:2) W-JOUR-ARRET-X(5:2)
                        W-JOUR-ARRET-X(1:4)
                        DELIMITED BY SIZE INTO DATE-DEBUT-J
                 END-STRING
                 CALL pgm-validjou USING validjou-param
                 IF cr-jours-ok AND NB-JOURS-RESULTAT = 1
                    PERFORM 31000-POINTE-JOUR
                 END-IF
              END-IF
              PERFORM 35000-JOUR-SUIVANT
           END-PERFORM
           .

       31000-POINTE-JOUR.
      *----------------------*
      *    Jour non pointe : cree en 'J' ; absence injustifiee :
      *    rebasculee en 'J' ; un jour present ('P') reste tel quel
           MOVE E-ACC-NUMERO   TO E-PRE-NUMERO
           MOVE W-JOUR-ARRET-X TO E-PRE-DATE
           READ FPRES-FILE
              INVALID KEY
                 MOVE 'J'        TO E-PRE-STATUT
                 MOVE 'J'        TO E-PRE-STATUT-AM
                 MOVE 'J'        TO E-PRE-STATUT-PM
                 MOVE 'ATR2CI11' TO E-PRE-USERID
                 WRITE E-PRESENCE
                    INVALID KEY
                       DISPLAY 'ATR2CI11 - ECRITURE FPRES11 KO : '
                               E-PRE-CLE ' ' FPRES-STATUT
                    NOT INVALID KEY
                       ADD 1 TO W-NB-JOURS-POINTES
                 END-WRITE
              NOT INVALID KEY
                 IF PRE-ABS-INJUSTIFIEE
                    MOVE 'J'        TO E-PRE-STATUT
                    IF NOT PRE-AM-PRESENT
                       MOVE 'J'     TO E-PRE-STATUT-AM
                    END-IF
                    IF NOT PRE-PM-PRESENT
                       MOVE 'J'     TO E-PRE-STATUT-PM
                    END-IF
                    MOVE 'ATR2CI11' TO E-PRE-USERID
                    REWRITE E-PRESENCE
                       INVALID KEY
                          DISPLAY 'ATR2CI11 - REECRITURE FPRES11 KO : '
                                  E-PRE-CLE ' ' FPRES-STATUT
                       NOT INVALID KEY
                          ADD 1 TO W-NB-JOURS-POINTES
                    END-REWRITE
                 END-IF
           END-READ

           IF PRE-ABS-JUSTIFIEE
              PERFORM 32000-JUSTIFIE-JOUR
           END-IF
           .

       32000-JUSTIFIE-JOUR.
      *----------------------*
      *    Justificatif du jour : l'accident, piece recue. Une
      *    piece deja recue pour ce jour est conservee
           MOVE E-PRE-CLE TO E-JUS-CLE
           READ FJUST-FILE
              INVALID KEY
                 PERFORM 32100-ALIMENTE-JUSTIF
                 MOVE W-DATE-RECU TO E-JUS-DATE-PROMESSE
                 WRITE E-JUSTIF
                    INVALID KEY
                       DISPLAY 'ATR2CI11 - ECRITURE FJUST11 KO : '
                               E-JUS-CLE ' ' FJUST-STATUT
                    NOT INVALID KEY
                       ADD 1 TO W-NB-JUSTIFS
                 END-WRITE
              NOT INVALID KEY
                 IF NOT JUS-RECU
                    PERFORM 32100-ALIMENTE-JUSTIF
                    REWRITE E-JUSTIF
                       INVALID KEY
                          DISPLAY 'ATR2CI11 - REECRITURE FJUST11 KO : '
                                  E-JUS-CLE ' ' FJUST-STATUT
                       NOT INVALID KEY
                          ADD 1 TO W-NB-JUSTIFS
                    END-REWRITE
                 END-IF
           END-READ
           .

       32100-ALIMENTE-JUSTIF.
      *----------------------*
           MOVE 'R'          TO E-JUS-STATUT
           MOVE SPACE        TO E-JUS-LIBELLE
           STRING 'ACCIDENT DU ' E-ACC-DATE(7:2) '/'
                  E-ACC-DATE(5:2) '/' E-ACC-DATE(1:4)
                  DELIMITED BY SIZE INTO E-JUS-LIBELLE
           END-STRING
           MOVE W-DATE-RECU  TO E-JUS-DATE-RECU
           MOVE 'ATR2CI11'   TO E-JUS-USERID
           .

       35000-JOUR-SUIVANT.
      *----------------------*
      *    Jour calendaire suivant (fin de mois, annees
      *    bissextiles)
           MOVE NB-JOURS(W-ARR-MM) TO W-ARR-DERNIER-JOUR
           IF W-ARR-MM = 2
              DIVIDE W-ARR-AAAA BY 4
                 GIVING MODULO4 REMAINDER MODULO4
              DIVIDE W-ARR-AAAA BY 100
                 GIVING MODULO100 REMAINDER MODULO100
              DIVIDE W-ARR-AAAA BY 400
                 GIVING MODULO400 REMAINDER MODULO400
              IF (MOD400 OR (MOD4 AND NOT MOD100))
                 MOVE 29 TO W-ARR-DERNIER-JOUR
              END-IF
           END-IF

           IF W-ARR-JJ < W-ARR-DERNIER-JOUR
              ADD 1 TO W-ARR-JJ
           ELSE
              MOVE 1 TO W-ARR-JJ
              IF W-ARR-MM < 12
                 ADD 1 TO W-ARR-MM
              ELSE
                 MOVE 1 TO W-ARR-MM
                 ADD 1 TO W-ARR-AAAA
              END-IF
           END-IF
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE 'ACCIDENTS LUS                :' TO W-TOT-LIBELLE
           MOVE W-NB-ACCIDENTS TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'ACCIDENTS NON DECLARES       :' TO W-TOT-LIBELLE
           MOVE W-NB-NON-DECLARES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'DONT HORS DELAI              :' TO W-TOT-LIBELLE
           MOVE W-NB-HORS-DELAI TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'JOURS D''ARRET POINTES J      :' TO W-TOT-LIBELLE
           MOVE W-NB-JOURS-POINTES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'JUSTIFICATIFS ENREGISTRES    :' TO W-TOT-LIBELLE
           MOVE W-NB-JUSTIFS TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FACCI-FILE
           CLOSE FSTAG-FILE
           CLOSE FPRES-FILE
           CLOSE FJUST-FILE
           CLOSE RPT-FILE

           DISPLAY 'ATR2CI11 - SUIVI TERMINE - '
                   W-NB-NON-DECLARES ' ACCIDENT(S) NON DECLARE(S) / '
                   W-NB-HORS-DELAI ' HORS DELAI'

           IF W-NB-HORS-DELAI > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
