      *======================================================*
      *   PROGRAMME BATCH - RECONDUCTION DU CATALOGUE DES    *
      *   SESSIONS SUR UNE PERIODE SUIVANTE. CARTE : PERIODE *
      *   SOURCE (DEBUTS DE SESSION), PERIODE CIBLE, DECALAGE*
      *   EN JOURS (A BLANC = ECART DES DEUX DEBUTS DE       *
      *   PERIODE), PREFIXE DES NOUVEAUX CODES ET MODE       *
      *   (E = EPREUVE SEULE, RIEN N'EST ECRIT ; C =         *
      *   CREATION). CHAQUE SESSION NON ANNULEE DE LA PERIODE*
      *   SOURCE EST REPRISE (INTITULE, LIEU, CAPACITE, TAUX,*
      *   SITE, SALLE SI ELLE EST LIBRE) SOUS UN NOUVEAU CODE*
      *   AVEC SES DATES DECALEES : UN DEBUT TOMBANT UN JOUR *
      *   NON OUVRE EST REPORTE AU JOUR OUVRE SUIVANT ET LA  *
      *   DUREE EN JOURS OUVRES EST CONSERVEE (VALIDJOU,     *
      *   FERIES FJOUR11). LES AFFECTATIONS DE FORMATEURS    *
      *   SONT RECOPIEES EN PROPOSITIONS A CONFIRMER SUR     *
      *   FOR2CI11. UNE SESSION DEJA RECONDUITE SUR LA       *
      *   PERIODE CIBLE (E-SES-ORIGINE) N'EST PAS DOUBLEE.   *
      *   L'EPREUVE EDITEE SERT A LA REVUE AVANT CREATION    *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAT1CI11.

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
           SELECT FSESS-FILE ASSIGN TO FSESS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-SES-CODE
               FILE STATUS IS FSESS-STATUT.

           SELECT FAFFE-FILE ASSIGN TO FAFFE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-AFF-CLE
               FILE STATUS IS FAFFE-STATUT.

           SELECT FSALL-FILE ASSIGN TO FSALL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SAL-CLE
               FILE STATUS IS FSALL-STATUT.

           SELECT FRESA-FILE ASSIGN TO FRESA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-RSA-CLE
               FILE STATUS IS FRESA-STATUT.

           SELECT FJOUR-FILE ASSIGN TO FJOUR11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-JOU-DATE
               FILE STATUS IS FJOUR-STATUT.

      *        CARTE PARAMETRE : DEBUT ET FIN DE LA PERIODE SOURCE,
      *        DEBUT ET FIN DE LA PERIODE CIBLE (JJMMAAAA), DECALAGE
      *        EN JOURS (A BLANC = CALCULE), PREFIXE DES CODES (A
      *        BLANC = SES), MODE (E OU BLANC = EPREUVE, C =
      *        CREATION)
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTCATAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FSESS-FILE.
       COPY CSESS.

       FD  FAFFE-FILE.
       COPY CAFFE.

       FD  FSALL-FILE.
       COPY CSALL.

       FD  FRESA-FILE.
       COPY CRESA.

       FD  FJOUR-FILE.
       COPY CJOUR.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-SOURCE-DEB        PIC X(8).
           05 FILLER                  PIC X(1).
           05 CARTE-SOURCE-FIN        PIC X(8).
           05 FILLER                  PIC X(1).
           05 CARTE-CIBLE-DEB         PIC X(8).
           05 FILLER                  PIC X(1).
           05 CARTE-CIBLE-FIN         PIC X(8).
           05 FILLER                  PIC X(1).
           05 CARTE-DECALAGE          PIC X(3).
           05 FILLER                  PIC X(1).
           05 CARTE-PREFIXE           PIC X(3).
           05 FILLER                  PIC X(1).
           05 CARTE-MODE              PIC X(1).
           05 FILLER                  PIC X(35).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.
         88 FSESS-FIN                 VALUE '10'.

       01 FAFFE-STATUT                PIC X(2).
         88 FAFFE-OK                  VALUE '00'.
         88 FAFFE-FIN                 VALUE '10'.

       01 FSALL-STATUT                PIC X(2).
         88 FSALL-OK                  VALUE '00'.

       01 FRESA-STATUT                PIC X(2).
         88 FRESA-OK                  VALUE '00'.
         88 FRESA-FIN                 VALUE '10'.

       01 FJOUR-STATUT                PIC X(2).
         88 FJOUR-OK                  VALUE '00'.
         88 FJOUR-FIN                 VALUE '10'.
         88 FJOUR-ABSENT              VALUE '35'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

      *------------------------------------------------------*
      *   PARAMETRES DE LA RECONDUCTION                       *
      *------------------------------------------------------*
       01 W-SOURCE-DEB                PIC 9(8).
       01 W-SOURCE-FIN                PIC 9(8).
       01 W-CIBLE-DEB                 PIC 9(8).
       01 W-CIBLE-FIN                 PIC 9(8).
       01 W-DECALAGE                  PIC 9(3).
       01 W-PREFIXE                   PIC X(3).
       01 W-MODE                      PIC X(1).
         88 MODE-EPREUVE              VALUE 'E'.
         88 MODE-CREATION             VALUE 'C'.
       01 W-NUM-SOURCE                PIC 9(7).

      *------------------------------------------------------*
      *   DATE DU TRAITEMENT                                  *
      *------------------------------------------------------*
       01 W-DATE-SYS.
           05 W-SYS-AAAA              PIC 9(4).
           05 W-SYS-MM                PIC 9(2).
           05 W-SYS-JJ                PIC 9(2).
       01 W-DATE-ECR                  PIC X(10).

      *------------------------------------------------------*
      *   JOURS FERIES (FJOUR11, FICHIER FACULTATIF)          *
      *------------------------------------------------------*
       01 TAB-FERIES.
           05 W-NB-FERIES             PIC 9(4) COMP VALUE 0.
           05 W-FERIE OCCURS 300      PIC 9(8).
       01 IDX-FER                     PIC 9(4) COMP.
       01 W-FERIES-DEPUIS             PIC 9(8).

      *------------------------------------------------------*
      *   SESSIONS SOURCE : NON ANNULEES, DEBUT DANS LA       *
      *   PERIODE SOURCE                                      *
      *------------------------------------------------------*
       01 TAB-SOURCES.
           05 W-NB-SRC                PIC 9(4) COMP VALUE 0.
           05 W-SRC OCCURS 500.
             10 W-SRC-CODE            PIC X(6).
             10 W-SRC-TITRE           PIC X(30).
             10 W-SRC-DATE-DEB        PIC X(8).
             10 W-SRC-DATE-FIN        PIC X(8).
             10 W-SRC-LIEU            PIC X(25).
             10 W-SRC-CAPACITE        PIC 9(3).
             10 W-SRC-TAUX            PIC 9(5).
             10 W-SRC-SITE            PIC X(3).
             10 W-SRC-SALLE           PIC X(3).
       01 IDX-SRC                     PIC 9(4) COMP.

      *------------------------------------------------------*
      *   SESSIONS DEJA RECONDUITES SUR LA PERIODE CIBLE      *
      *   (CODE DE LEUR SESSION D'ORIGINE)                    *
      *------------------------------------------------------*
       01 TAB-DEJA.
           05 W-NB-DEJA               PIC 9(4) COMP VALUE 0.
           05 W-DEJA OCCURS 2000.
             10 W-DEJA-ORIGINE        PIC X(6).
             10 W-DEJA-CODE           PIC X(6).
       01 IDX-DEJA                    PIC 9(4) COMP.
       01 W-DEJA-TROUVE               PIC X(6).

      *------------------------------------------------------*
      *   SALLES RETENUES PAR CE PASSAGE (LES RESERVATIONS    *
      *   NE SONT PAS ECRITES EN EPREUVE)                     *
      *------------------------------------------------------*
       01 TAB-RESA-PASSAGE.
           05 W-NB-RSP                PIC 9(4) COMP VALUE 0.
           05 W-RSP OCCURS 500.
             10 W-RSP-SALLE           PIC X(6).
             10 W-RSP-DEBUT           PIC 9(8).
             10 W-RSP-FIN             PIC 9(8).
             10 W-RSP-SESSION         PIC X(6).
       01 IDX-RSP                     PIC 9(4) COMP.

      *------------------------------------------------------*
      *   AFFECTATIONS DE LA SESSION SOURCE                   *
      *------------------------------------------------------*
       01 TAB-AFF-SOURCE.
           05 W-NB-AFS                PIC 9(4) COMP VALUE 0.
           05 W-AFS OCCURS 20.
             10 W-AFS-FORMATEUR       PIC X(6).
             10 W-AFS-ROLE            PIC X(1).
       01 IDX-AFS                     PIC 9(4) COMP.
       01 W-FIN-AFF                   PIC 9.
         88 FIN-AFF-OUI               VALUE 1.
         88 FIN-AFF-NON               VALUE 0.
       01 W-FIN-RESA                  PIC 9.
         88 FIN-RESA-OUI              VALUE 1.
         88 FIN-RESA-NON              VALUE 0.

      *------------------------------------------------------*
      *   NOUVELLE SESSION                                    *
      *------------------------------------------------------*
       01 W-DERNIER-RANG              PIC 9(3) VALUE 0.
       01 W-RANG-CODE                 PIC 9(3).
       01 W-NOUVEAU-CODE.
           05 W-NCO-PREFIXE           PIC X(3).
           05 W-NCO-RANG              PIC 9(3).
       01 W-NEW-DEB                   PIC 9(8).
       01 W-NEW-FIN                   PIC 9(8).
       01 W-NEW-DEB-X                 PIC X(8).
       01 W-NEW-FIN-X                 PIC X(8).
       01 W-SRC-DEB-N                 PIC 9(8).
       01 W-NB-OUVRES                 PIC 9(3).
       01 W-DEBUT-DEPLACE             PIC 9.
         88 DEBUT-DEPLACE             VALUE 1.
       01 W-DEB-AVANT-REPORT          PIC 9(8).

       01 W-RESULTAT                  PIC X(1).
         88 RES-RETENUE               VALUE 'R'.
         88 RES-DEJA                  VALUE 'D'.
         88 RES-HORS-PERIODE          VALUE 'H'.
         88 RES-CODES-EPUISES         VALUE 'X'.
         88 RES-ECRITURE-KO           VALUE 'K'.

       01 W-SALLE-STATUT              PIC X(1).
         88 SALLE-RETENUE             VALUE 'R'.
         88 SALLE-AUCUNE              VALUE 'N'.
         88 SALLE-INCONNUE            VALUE 'I'.
         88 SALLE-PETITE              VALUE 'P'.
         88 SALLE-OCCUPEE             VALUE 'O'.
       01 W-SALLE-CLE                 PIC X(6).
       01 W-SALLE-CONFLIT             PIC X(6).

      *------------------------------------------------------*
      *   CALENDRIER : NUMERO DE JOUR (01/01/0001 = 1) POUR   *
      *   LE DECALAGE PAR DEFAUT, JOUR SUIVANT POUR DECALER   *
      *------------------------------------------------------*
       01 TAB-CUMUL-MOIS.
           05 FILLER                  PIC 9(3) VALUE 000.
           05 FILLER                  PIC 9(3) VALUE 031.
           05 FILLER                  PIC 9(3) VALUE 059.
           05 FILLER                  PIC 9(3) VALUE 090.
           05 FILLER                  PIC 9(3) VALUE 120.
           05 FILLER                  PIC 9(3) VALUE 151.
           05 FILLER                  PIC 9(3) VALUE 181.
           05 FILLER                  PIC 9(3) VALUE 212.
           05 FILLER                  PIC 9(3) VALUE 243.
           05 FILLER                  PIC 9(3) VALUE 273.
           05 FILLER                  PIC 9(3) VALUE 304.
           05 FILLER                  PIC 9(3) VALUE 334.

       01 TAB-CUMUL-MOIS-R REDEFINES TAB-CUMUL-MOIS.
           05 CUMUL-MOIS OCCURS 12    PIC 9(3).

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

       01 W-CAL-DATE.
           05 W-CAL-JJ                PIC 9(2).
           05 W-CAL-MM                PIC 9(2).
           05 W-CAL-AAAA              PIC 9(4).
       01 W-CAL-DATE-X REDEFINES W-CAL-DATE
                                      PIC X(8).
       01 W-CAL-ANS                   PIC 9(4).
       01 W-CAL-QUOTIENT              PIC 9(7).
       01 W-CAL-RESTE                 PIC 9(4).
       01 W-CAL-NUM-JOUR              PIC 9(7).
       01 W-CAL-DERNIER-JOUR          PIC 9(2).
       01 W-ECART-JOURS               PIC S9(7).

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-validdat              PIC X(8) value 'VALIDDAT'.
         02 pgm-validjou              PIC X(8) value 'VALIDJOU'.

      * --------- Parametre pour sous-programme VALIDDAT
       01 validdat-param.
         02 date-to-validate          PIC X(8).
         02 CR-VALIDDAT               PIC 9 value 0.
          88 cr-validdat-false              value 0.
          88 cr-validdat-ok                 value 1.
         02 AN-MIN-VALIDDAT           PIC 9(4) value 0.
         02 AN-MAX-VALIDDAT           PIC 9(4) value 0.

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

      *------------------------------------------------------*
      *   COMPTEURS                                           *
      *------------------------------------------------------*
       01 W-NB-EXAMINEES              PIC 9(4) VALUE 0.
       01 W-NB-RETENUES               PIC 9(4) VALUE 0.
       01 W-NB-DEJA-FAITES            PIC 9(4) VALUE 0.
       01 W-NB-ECARTEES               PIC 9(4) VALUE 0.
       01 W-NB-DEPLACEES              PIC 9(4) VALUE 0.
       01 W-NB-SANS-SALLE             PIC 9(4) VALUE 0.
       01 W-NB-PROPOSEES              PIC 9(4) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES DE L'EDITION                                *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(41) VALUE
              'RECONDUCTION DU CATALOGUE DES SESSIONS - '.
           05 W-TIT-MODE              PIC X(40).
           05 FILLER                  PIC X(12) VALUE
              ' - EDITE LE '.
           05 W-TIT-DATE              PIC X(10).

       01 W-LIGNE-CARTE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(19) VALUE
              'PERIODE SOURCE DU '.
           05 W-CAR-SRC-DEB           PIC X(10).
           05 FILLER                  PIC X(4)  VALUE ' AU '.
           05 W-CAR-SRC-FIN           PIC X(10).
           05 FILLER                  PIC X(20) VALUE
              '   PERIODE CIBLE DU '.
           05 W-CAR-CIB-DEB           PIC X(10).
           05 FILLER                  PIC X(4)  VALUE ' AU '.
           05 W-CAR-CIB-FIN           PIC X(10).
           05 FILLER                  PIC X(12) VALUE
              '   DECALAGE '.
           05 W-CAR-DECALAGE          PIC ZZ9.
           05 FILLER                  PIC X(17) VALUE
              ' JOURS  PREFIXE '.
           05 W-CAR-PREFIXE           PIC X(3).

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(39) VALUE
              'ORIGINE INTITULE'.
           05 FILLER                  PIC X(25) VALUE
              'DATES D''ORIGINE'.
           05 FILLER                  PIC X(8)  VALUE 'NOUVELLE'.
           05 FILLER                  PIC X(23) VALUE
              'NOUVELLES DATES'.
           05 FILLER                  PIC X(19) VALUE
              'SIT SAL CAP  TAUX'.
           05 FILLER                  PIC X(17) VALUE 'RESULTAT'.

       01 W-LIGNE-SESSION.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-ORIGINE           PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-TITRE             PIC X(30).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-SRC-DEB           PIC X(10).
           05 FILLER                  PIC X(1)  VALUE '-'.
           05 W-DET-SRC-FIN           PIC X(10).
           05 FILLER                  PIC X(4)  VALUE ' -> '.
           05 W-DET-CODE              PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-NEW-DEB           PIC X(10).
           05 FILLER                  PIC X(1)  VALUE '-'.
           05 W-DET-NEW-FIN           PIC X(10).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-SITE              PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-SALLE             PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-CAPACITE          PIC ZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-TAUX              PIC ZZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-RESULTAT          PIC X(17).

       01 W-LIGNE-REMARQUE.
           05 FILLER                  PIC X(10) VALUE SPACE.
           05 W-REM-TEXTE             PIC X(100).

       01 W-LIGNE-AFFECT.
           05 FILLER                  PIC X(10) VALUE SPACE.
           05 FILLER                  PIC X(10) VALUE 'FORMATEUR '.
           05 W-AFL-FORMATEUR         PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-AFL-ROLE              PIC X(10).
           05 W-AFL-TEXTE             PIC X(40).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TOT-LIBELLE           PIC X(40).
           05 W-TOT-NOMBRE            PIC ZZZ9.

       01 W-LIGNE-VIDE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(40) VALUE
              'AUCUNE SESSION SUR LA PERIODE SOURCE'.

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

       01 W-DATE-EDIT-8               PIC 9(8).
       01 W-DATE-EDIT                 PIC X(10).

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-RECONDUCTION
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD
           MOVE SPACE TO W-DATE-ECR
           STRING W-SYS-JJ '/' W-SYS-MM '/' W-SYS-AAAA
                  DELIMITED BY SIZE INTO W-DATE-ECR
           END-STRING

           PERFORM 10100-LIT-CARTE

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'CAT1CI11 - OUVERTURE RPTCATAL IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF MODE-CREATION
              MOVE 'CREATION DES SESSIONS' TO W-TIT-MODE
           ELSE
              MOVE 'EPREUVE SEULE, AUCUNE MISE A JOUR'
                TO W-TIT-MODE
           END-IF
           MOVE W-DATE-ECR TO W-TIT-DATE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE

           MOVE W-SOURCE-DEB TO W-DATE-EDIT-8
           PERFORM 28000-EDITE-DATE
           MOVE W-DATE-EDIT  TO W-CAR-SRC-DEB
           MOVE W-SOURCE-FIN TO W-DATE-EDIT-8
           PERFORM 28000-EDITE-DATE
           MOVE W-DATE-EDIT  TO W-CAR-SRC-FIN
           MOVE W-CIBLE-DEB  TO W-DATE-EDIT-8
           PERFORM 28000-EDITE-DATE
           MOVE W-DATE-EDIT  TO W-CAR-CIB-DEB
           MOVE W-CIBLE-FIN  TO W-DATE-EDIT-8
           PERFORM 28000-EDITE-DATE
           MOVE W-DATE-EDIT  TO W-CAR-CIB-FIN
           MOVE W-DECALAGE   TO W-CAR-DECALAGE
           MOVE W-PREFIXE    TO W-CAR-PREFIXE
           WRITE RPT-LIGNE FROM W-LIGNE-CARTE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE

           PERFORM 10500-CHARGE-FERIES

      *    EN EPREUVE LES FICHIERS NE SONT QUE LUS
           IF MODE-CREATION
              OPEN I-O FSESS-FILE
           ELSE
              OPEN INPUT FSESS-FILE
           END-IF
           IF NOT FSESS-OK
              DISPLAY 'CAT1CI11 - OUVERTURE FSESS11 IMPOSSIBLE : '
                      FSESS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF MODE-CREATION
              OPEN I-O FAFFE-FILE
           ELSE
              OPEN INPUT FAFFE-FILE
           END-IF
           IF NOT FAFFE-OK
              DISPLAY 'CAT1CI11 - OUVERTURE FAFFE11 IMPOSSIBLE : '
                      FAFFE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF MODE-CREATION
              OPEN I-O FRESA-FILE
           ELSE
              OPEN INPUT FRESA-FILE
           END-IF
           IF NOT FRESA-OK
              DISPLAY 'CAT1CI11 - OUVERTURE FRESA11 IMPOSSIBLE : '
                      FRESA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSALL-FILE
           IF NOT FSALL-OK
              DISPLAY 'CAT1CI11 - OUVERTURE FSALL11 IMPOSSIBLE : '
                      FSALL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 11000-CHARGE-SESSIONS
           .

      *--------------------------------------------------------*
      *   LECTURE ET CONTROLE DE LA CARTE PARAMETRE              *
      *--------------------------------------------------------*
       10100-LIT-CARTE.
      *----------------------*
           OPEN INPUT CARTE-FILE
           IF NOT CARTE-OK
              DISPLAY 'CAT1CI11 - OUVERTURE CARTE IMPOSSIBLE : '
                      CARTE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CARTE-FILE
              AT END
                 MOVE SPACE TO CARTE-REC
           END-READ
           CLOSE CARTE-FILE

           MOVE CARTE-SOURCE-DEB TO date-to-validate
           PERFORM 10200-CONTROLE-DATE
           COMPUTE W-SOURCE-DEB = W-CAL-AAAA * 10000
                                + W-CAL-MM * 100 + W-CAL-JJ
           PERFORM 26000-NUMERO-JOUR
           MOVE W-CAL-NUM-JOUR TO W-NUM-SOURCE

           MOVE CARTE-SOURCE-FIN TO date-to-validate
           PERFORM 10200-CONTROLE-DATE
           COMPUTE W-SOURCE-FIN = W-CAL-AAAA * 10000
                                + W-CAL-MM * 100 + W-CAL-JJ

           MOVE CARTE-CIBLE-FIN TO date-to-validate
           PERFORM 10200-CONTROLE-DATE
           COMPUTE W-CIBLE-FIN = W-CAL-AAAA * 10000
                               + W-CAL-MM * 100 + W-CAL-JJ

           MOVE CARTE-CIBLE-DEB TO date-to-validate
           PERFORM 10200-CONTROLE-DATE
           COMPUTE W-CIBLE-DEB = W-CAL-AAAA * 10000
                               + W-CAL-MM * 100 + W-CAL-JJ

           IF W-SOURCE-FIN < W-SOURCE-DEB
              OR W-CIBLE-FIN < W-CIBLE-DEB
              OR W-CIBLE-DEB NOT > W-SOURCE-FIN
              DISPLAY 'CAT1CI11 - PERIODES INVALIDES : ' CARTE-REC
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

      *    DECALAGE PAR DEFAUT : ECART ENTRE LES DEUX DEBUTS DE
      *    PERIODE (LES DATES DE LA CIBLE SONT ENCORE DANS
      *    W-CAL-DATE)
           IF CARTE-DECALAGE = SPACE
              PERFORM 26000-NUMERO-JOUR
              COMPUTE W-ECART-JOURS = W-CAL-NUM-JOUR - W-NUM-SOURCE
              IF W-ECART-JOURS < 1 OR W-ECART-JOURS > 999
                 DISPLAY 'CAT1CI11 - DECALAGE HORS LIMITES : '
                         W-ECART-JOURS
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE W-ECART-JOURS TO W-DECALAGE
           ELSE
              IF CARTE-DECALAGE IS NOT NUMERIC
                 OR CARTE-DECALAGE = '000'
                 DISPLAY 'CAT1CI11 - DECALAGE INVALIDE : '
                         CARTE-DECALAGE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CARTE-DECALAGE TO W-DECALAGE
           END-IF

           IF CARTE-PREFIXE = SPACE
              MOVE 'SES' TO W-PREFIXE
           ELSE
              MOVE CARTE-PREFIXE TO W-PREFIXE
           END-IF

           EVALUATE CARTE-MODE
              WHEN SPACE
              WHEN 'E'
                 SET MODE-EPREUVE TO TRUE
              WHEN 'C'
                 SET MODE-CREATION TO TRUE
              WHEN OTHER
                 DISPLAY 'CAT1CI11 - MODE INVALIDE (E OU C) : '
                         CARTE-MODE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           .

       10200-CONTROLE-DATE.
      *----------------------*
           MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
           CALL pgm-validdat USING validdat-param
           IF cr-validdat-false
              DISPLAY 'CAT1CI11 - DATE DE CARTE INVALIDE : '
                      date-to-validate
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE date-to-validate TO W-CAL-DATE-X
           .

      *--------------------------------------------------------*
      *   CHARGEMENT DES JOURS FERIES (TOUS, LA RECONDUCTION     *
      *   PEUT FRANCHIR L'ANNEE)                                 *
      *--------------------------------------------------------*
       10500-CHARGE-FERIES.
      *----------------------*
           OPEN INPUT FJOUR-FILE
           EVALUATE TRUE
              WHEN FJOUR-OK
                 PERFORM UNTIL FJOUR-FIN
                    READ FJOUR-FILE NEXT RECORD
                       AT END
                          SET FJOUR-FIN TO TRUE
                       NOT AT END
                          IF W-NB-FERIES NOT < 300
                             DISPLAY 'CAT1CI11 - TABLE DES FERIES '
                                     'SATUREE : ' E-JOU-DATE
                             MOVE 4 TO RETURN-CODE
                          ELSE
                             ADD 1 TO W-NB-FERIES
                             MOVE E-JOU-DATE TO W-FERIE(W-NB-FERIES)
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE FJOUR-FILE
              WHEN FJOUR-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'CAT1CI11 - OUVERTURE FJOUR11 KO : '
                         FJOUR-STATUT
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   PARCOURS DU CATALOGUE : SESSIONS SOURCE, SESSIONS      *
      *   DEJA RECONDUITES ET DERNIER RANG PRIS SOUS LE PREFIXE  *
      *--------------------------------------------------------*
       11000-CHARGE-SESSIONS.
      *----------------------*
           PERFORM UNTIL FSESS-FIN
              READ FSESS-FILE NEXT RECORD
                 AT END
                    SET FSESS-FIN TO TRUE
                 NOT AT END
                    PERFORM 11100-EXAMINE-SESSION
              END-READ
           END-PERFORM
           .

       11100-EXAMINE-SESSION.
      *----------------------*
           IF E-SES-CODE(1:3) = W-PREFIXE
              AND E-SES-CODE(4:3) IS NUMERIC
              MOVE E-SES-CODE(4:3) TO W-RANG-CODE
              IF W-RANG-CODE > W-DERNIER-RANG
                 MOVE W-RANG-CODE TO W-DERNIER-RANG
              END-IF
           END-IF

           IF E-SES-DATE-DEB IS NUMERIC
              MOVE E-SES-DATE-DEB TO W-CAL-DATE-X
              COMPUTE W-SRC-DEB-N = W-CAL-AAAA * 10000
                                  + W-CAL-MM * 100 + W-CAL-JJ
           ELSE
              MOVE 0 TO W-SRC-DEB-N
           END-IF

           IF E-SES-ORIGINE NOT = SPACE AND LOW-VALUE
              AND W-SRC-DEB-N NOT < W-CIBLE-DEB
              AND W-SRC-DEB-N NOT > W-CIBLE-FIN
              IF W-NB-DEJA NOT < 2000
                 DISPLAY 'CAT1CI11 - TABLE DES RECONDUITES SATUREE : '
                         E-SES-CODE
                 MOVE 4 TO RETURN-CODE
              ELSE
                 ADD 1 TO W-NB-DEJA
                 MOVE E-SES-ORIGINE TO W-DEJA-ORIGINE(W-NB-DEJA)
                 MOVE E-SES-CODE    TO W-DEJA-CODE(W-NB-DEJA)
              END-IF
           END-IF

           IF NOT SES-ANNULEE
              AND E-SES-DATE-FIN IS NUMERIC
              AND W-SRC-DEB-N NOT < W-SOURCE-DEB
              AND W-SRC-DEB-N NOT > W-SOURCE-FIN
              IF W-NB-SRC NOT < 500
                 DISPLAY 'CAT1CI11 - TABLE DES SESSIONS SATUREE : '
                         E-SES-CODE
                 MOVE 4 TO RETURN-CODE
              ELSE
                 ADD 1 TO W-NB-SRC
                 MOVE E-SES-CODE      TO W-SRC-CODE(W-NB-SRC)
                 MOVE E-SES-TITRE     TO W-SRC-TITRE(W-NB-SRC)
                 MOVE E-SES-DATE-DEB  TO W-SRC-DATE-DEB(W-NB-SRC)
                 MOVE E-SES-DATE-FIN  TO W-SRC-DATE-FIN(W-NB-SRC)
                 MOVE E-SES-LIEU      TO W-SRC-LIEU(W-NB-SRC)
                 MOVE E-SES-CAPACITE  TO W-SRC-CAPACITE(W-NB-SRC)
                 MOVE E-SES-TAUX-FINANCEUR
                                      TO W-SRC-TAUX(W-NB-SRC)
                 MOVE E-SES-SITE      TO W-SRC-SITE(W-NB-SRC)
                 MOVE E-SES-CODE-SALLE
                                      TO W-SRC-SALLE(W-NB-SRC)
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   RECONDUCTION DE CHAQUE SESSION SOURCE                  *
      *--------------------------------------------------------*
       20000-RECONDUCTION.
      *----------------------*
           PERFORM VARYING IDX-SRC FROM 1 BY 1
              UNTIL IDX-SRC > W-NB-SRC
              PERFORM 21000-TRAITE-SOURCE
           END-PERFORM

           IF W-NB-SRC = 0
              WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
              WRITE RPT-LIGNE FROM W-LIGNE-VIDE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       21000-TRAITE-SOURCE.
      *----------------------*
           ADD 1 TO W-NB-EXAMINEES
           SET RES-RETENUE TO TRUE
           MOVE 0          TO W-DEBUT-DEPLACE
           MOVE SPACE      TO W-NOUVEAU-CODE W-NEW-DEB-X W-NEW-FIN-X
           SET SALLE-AUCUNE TO TRUE

      *    SESSION DEJA RECONDUITE SUR LA PERIODE CIBLE
           MOVE SPACE TO W-DEJA-TROUVE
           PERFORM VARYING IDX-DEJA FROM 1 BY 1
              UNTIL IDX-DEJA > W-NB-DEJA OR W-DEJA-TROUVE NOT = SPACE
              IF W-DEJA-ORIGINE(IDX-DEJA) = W-SRC-CODE(IDX-SRC)
                 MOVE W-DEJA-CODE(IDX-DEJA) TO W-DEJA-TROUVE
              END-IF
           END-PERFORM

           IF W-DEJA-TROUVE NOT = SPACE
              SET RES-DEJA TO TRUE
              MOVE W-DEJA-TROUVE TO W-NOUVEAU-CODE
           ELSE
              PERFORM 22000-DECALE-DATES
              IF W-NEW-DEB < W-CIBLE-DEB OR W-NEW-DEB > W-CIBLE-FIN
                 SET RES-HORS-PERIODE TO TRUE
              ELSE
                 IF W-DERNIER-RANG NOT < 999
                    SET RES-CODES-EPUISES TO TRUE
                 ELSE
                    ADD 1 TO W-DERNIER-RANG
                    MOVE W-PREFIXE      TO W-NCO-PREFIXE
                    MOVE W-DERNIER-RANG TO W-NCO-RANG
                    PERFORM 23000-CONTROLE-SALLE
                    IF MODE-CREATION
                       PERFORM 24000-ECRIT-SESSION
                    END-IF
                 END-IF
              END-IF
           END-IF

           PERFORM 21100-EDITE-SESSION

           IF RES-RETENUE
              PERFORM 25000-RECONDUIT-AFFECTATIONS
           END-IF
           .

       21100-EDITE-SESSION.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE W-SRC-CODE(IDX-SRC)     TO W-DET-ORIGINE
           MOVE W-SRC-TITRE(IDX-SRC)    TO W-DET-TITRE
           MOVE W-SRC-DATE-DEB(IDX-SRC) TO W-CAL-DATE-X
           PERFORM 28100-EDITE-CAL-DATE
           MOVE W-DATE-EDIT             TO W-DET-SRC-DEB
           MOVE W-SRC-DATE-FIN(IDX-SRC) TO W-CAL-DATE-X
           PERFORM 28100-EDITE-CAL-DATE
           MOVE W-DATE-EDIT             TO W-DET-SRC-FIN
           MOVE W-NOUVEAU-CODE          TO W-DET-CODE
           MOVE SPACE TO W-DET-NEW-DEB W-DET-NEW-FIN
           IF NOT RES-DEJA
              MOVE W-NEW-DEB TO W-DATE-EDIT-8
              PERFORM 28000-EDITE-DATE
              MOVE W-DATE-EDIT TO W-DET-NEW-DEB
              MOVE W-NEW-FIN TO W-DATE-EDIT-8
              PERFORM 28000-EDITE-DATE
              MOVE W-DATE-EDIT TO W-DET-NEW-FIN
           END-IF
           MOVE W-SRC-SITE(IDX-SRC)     TO W-DET-SITE
           IF SALLE-RETENUE
              MOVE W-SRC-SALLE(IDX-SRC) TO W-DET-SALLE
           ELSE
              MOVE SPACE                TO W-DET-SALLE
           END-IF
           MOVE W-SRC-CAPACITE(IDX-SRC) TO W-DET-CAPACITE
           MOVE W-SRC-TAUX(IDX-SRC)     TO W-DET-TAUX

           EVALUATE TRUE
              WHEN RES-RETENUE AND MODE-CREATION
                 MOVE 'CREEE'            TO W-DET-RESULTAT
                 ADD 1 TO W-NB-RETENUES
              WHEN RES-RETENUE
                 MOVE 'A CREER'          TO W-DET-RESULTAT
                 ADD 1 TO W-NB-RETENUES
              WHEN RES-DEJA
                 MOVE 'DEJA RECONDUITE'  TO W-DET-RESULTAT
                 ADD 1 TO W-NB-DEJA-FAITES
              WHEN RES-HORS-PERIODE
                 MOVE 'HORS CIBLE'       TO W-DET-RESULTAT
                 ADD 1 TO W-NB-ECARTEES
              WHEN RES-CODES-EPUISES
                 MOVE 'CODES EPUISES'    TO W-DET-RESULTAT
                 ADD 1 TO W-NB-ECARTEES
              WHEN OTHER
                 MOVE 'ECRITURE KO'      TO W-DET-RESULTAT
                 ADD 1 TO W-NB-ECARTEES
           END-EVALUATE
           WRITE RPT-LIGNE FROM W-LIGNE-SESSION

           IF (RES-RETENUE OR RES-HORS-PERIODE) AND DEBUT-DEPLACE
              MOVE W-DEB-AVANT-REPORT TO W-DATE-EDIT-8
              PERFORM 28000-EDITE-DATE
              MOVE SPACE TO W-REM-TEXTE
              STRING 'DEBUT REPORTE : LE ' DELIMITED BY SIZE
                     W-DATE-EDIT           DELIMITED BY SIZE
                     ' N''EST PAS OUVRE'   DELIMITED BY SIZE
                     INTO W-REM-TEXTE
              END-STRING
              WRITE RPT-LIGNE FROM W-LIGNE-REMARQUE
           END-IF

           IF RES-RETENUE
              AND NOT SALLE-RETENUE AND NOT SALLE-AUCUNE
              MOVE SPACE TO W-REM-TEXTE
              EVALUATE TRUE
                 WHEN SALLE-INCONNUE
                    STRING 'SALLE ' W-SRC-SALLE(IDX-SRC)
                           ' NON RETENUE : INCONNUE OU FERMEE'
                           DELIMITED BY SIZE INTO W-REM-TEXTE
                    END-STRING
                 WHEN SALLE-PETITE
                    STRING 'SALLE ' W-SRC-SALLE(IDX-SRC)
                           ' NON RETENUE : CAPACITE INSUFFISANTE'
                           DELIMITED BY SIZE INTO W-REM-TEXTE
                    END-STRING
                 WHEN OTHER
                    STRING 'SALLE ' W-SRC-SALLE(IDX-SRC)
                           ' NON RETENUE : DEJA RESERVEE PAR LA '
                           'SESSION ' W-SALLE-CONFLIT
                           DELIMITED BY SIZE INTO W-REM-TEXTE
                    END-STRING
              END-EVALUATE
              WRITE RPT-LIGNE FROM W-LIGNE-REMARQUE
              MOVE 'SALLE A RETENIR SUR SES1CI11' TO W-REM-TEXTE
              WRITE RPT-LIGNE FROM W-LIGNE-REMARQUE
              ADD 1 TO W-NB-SANS-SALLE
           END-IF
           .

      *--------------------------------------------------------*
      *   DATES DECALEES : DEBUT + DECALAGE, REPORTE AU JOUR     *
      *   OUVRE SUIVANT S'IL TOMBE UN SAMEDI, UN DIMANCHE OU UN  *
      *   FERIE ; FIN AU MEME NOMBRE DE JOURS OUVRES QUE LA      *
      *   SESSION D'ORIGINE                                      *
      *--------------------------------------------------------*
       22000-DECALE-DATES.
      *----------------------*
      *    JOURS OUVRES DE LA SESSION D'ORIGINE APRES SON DEBUT
           MOVE W-SRC-DATE-DEB(IDX-SRC) TO W-CAL-DATE-X
           COMPUTE W-FERIES-DEPUIS = W-CAL-AAAA * 10000
                                   + W-CAL-MM * 100 + W-CAL-JJ
           PERFORM 27500-FERIES-DEPUIS
           MOVE 'C'                     TO FONCTION-J
           MOVE W-SRC-DATE-DEB(IDX-SRC) TO DATE-DEBUT-J
           MOVE W-SRC-DATE-FIN(IDX-SRC) TO DATE-FIN-J
           CALL pgm-validjou USING validjou-param
           IF cr-jours-ok
              MOVE NB-JOURS-RESULTAT TO W-NB-OUVRES
           ELSE
              MOVE 0 TO W-NB-OUVRES
           END-IF

      *    DEBUT DECALE EN JOURS CALENDAIRES
           MOVE W-SRC-DATE-DEB(IDX-SRC) TO W-CAL-DATE-X
           PERFORM 27000-JOUR-SUIVANT W-DECALAGE TIMES
           COMPUTE W-NEW-DEB = W-CAL-AAAA * 10000
                             + W-CAL-MM * 100 + W-CAL-JJ

           MOVE W-NEW-DEB TO W-FERIES-DEPUIS
           PERFORM 27500-FERIES-DEPUIS
           MOVE 'O'          TO FONCTION-J
           MOVE W-CAL-DATE-X TO DATE-DEBUT-J
           CALL pgm-validjou USING validjou-param
           IF cr-jours-ok AND NB-JOURS-RESULTAT = 0
              MOVE 1            TO W-DEBUT-DEPLACE
              ADD 1             TO W-NB-DEPLACEES
              MOVE W-NEW-DEB    TO W-DEB-AVANT-REPORT
              MOVE 'A'          TO FONCTION-J
              MOVE W-CAL-DATE-X TO DATE-DEBUT-J
              MOVE 1            TO NB-JOURS-DEMANDE
              CALL pgm-validjou USING validjou-param
              IF cr-jours-ok
                 MOVE DATE-RESULTAT-J TO W-CAL-DATE-X
                 COMPUTE W-NEW-DEB = W-CAL-AAAA * 10000
                                   + W-CAL-MM * 100 + W-CAL-JJ
              END-IF
           END-IF
           MOVE W-CAL-DATE-X TO W-NEW-DEB-X

      *    FIN : MEME NOMBRE DE JOURS OUVRES APRES LE DEBUT
           IF W-NB-OUVRES = 0
              MOVE W-NEW-DEB   TO W-NEW-FIN
              MOVE W-NEW-DEB-X TO W-NEW-FIN-X
           ELSE
              MOVE W-NEW-DEB   TO W-FERIES-DEPUIS
              PERFORM 27500-FERIES-DEPUIS
              MOVE 'A'         TO FONCTION-J
              MOVE W-NEW-DEB-X TO DATE-DEBUT-J
              MOVE W-NB-OUVRES TO NB-JOURS-DEMANDE
              CALL pgm-validjou USING validjou-param
              IF cr-jours-ok
                 MOVE DATE-RESULTAT-J TO W-NEW-FIN-X W-CAL-DATE-X
                 COMPUTE W-NEW-FIN = W-CAL-AAAA * 10000
                                   + W-CAL-MM * 100 + W-CAL-JJ
              ELSE
                 MOVE W-NEW-DEB   TO W-NEW-FIN
                 MOVE W-NEW-DEB-X TO W-NEW-FIN-X
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   SALLE DE LA SESSION D'ORIGINE : REPRISE SI ELLE EST    *
      *   CONNUE, OUVERTE, ASSEZ GRANDE ET LIBRE SUR LES         *
      *   NOUVELLES DATES (FRESA11 ET SALLES DEJA RETENUES PAR   *
      *   CE PASSAGE)                                            *
      *--------------------------------------------------------*
       23000-CONTROLE-SALLE.
      *----------------------*
           IF W-SRC-SITE(IDX-SRC) = SPACE OR LOW-VALUE
              OR W-SRC-SALLE(IDX-SRC) = SPACE OR LOW-VALUE
              SET SALLE-AUCUNE TO TRUE
           ELSE
              SET SALLE-RETENUE TO TRUE
              MOVE W-SRC-SITE(IDX-SRC)  TO E-SAL-SITE
              MOVE W-SRC-SALLE(IDX-SRC) TO E-SAL-CODE
              MOVE E-SAL-CLE            TO W-SALLE-CLE
              READ FSALL-FILE
                 INVALID KEY
                    SET SALLE-INCONNUE TO TRUE
              END-READ
              IF SALLE-RETENUE
                 IF SAL-FERMEE
                    SET SALLE-INCONNUE TO TRUE
                 ELSE
                    IF E-SAL-CAPACITE < W-SRC-CAPACITE(IDX-SRC)
                       SET SALLE-PETITE TO TRUE
                    END-IF
                 END-IF
              END-IF
              IF SALLE-RETENUE
                 PERFORM 23100-CONTROLE-RESERVATIONS
              END-IF
              IF SALLE-RETENUE
                 PERFORM VARYING IDX-RSP FROM 1 BY 1
                    UNTIL IDX-RSP > W-NB-RSP OR NOT SALLE-RETENUE
                    IF W-RSP-SALLE(IDX-RSP) = W-SALLE-CLE
                       AND W-RSP-DEBUT(IDX-RSP) NOT > W-NEW-FIN
                       AND W-RSP-FIN(IDX-RSP) NOT < W-NEW-DEB
                       SET SALLE-OCCUPEE TO TRUE
                       MOVE W-RSP-SESSION(IDX-RSP) TO W-SALLE-CONFLIT
                    END-IF
                 END-PERFORM
              END-IF
              IF SALLE-RETENUE
                 IF W-NB-RSP NOT < 500
                    DISPLAY 'CAT1CI11 - TABLE DES SALLES RETENUES '
                            'SATUREE : ' W-NOUVEAU-CODE
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    ADD 1 TO W-NB-RSP
                    MOVE W-SALLE-CLE    TO W-RSP-SALLE(W-NB-RSP)
                    MOVE W-NEW-DEB      TO W-RSP-DEBUT(W-NB-RSP)
                    MOVE W-NEW-FIN      TO W-RSP-FIN(W-NB-RSP)
                    MOVE W-NOUVEAU-CODE TO W-RSP-SESSION(W-NB-RSP)
                 END-IF
              END-IF
           END-IF
           .

      *    RESERVATIONS DE LA SALLE DANS L'ORDRE DES DEBUTS : ON
      *    S'ARRETE AU PREMIER DEBUT POSTERIEUR A LA NOUVELLE FIN
       23100-CONTROLE-RESERVATIONS.
      *----------------------*
           SET FIN-RESA-NON TO TRUE
           MOVE LOW-VALUE   TO E-RSA-CLE
           MOVE W-SALLE-CLE TO E-RSA-SALLE
           START FRESA-FILE KEY IS NOT < E-RSA-CLE
              INVALID KEY
                 SET FIN-RESA-OUI TO TRUE
           END-START

           PERFORM UNTIL FIN-RESA-OUI
              READ FRESA-FILE NEXT RECORD
                 AT END
                    SET FIN-RESA-OUI TO TRUE
                 NOT AT END
                    IF E-RSA-SALLE NOT = W-SALLE-CLE
                       OR E-RSA-DATE-DEB > W-NEW-FIN
                       SET FIN-RESA-OUI TO TRUE
                    ELSE
                       IF E-RSA-DATE-FIN NOT < W-NEW-DEB
                          SET SALLE-OCCUPEE TO TRUE
                          MOVE E-RSA-SESSION TO W-SALLE-CONFLIT
                          SET FIN-RESA-OUI TO TRUE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   CREATION DE LA SESSION ET DE LA RESERVATION DE SALLE   *
      *--------------------------------------------------------*
       24000-ECRIT-SESSION.
      *----------------------*
           MOVE SPACE                    TO E-SESSION
           MOVE W-NOUVEAU-CODE           TO E-SES-CODE
           MOVE W-SRC-TITRE(IDX-SRC)     TO E-SES-TITRE
           MOVE W-NEW-DEB-X              TO E-SES-DATE-DEB
           MOVE W-NEW-FIN-X              TO E-SES-DATE-FIN
           MOVE W-SRC-LIEU(IDX-SRC)      TO E-SES-LIEU
           MOVE W-SRC-CAPACITE(IDX-SRC)  TO E-SES-CAPACITE
           MOVE 0                        TO E-SES-INSCRITS
           SET SES-OUVERTE               TO TRUE
           MOVE W-SRC-TAUX(IDX-SRC)      TO E-SES-TAUX-FINANCEUR
           MOVE W-SRC-SITE(IDX-SRC)      TO E-SES-SITE
           IF SALLE-RETENUE
              MOVE W-SRC-SALLE(IDX-SRC)  TO E-SES-CODE-SALLE
           ELSE
              MOVE SPACE                 TO E-SES-CODE-SALLE
           END-IF
           MOVE W-SRC-CODE(IDX-SRC)      TO E-SES-ORIGINE

           WRITE E-SESSION
              INVALID KEY
                 DISPLAY 'CAT1CI11 - ECRITURE FSESS11 KO : '
                         E-SES-CODE ' ' FSESS-STATUT
                 SET RES-ECRITURE-KO TO TRUE
                 MOVE 8 TO RETURN-CODE
           END-WRITE

           IF RES-RETENUE AND SALLE-RETENUE
              MOVE W-SALLE-CLE    TO E-RSA-SALLE
              MOVE W-NEW-DEB      TO E-RSA-DATE-DEB
              MOVE W-NOUVEAU-CODE TO E-RSA-SESSION
              MOVE W-NEW-FIN      TO E-RSA-DATE-FIN
              MOVE W-DATE-ECR     TO E-RSA-DATE-MAJ
              MOVE 'CAT1CI11'     TO E-RSA-USERID
              WRITE E-RESERVATION
                 INVALID KEY
                    DISPLAY 'CAT1CI11 - ECRITURE FRESA11 KO : '
                            E-RSA-CLE ' ' FRESA-STATUT
                    MOVE 4 TO RETURN-CODE
              END-WRITE
           END-IF
           .

      *--------------------------------------------------------*
      *   AFFECTATIONS DE LA SESSION D'ORIGINE RECOPIEES EN      *
      *   PROPOSITIONS (A CONFIRMER SUR FOR2CI11)                *
      *--------------------------------------------------------*
       25000-RECONDUIT-AFFECTATIONS.
      *----------------------*
           MOVE 0 TO W-NB-AFS
           SET FIN-AFF-NON TO TRUE
           MOVE W-SRC-CODE(IDX-SRC) TO E-AFF-SESSION
           MOVE LOW-VALUE           TO E-AFF-FORMATEUR
           START FAFFE-FILE KEY IS NOT < E-AFF-CLE
              INVALID KEY
                 SET FIN-AFF-OUI TO TRUE
           END-START

           PERFORM UNTIL FIN-AFF-OUI
              READ FAFFE-FILE NEXT RECORD
                 AT END
                    SET FIN-AFF-OUI TO TRUE
                 NOT AT END
                    IF E-AFF-SESSION NOT = W-SRC-CODE(IDX-SRC)
                       SET FIN-AFF-OUI TO TRUE
                    ELSE
                       IF W-NB-AFS NOT < 20
                          DISPLAY 'CAT1CI11 - TROP D''AFFECTATIONS : '
                                  E-AFF-SESSION
                          MOVE 4 TO RETURN-CODE
                       ELSE
                          ADD 1 TO W-NB-AFS
                          MOVE E-AFF-FORMATEUR
                            TO W-AFS-FORMATEUR(W-NB-AFS)
                          MOVE E-AFF-ROLE
                            TO W-AFS-ROLE(W-NB-AFS)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           PERFORM VARYING IDX-AFS FROM 1 BY 1
              UNTIL IDX-AFS > W-NB-AFS
              PERFORM 25100-PROPOSE-AFFECTATION
           END-PERFORM

           IF W-NB-AFS = 0
              MOVE 'AUCUN FORMATEUR A PROPOSER, A AFFECTER SUR FOR2CI11'
                TO W-REM-TEXTE
              WRITE RPT-LIGNE FROM W-LIGNE-REMARQUE
           END-IF
           .

       25100-PROPOSE-AFFECTATION.
      *----------------------*
           MOVE W-AFS-FORMATEUR(IDX-AFS) TO W-AFL-FORMATEUR
           IF W-AFS-ROLE(IDX-AFS) = 'P'
              MOVE 'PRINCIPAL' TO W-AFL-ROLE
           ELSE
              MOVE 'ASSISTANT' TO W-AFL-ROLE
           END-IF
           MOVE 'PROPOSE, A CONFIRMER SUR FOR2CI11' TO W-AFL-TEXTE

           IF MODE-CREATION
              MOVE W-NOUVEAU-CODE           TO E-AFF-SESSION
              MOVE W-AFS-FORMATEUR(IDX-AFS) TO E-AFF-FORMATEUR
              MOVE W-AFS-ROLE(IDX-AFS)      TO E-AFF-ROLE
              MOVE W-DATE-ECR               TO E-AFF-DATE-MAJ
              MOVE 'CAT1CI11'               TO E-AFF-USERID
              SET AFF-PROPOSEE              TO TRUE
              WRITE E-AFFECTATION
                 INVALID KEY
                    DISPLAY 'CAT1CI11 - ECRITURE FAFFE11 KO : '
                            E-AFF-CLE ' ' FAFFE-STATUT
                    MOVE 'ECRITURE DE LA PROPOSITION KO'
                      TO W-AFL-TEXTE
                    MOVE 4 TO RETURN-CODE
              END-WRITE
           END-IF

           ADD 1 TO W-NB-PROPOSEES
           WRITE RPT-LIGNE FROM W-LIGNE-AFFECT
           .

      *--------------------------------------------------------*
      *   CALENDRIER                                             *
      *--------------------------------------------------------*
       26000-NUMERO-JOUR.
      *----------------------*
           COMPUTE W-CAL-ANS = W-CAL-AAAA - 1
           COMPUTE W-CAL-NUM-JOUR = W-CAL-ANS * 365
           DIVIDE W-CAL-ANS BY 4
              GIVING W-CAL-QUOTIENT REMAINDER W-CAL-RESTE
           ADD W-CAL-QUOTIENT TO W-CAL-NUM-JOUR
           DIVIDE W-CAL-ANS BY 100
              GIVING W-CAL-QUOTIENT REMAINDER W-CAL-RESTE
           SUBTRACT W-CAL-QUOTIENT FROM W-CAL-NUM-JOUR
           DIVIDE W-CAL-ANS BY 400
              GIVING W-CAL-QUOTIENT REMAINDER W-CAL-RESTE
           ADD W-CAL-QUOTIENT TO W-CAL-NUM-JOUR
           COMPUTE W-CAL-NUM-JOUR = W-CAL-NUM-JOUR
                 + CUMUL-MOIS(W-CAL-MM) + W-CAL-JJ

           IF W-CAL-MM > 2
              PERFORM 27300-TEST-BISSEXTILE
              IF (MOD400 OR (MOD4 AND NOT MOD100))
                 ADD 1 TO W-CAL-NUM-JOUR
              END-IF
           END-IF
           .

       27000-JOUR-SUIVANT.
      *----------------------*
           PERFORM 27200-DERNIER-JOUR
           IF W-CAL-JJ < W-CAL-DERNIER-JOUR
              ADD 1 TO W-CAL-JJ
           ELSE
              MOVE 1 TO W-CAL-JJ
              IF W-CAL-MM = 12
                 MOVE 1 TO W-CAL-MM
                 ADD 1 TO W-CAL-AAAA
              ELSE
                 ADD 1 TO W-CAL-MM
              END-IF
           END-IF
           .

       27200-DERNIER-JOUR.
      *----------------------*
           MOVE NB-JOURS(W-CAL-MM) TO W-CAL-DERNIER-JOUR
           IF W-CAL-MM = 2
              PERFORM 27300-TEST-BISSEXTILE
              IF (MOD400 OR (MOD4 AND NOT MOD100))
                 MOVE 29 TO W-CAL-DERNIER-JOUR
              END-IF
           END-IF
           .

       27300-TEST-BISSEXTILE.
      *----------------------*
           DIVIDE W-CAL-AAAA BY 4
              GIVING MODULO4 REMAINDER MODULO4
           DIVIDE W-CAL-AAAA BY 100
              GIVING MODULO100 REMAINDER MODULO100
           DIVIDE W-CAL-AAAA BY 400
              GIVING MODULO400 REMAINDER MODULO400
           .

      *    LES 20 PREMIERS FERIES A PARTIR DE LA DATE DONNEE SONT
      *    PASSES A VALIDJOU
       27500-FERIES-DEPUIS.
      *----------------------*
           MOVE 0 TO NB-FERIES-J
           PERFORM VARYING IDX-FER FROM 1 BY 1
              UNTIL IDX-FER > W-NB-FERIES OR NB-FERIES-J = 20
              IF W-FERIE(IDX-FER) NOT < W-FERIES-DEPUIS
                 ADD 1 TO NB-FERIES-J
                 MOVE W-FERIE(IDX-FER) TO FERIE-J(NB-FERIES-J)
              END-IF
           END-PERFORM
           .

      *    AAAAMMJJ (W-DATE-EDIT-8) EDITE EN JJ/MM/AAAA
       28000-EDITE-DATE.
      *----------------------*
           MOVE SPACE TO W-DATE-EDIT
           STRING W-DATE-EDIT-8(7:2) '/' W-DATE-EDIT-8(5:2) '/'
                  W-DATE-EDIT-8(1:4)
                  DELIMITED BY SIZE INTO W-DATE-EDIT
           END-STRING
           .

      *    JJMMAAAA (W-CAL-DATE) EDITE EN JJ/MM/AAAA
       28100-EDITE-CAL-DATE.
      *----------------------*
           MOVE SPACE TO W-DATE-EDIT
           STRING W-CAL-JJ '/' W-CAL-MM '/' W-CAL-AAAA
                  DELIMITED BY SIZE INTO W-DATE-EDIT
           END-STRING
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'SESSIONS SOURCE EXAMINEES          : '
             TO W-TOT-LIBELLE
           MOVE W-NB-EXAMINEES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           IF MODE-CREATION
              MOVE 'SESSIONS CREEES                    : '
                TO W-TOT-LIBELLE
           ELSE
              MOVE 'SESSIONS A CREER                   : '
                TO W-TOT-LIBELLE
           END-IF
           MOVE W-NB-RETENUES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'DEJA RECONDUITES SUR LA CIBLE      : '
             TO W-TOT-LIBELLE
           MOVE W-NB-DEJA-FAITES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'ECARTEES (HORS CIBLE, CODES, KO)   : '
             TO W-TOT-LIBELLE
           MOVE W-NB-ECARTEES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'DEBUTS REPORTES (JOUR NON OUVRE)   : '
             TO W-TOT-LIBELLE
           MOVE W-NB-DEPLACEES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'SALLES A RETENIR SUR SES1CI11      : '
             TO W-TOT-LIBELLE
           MOVE W-NB-SANS-SALLE TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'AFFECTATIONS PROPOSEES             : '
             TO W-TOT-LIBELLE
           MOVE W-NB-PROPOSEES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           IF (W-NB-ECARTEES > 0 OR W-NB-SANS-SALLE > 0)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE FSESS-FILE
           CLOSE FAFFE-FILE
           CLOSE FRESA-FILE
           CLOSE FSALL-FILE
           CLOSE RPT-FILE
           .
