      *======================================================*
      *   PROGRAMME BATCH QUOTIDIEN - CONTROLE DES POINTAGES *
      *   (FPRES11) SUR LA PERIODE NON CLOSE (DU MOIS QUI    *
      *   SUIT MOIS-CLOS, POSE PAR PAI1CI11, A LA VEILLE) :  *
      *     - JOURS OUVRES (VALIDJOU, FERIES FJOUR11) SANS   *
      *       POINTAGE D'UN STAGIAIRE ACTIF RATTACHE A UNE   *
      *       SESSION OUVERTE                                *
      *     - POINTAGES HORS DES DATES DE PRESTATION OU DES  *
      *       DATES DE LA SESSION                            *
      *     - POINTAGES UN JOUR FERIE OU UN WEEK-END         *
      *   LISTE PAR GESTIONNAIRE REFERENT AVANT LA CLOTURE   *
      *   DU MOIS, NOMBRE D'ANOMALIES PAR SITE REMONTE DANS  *
      *   FALRT11                                            *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTG1CI11.

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
           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FPRES-FILE ASSIGN TO FPRES11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-PRE-CLE
               FILE STATUS IS FPRES-STATUT.

           SELECT FSESS-FILE ASSIGN TO FSESS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SES-CODE
               FILE STATUS IS FSESS-STATUT.

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

           SELECT FALRT-FILE ASSIGN TO FALRT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-ALR-CLE
               FILE STATUS IS FALRT-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

           SELECT RPT-FILE ASSIGN TO RPTPTG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FPRES-FILE.
       COPY CPRES.

       FD  FSESS-FILE.
       COPY CSESS.

       FD  FJOUR-FILE.
       COPY CJOUR.

       FD  FPARM-FILE.
       COPY CPARM.

       FD  FALRT-FILE.
       COPY CALRT.

      *    UNE ANOMALIE : 1 JOUR NON POINTE, 2 HORS PRESTATION,
      *    3 HORS SESSION, 4 JOUR FERIE, 5 WEEK-END
       SD  WORK-TRI.
       01  TRI-ENREG.
           05 TRI-GESTIONNAIRE        PIC X(8).
           05 TRI-NUMERO              PIC 9(6).
           05 TRI-DATE                PIC X(8).
           05 TRI-TYPE                PIC 9(1).
           05 TRI-SITE                PIC X(3).
           05 TRI-NOM                 PIC X(20).
           05 TRI-PRENOM              PIC X(15).
           05 TRI-POINTAGE            PIC X(1).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.
         88 FSTAG-FIN                 VALUE '10'.

       01 FPRES-STATUT                PIC X(2).
         88 FPRES-OK                  VALUE '00'.
         88 FPRES-FIN                 VALUE '10'.

       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.

       01 FJOUR-STATUT                PIC X(2).
         88 FJOUR-OK                  VALUE '00'.
         88 FJOUR-FIN                 VALUE '10'.
         88 FJOUR-ABSENT              VALUE '35'.

       01 FPARM-STATUT                PIC X(2).
         88 FPARM-OK                  VALUE '00'.
         88 FPARM-ABSENT              VALUE '35'.

       01 FALRT-STATUT                PIC X(2).
         88 FALRT-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 TRI-INDIC                   PIC 9 VALUE 0.
         88 TRI-TERMINE               VALUE 1.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-SYS-X REDEFINES W-DATE-SYS
                                      PIC X(8).

      *------------------------------------------------------*
      *   CLOTURE MENSUELLE (PARAMETRE MOIS-CLOS, POSE PAR   *
      *   PAI1CI11) : SEULE LA PERIODE NON CLOSE EST VUE     *
      *------------------------------------------------------*
       01 W-MOIS-CLOS                 PIC 9(6) VALUE 0.
       01 W-MOIS-OUVERT.
           05 W-OUV-AAAA              PIC 9(4).
           05 W-OUV-MM                PIC 9(2).

      *------------------------------------------------------*
      *   PERIODE CONTROLEE (AAAAMMJJ) : DU PREMIER JOUR DU  *
      *   MOIS NON CLOS A LA VEILLE DU PASSAGE               *
      *------------------------------------------------------*
       01 W-PER-DEBUT                 PIC X(8).
       01 W-PER-FIN                   PIC X(8).

      * --------- Jour courant (AAAAMMJJ)
       01 W-JOUR.
           05 W-JOU-AAAA              PIC 9(4).
           05 W-JOU-MM                PIC 9(2).
           05 W-JOU-JJ                PIC 9(2).
       01 W-JOUR-X REDEFINES W-JOUR   PIC X(8).
       01 W-JOU-DERNIER-JOUR          PIC 9(2).

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
      *   DOSSIER COURANT : BORNES DE PRESTATION ET DE       *
      *   SESSION REMISES EN AAAAMMJJ                        *
      *------------------------------------------------------*
       01 W-DEB-PRESTA                PIC X(8).
       01 W-FIN-PRESTA                PIC X(8).
       01 W-DEB-SESSION               PIC X(8).
       01 W-FIN-SESSION               PIC X(8).
       01 W-SESSION-OUVERTE           PIC 9.
       01 W-CTL-DEBUT                 PIC X(8).
       01 W-CTL-FIN                   PIC X(8).
       01 W-TYPE-ANOMALIE             PIC 9(1).
       01 W-JOUR-OUVRE                PIC 9.
       01 W-JOUR-FERIE                PIC 9.
       01 IDX-FER                     PIC 9(2) COMP.

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

      *------------------------------------------------------*
      *   ANOMALIES PAR SITE (ALERTES FALRT11)               *
      *------------------------------------------------------*
       01 TAB-SITES.
           05 W-NB-SITES              PIC 9(4) COMP VALUE 0.
           05 W-SIT OCCURS 50.
             10 W-SIT-CODE            PIC X(3).
             10 W-SIT-ANOMALIES       PIC 9(6).
       01 IDX-SIT                     PIC 9(4) COMP.
       01 W-SIT-TROUVE                PIC 9.
       01 W-ALERTE-POSEE              PIC 9.

      *------------------------------------------------------*
      *   COMPTEURS PAR TYPE D'ANOMALIE (1 A 5)              *
      *------------------------------------------------------*
       01 TAB-TYPES.
           05 W-NB-TYPE               PIC 9(6) OCCURS 5.
       01 IDX-TYP                     PIC 9(1) COMP.

       01 W-GEST-COURANT              PIC X(8) VALUE SPACE.
       01 W-PREMIER                   PIC 9 VALUE 1.
       01 W-NB-GEST                   PIC 9(6) VALUE 0.

       01 W-NB-LUS                    PIC 9(6) VALUE 0.
       01 W-NB-ANOMALIES              PIC 9(6) VALUE 0.
       01 W-NB-ALERTES                PIC 9(4) VALUE 0.

       01 W-DATE-AAAAMMJJ.
           05 W-DAT-AAAA              PIC X(4).
           05 W-DAT-MM                PIC X(2).
           05 W-DAT-JJ                PIC X(2).
       01 W-DATE-EDITEE               PIC X(10).

      *------------------------------------------------------*
      *   LIGNES DE LA LISTE                                 *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(27) VALUE
              'CONTROLE DES POINTAGES DU '.
           05 W-TIT-DEBUT             PIC X(10).
           05 FILLER                  PIC X(4)  VALUE ' AU '.
           05 W-TIT-FIN               PIC X(10).
           05 W-TIT-RUBRIQUE          PIC X(17) VALUE
              ' - GESTIONNAIRE '.
           05 W-TIT-GESTIONNAIRE      PIC X(8).

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(7)  VALUE 'NUMERO'.
           05 FILLER                  PIC X(21) VALUE 'NOM'.
           05 FILLER                  PIC X(16) VALUE 'PRENOM'.
           05 FILLER                  PIC X(6)  VALUE 'SITE'.
           05 FILLER                  PIC X(11) VALUE 'DATE'.
           05 FILLER                  PIC X(8)  VALUE 'ANOMALIE'.

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-PRENOM            PIC X(15).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-SITE              PIC X(3).
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 W-DET-DATE              PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-ANOMALIE          PIC X(30).
           05 FILLER                  PIC X(11) VALUE ' POINTAGE: '.
           05 W-DET-POINTAGE          PIC X(1).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TOT-LIBELLE           PIC X(40).
           05 W-TOT-NOMBRE            PIC ZZZZZ9.

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-POINTAGES
           PERFORM  40000-ALERTES-SITES
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD

           PERFORM 12000-LIT-MOIS-CLOS
           PERFORM 13000-PERIODE-CONTROLEE
           PERFORM 10500-CHARGE-FERIES

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'PTG1CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FPRES-FILE
           IF NOT FPRES-OK
              DISPLAY 'PTG1CI11 - OUVERTURE FPRES11 IMPOSSIBLE : '
                      FPRES-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSESS-FILE
           IF NOT FSESS-OK
              DISPLAY 'PTG1CI11 - OUVERTURE FSESS11 IMPOSSIBLE : '
                      FSESS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FALRT-FILE
           IF NOT FALRT-OK
              DISPLAY 'PTG1CI11 - OUVERTURE FALRT11 KO : '
                      FALRT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'PTG1CI11 - OUVERTURE RPTPTG IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING IDX-TYP FROM 1 BY 1 UNTIL IDX-TYP > 5
              MOVE 0 TO W-NB-TYPE(IDX-TYP)
           END-PERFORM

           MOVE W-PER-DEBUT TO W-DATE-AAAAMMJJ
           PERFORM 39000-FORMATE-DATE
           MOVE W-DATE-EDITEE TO W-TIT-DEBUT
           MOVE W-PER-FIN   TO W-DATE-AAAAMMJJ
           PERFORM 39000-FORMATE-DATE
           MOVE W-DATE-EDITEE TO W-TIT-FIN
           .

      *--------------------------------------------------------*
      *   JOURS FERIES A PARTIR DU DEBUT DE LA PERIODE          *
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
                             AND E-JOU-DATE(1:8) >= W-PER-DEBUT
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
                 DISPLAY 'PTG1CI11 - OUVERTURE FJOUR11 KO : '
                         FJOUR-STATUT
           END-EVALUATE
           .

       12000-LIT-MOIS-CLOS.
      *----------------------*
           OPEN INPUT FPARM-FILE
           EVALUATE TRUE
              WHEN FPARM-OK
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
                 DISPLAY 'PTG1CI11 - OUVERTURE FPARM11 KO : '
                         FPARM-STATUT
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   DEBUT : MOIS SUIVANT MOIS-CLOS (A DEFAUT LE MOIS      *
      *   PRECEDANT LE PASSAGE) ; FIN : VEILLE DU PASSAGE       *
      *--------------------------------------------------------*
       13000-PERIODE-CONTROLEE.
      *----------------------*
           IF W-MOIS-CLOS > 0
              MOVE W-MOIS-CLOS(1:4) TO W-OUV-AAAA
              MOVE W-MOIS-CLOS(5:2) TO W-OUV-MM
              IF W-OUV-MM < 12
                 ADD 1 TO W-OUV-MM
              ELSE
                 MOVE 1 TO W-OUV-MM
                 ADD 1 TO W-OUV-AAAA
              END-IF
           ELSE
              MOVE W-DATE-SYS-X(1:4) TO W-OUV-AAAA
              MOVE W-DATE-SYS-X(5:2) TO W-OUV-MM
              IF W-OUV-MM > 1
                 SUBTRACT 1 FROM W-OUV-MM
              ELSE
                 MOVE 12 TO W-OUV-MM
                 SUBTRACT 1 FROM W-OUV-AAAA
              END-IF
           END-IF
           STRING W-MOIS-OUVERT '01'
                  DELIMITED BY SIZE INTO W-PER-DEBUT
           END-STRING

           MOVE W-DATE-SYS-X TO W-JOUR-X
           IF W-JOU-JJ > 1
              SUBTRACT 1 FROM W-JOU-JJ
           ELSE
              IF W-JOU-MM > 1
                 SUBTRACT 1 FROM W-JOU-MM
              ELSE
                 MOVE 12 TO W-JOU-MM
                 SUBTRACT 1 FROM W-JOU-AAAA
              END-IF
              PERFORM 35100-DERNIER-JOUR-MOIS
              MOVE W-JOU-DERNIER-JOUR TO W-JOU-JJ
           END-IF
           MOVE W-JOUR-X TO W-PER-FIN
           .

       20000-TRAIT-POINTAGES.
      *----------------------*
           SORT WORK-TRI
                ON ASCENDING KEY TRI-GESTIONNAIRE
                ON ASCENDING KEY TRI-NUMERO
                ON ASCENDING KEY TRI-DATE
                ON ASCENDING KEY TRI-TYPE
                INPUT PROCEDURE  21000-SELECTION-ANOMALIES
                OUTPUT PROCEDURE 30000-EDITION-ANOMALIES
           .

      *--------------------------------------------------------*
      *   CHAQUE DOSSIER : CONTROLE DE SES POINTAGES DE LA      *
      *   PERIODE, PUIS DES JOURS OUVRES MANQUANTS S'IL EST     *
      *   ACTIF SUR UNE SESSION OUVERTE                         *
      *--------------------------------------------------------*
       21000-SELECTION-ANOMALIES.
      *----------------------*
           READ FSTAG-FILE NEXT RECORD
              AT END
                 SET FSTAG-FIN TO TRUE
           END-READ

           PERFORM UNTIL FSTAG-FIN
              ADD 1 TO W-NB-LUS
              IF SUPPRIME-NON
                 PERFORM 22000-BORNES-DOSSIER
                 PERFORM 23000-CONTROLE-POINTAGES
                 IF STATUT-ACTIF AND W-SESSION-OUVERTE = 1
                    PERFORM 24000-JOURS-MANQUANTS
                 END-IF
              END-IF
              READ FSTAG-FILE NEXT RECORD
                 AT END
                    SET FSTAG-FIN TO TRUE
              END-READ
           END-PERFORM
           .

       22000-BORNES-DOSSIER.
      *----------------------*
           MOVE LOW-VALUE  TO W-DEB-PRESTA W-DEB-SESSION
           MOVE HIGH-VALUE TO W-FIN-PRESTA W-FIN-SESSION
           MOVE 0 TO W-SESSION-OUVERTE

           IF E-DATE-DEB-PRESTA IS NUMERIC
              STRING E-DATE-DEB-PRESTA(5:4) E-DATE-DEB-PRESTA(3:2)
                     E-DATE-DEB-PRESTA(1:2)
                     DELIMITED BY SIZE INTO W-DEB-PRESTA
              END-STRING
           END-IF
           IF E-DATE-FIN-PRESTA IS NUMERIC
              STRING E-DATE-FIN-PRESTA(5:4) E-DATE-FIN-PRESTA(3:2)
                     E-DATE-FIN-PRESTA(1:2)
                     DELIMITED BY SIZE INTO W-FIN-PRESTA
              END-STRING
           END-IF

           IF E-CODE-SESSION NOT = SPACE AND NOT = LOW-VALUE
              MOVE E-CODE-SESSION TO E-SES-CODE
              READ FSESS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF SES-OUVERTE
                       MOVE 1 TO W-SESSION-OUVERTE
                    END-IF
                    IF E-SES-DATE-DEB IS NUMERIC
                       STRING E-SES-DATE-DEB(5:4) E-SES-DATE-DEB(3:2)
                              E-SES-DATE-DEB(1:2)
                              DELIMITED BY SIZE INTO W-DEB-SESSION
                       END-STRING
                    END-IF
                    IF E-SES-DATE-FIN IS NUMERIC
                       STRING E-SES-DATE-FIN(5:4) E-SES-DATE-FIN(3:2)
                              E-SES-DATE-FIN(1:2)
                              DELIMITED BY SIZE INTO W-FIN-SESSION
                       END-STRING
                    END-IF
              END-READ
           END-IF
           .

      *--------------------------------------------------------*
      *   POINTAGES DU DOSSIER SUR LA PERIODE : HORS DATES DE   *
      *   PRESTATION, HORS DATES DE SESSION, JOUR NON OUVRE     *
      *--------------------------------------------------------*
       23000-CONTROLE-POINTAGES.
      *----------------------*
           MOVE E-NUMERO    TO E-PRE-NUMERO
           MOVE W-PER-DEBUT TO E-PRE-DATE
           START FPRES-FILE KEY IS NOT LESS THAN E-PRE-CLE
              INVALID KEY
                 SET FPRES-FIN TO TRUE
           END-START

           PERFORM 23100-LIT-POINTAGE
             UNTIL FPRES-FIN
           MOVE '00' TO FPRES-STATUT
           .

       23100-LIT-POINTAGE.
      *----------------------*
           READ FPRES-FILE NEXT RECORD
              AT END
                 SET FPRES-FIN TO TRUE
           END-READ

           IF NOT FPRES-FIN
              IF E-PRE-NUMERO NOT = E-NUMERO
                 OR E-PRE-DATE > W-PER-FIN
                 SET FPRES-FIN TO TRUE
              ELSE
                 PERFORM 23200-QUALIFIE-POINTAGE
              END-IF
           END-IF
           .

       23200-QUALIFIE-POINTAGE.
      *----------------------*
           MOVE E-PRE-DATE TO W-JOUR-X
           IF E-PRE-DATE < W-DEB-PRESTA
              OR E-PRE-DATE > W-FIN-PRESTA
              MOVE 2 TO W-TYPE-ANOMALIE
              PERFORM 25000-LIBERE-ANOMALIE
           ELSE
              IF E-PRE-DATE < W-DEB-SESSION
                 OR E-PRE-DATE > W-FIN-SESSION
                 MOVE 3 TO W-TYPE-ANOMALIE
                 PERFORM 25000-LIBERE-ANOMALIE
              END-IF
           END-IF

           PERFORM 26000-TESTE-JOUR
           IF W-JOUR-OUVRE = 0
              IF W-JOUR-FERIE = 1
                 MOVE 4 TO W-TYPE-ANOMALIE
              ELSE
                 MOVE 5 TO W-TYPE-ANOMALIE
              END-IF
              PERFORM 25000-LIBERE-ANOMALIE
           END-IF
           .

      *--------------------------------------------------------*
      *   JOURS OUVRES SANS POINTAGE, SUR LA PARTIE DE LA       *
      *   PERIODE COUVERTE PAR LA PRESTATION ET LA SESSION      *
      *--------------------------------------------------------*
       24000-JOURS-MANQUANTS.
      *----------------------*
           MOVE W-PER-DEBUT TO W-CTL-DEBUT
           IF W-DEB-PRESTA > W-CTL-DEBUT
              MOVE W-DEB-PRESTA TO W-CTL-DEBUT
           END-IF
           IF W-DEB-SESSION > W-CTL-DEBUT
              MOVE W-DEB-SESSION TO W-CTL-DEBUT
           END-IF
           MOVE W-PER-FIN TO W-CTL-FIN
           IF W-FIN-PRESTA < W-CTL-FIN
              MOVE W-FIN-PRESTA TO W-CTL-FIN
           END-IF
           IF W-FIN-SESSION < W-CTL-FIN
              MOVE W-FIN-SESSION TO W-CTL-FIN
           END-IF

           MOVE W-CTL-DEBUT TO W-JOUR-X
           PERFORM UNTIL W-JOUR-X > W-CTL-FIN
              PERFORM 26000-TESTE-JOUR
              IF W-JOUR-OUVRE = 1
                 MOVE E-NUMERO TO E-PRE-NUMERO
                 MOVE W-JOUR-X TO E-PRE-DATE
                 READ FPRES-FILE
                    INVALID KEY
                       MOVE SPACE TO E-PRE-STATUT
                       MOVE 1 TO W-TYPE-ANOMALIE
                       PERFORM 25000-LIBERE-ANOMALIE
                 END-READ
              END-IF
              PERFORM 35000-JOUR-SUIVANT
           END-PERFORM
           .

       25000-LIBERE-ANOMALIE.
      *----------------------*
           MOVE E-GESTIONNAIRE  TO TRI-GESTIONNAIRE
           IF TRI-GESTIONNAIRE = SPACE OR LOW-VALUE
              MOVE '********'   TO TRI-GESTIONNAIRE
           END-IF
           MOVE E-NUMERO        TO TRI-NUMERO
           MOVE W-JOUR-X        TO TRI-DATE
           MOVE W-TYPE-ANOMALIE TO TRI-TYPE
           MOVE E-CODE-SITE     TO TRI-SITE
           MOVE E-NOM           TO TRI-NOM
           MOVE E-PRENOM        TO TRI-PRENOM
           MOVE E-PRE-STATUT    TO TRI-POINTAGE
           RELEASE TRI-ENREG

           ADD 1 TO W-NB-ANOMALIES
           ADD 1 TO W-NB-TYPE(W-TYPE-ANOMALIE)
           PERFORM 25100-CUMULE-SITE
           .

       25100-CUMULE-SITE.
      *----------------------*
           MOVE 0 TO W-SIT-TROUVE
           PERFORM VARYING IDX-SIT FROM 1 BY 1
              UNTIL IDX-SIT > W-NB-SITES OR W-SIT-TROUVE = 1
              IF W-SIT-CODE(IDX-SIT) = TRI-SITE
                 MOVE 1 TO W-SIT-TROUVE
              END-IF
           END-PERFORM

           IF W-SIT-TROUVE = 1
              SUBTRACT 1 FROM IDX-SIT
              ADD 1 TO W-SIT-ANOMALIES(IDX-SIT)
           ELSE
              IF W-NB-SITES < 50
                 ADD 1 TO W-NB-SITES
                 MOVE TRI-SITE TO W-SIT-CODE(W-NB-SITES)
                 MOVE 1        TO W-SIT-ANOMALIES(W-NB-SITES)
              ELSE
                 DISPLAY 'PTG1CI11 - TABLE DES SITES SATUREE : '
                         TRI-SITE
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   JOUR OUVRE (VALIDJOU 'O') ; UN JOUR NON OUVRE EST     *
      *   FERIE S'IL FIGURE DANS LA TABLE FJOUR11, SINON C'EST  *
      *   UN SAMEDI OU UN DIMANCHE                              *
      *--------------------------------------------------------*
       26000-TESTE-JOUR.
      *----------------------*
           MOVE 0 TO W-JOUR-OUVRE W-JOUR-FERIE
           MOVE 'O' TO FONCTION-J
           STRING W-JOUR-X(7:2) W-JOUR-X(5:2) W-JOUR-X(1:4)
                  DELIMITED BY SIZE INTO DATE-DEBUT-J
           END-STRING
           CALL pgm-validjou USING validjou-param
           IF cr-jours-ok AND NB-JOURS-RESULTAT = 1
              MOVE 1 TO W-JOUR-OUVRE
           ELSE
              PERFORM VARYING IDX-FER FROM 1 BY 1
                 UNTIL IDX-FER > NB-FERIES-J
                 IF FERIE-J(IDX-FER) = W-JOUR
                    MOVE 1 TO W-JOUR-FERIE
                 END-IF
              END-PERFORM
           END-IF
           .

      *--------------------------------------------------------*
      *   LISTE PAR GESTIONNAIRE : UNE PAGE PAR GESTIONNAIRE,   *
      *   RECAPITULATIF PAR TYPE D'ANOMALIE EN FIN DE LISTE     *
      *--------------------------------------------------------*
       30000-EDITION-ANOMALIES.
      *----------------------*
           MOVE 0 TO TRI-INDIC

           PERFORM UNTIL TRI-TERMINE
              RETURN WORK-TRI AT END
                 SET TRI-TERMINE TO TRUE
              NOT AT END
                 PERFORM 31000-TRAITE-ANOMALIE
              END-RETURN
           END-PERFORM

           IF W-PREMIER = 0
              PERFORM 33000-CLOTURE-GESTIONNAIRE
           END-IF

           MOVE ' - RECAPITULATIF' TO W-TIT-RUBRIQUE
           MOVE SPACE              TO W-TIT-GESTIONNAIRE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           PERFORM VARYING IDX-TYP FROM 1 BY 1 UNTIL IDX-TYP > 5
              MOVE IDX-TYP TO W-TYPE-ANOMALIE
              PERFORM 34000-LIBELLE-ANOMALIE
              MOVE W-DET-ANOMALIE      TO W-TOT-LIBELLE
              MOVE W-NB-TYPE(IDX-TYP)  TO W-TOT-NOMBRE
              WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           END-PERFORM
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'TOTAL DES ANOMALIES' TO W-TOT-LIBELLE
           MOVE W-NB-ANOMALIES        TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           .

       31000-TRAITE-ANOMALIE.
      *----------------------*
           IF W-PREMIER = 1
              MOVE 0 TO W-PREMIER
              PERFORM 32000-NOUVEAU-GESTIONNAIRE
           ELSE
              IF TRI-GESTIONNAIRE NOT = W-GEST-COURANT
                 PERFORM 33000-CLOTURE-GESTIONNAIRE
                 PERFORM 32000-NOUVEAU-GESTIONNAIRE
              END-IF
           END-IF

           MOVE TRI-NUMERO   TO W-DET-NUMERO
           MOVE TRI-NOM      TO W-DET-NOM
           MOVE TRI-PRENOM   TO W-DET-PRENOM
           MOVE TRI-SITE     TO W-DET-SITE
           MOVE TRI-DATE     TO W-DATE-AAAAMMJJ
           PERFORM 39000-FORMATE-DATE
           MOVE W-DATE-EDITEE TO W-DET-DATE
           MOVE TRI-TYPE     TO W-TYPE-ANOMALIE
           PERFORM 34000-LIBELLE-ANOMALIE
           MOVE TRI-POINTAGE TO W-DET-POINTAGE
           WRITE RPT-LIGNE FROM W-LIGNE-DETAIL
           ADD 1 TO W-NB-GEST
           .

       32000-NOUVEAU-GESTIONNAIRE.
      *----------------------*
           MOVE TRI-GESTIONNAIRE TO W-GEST-COURANT
           MOVE 0 TO W-NB-GEST
           MOVE TRI-GESTIONNAIRE TO W-TIT-GESTIONNAIRE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           .

       33000-CLOTURE-GESTIONNAIRE.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'ANOMALIES DU GESTIONNAIRE' TO W-TOT-LIBELLE
           MOVE W-NB-GEST TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           .

       34000-LIBELLE-ANOMALIE.
      *----------------------*
           EVALUATE W-TYPE-ANOMALIE
              WHEN 1
                 MOVE 'JOUR OUVRE SANS POINTAGE' TO W-DET-ANOMALIE
              WHEN 2
                 MOVE 'POINTE HORS PRESTATION'   TO W-DET-ANOMALIE
              WHEN 3
                 MOVE 'POINTE HORS SESSION'      TO W-DET-ANOMALIE
              WHEN 4
                 MOVE 'POINTE UN JOUR FERIE'     TO W-DET-ANOMALIE
              WHEN OTHER
                 MOVE 'POINTE UN WEEK-END'       TO W-DET-ANOMALIE
           END-EVALUATE
           .

       35000-JOUR-SUIVANT.
      *----------------------*
      *    Jour calendaire suivant (fin de mois, annees
      *    bissextiles)
           PERFORM 35100-DERNIER-JOUR-MOIS
           IF W-JOU-JJ < W-JOU-DERNIER-JOUR
              ADD 1 TO W-JOU-JJ
           ELSE
              MOVE 1 TO W-JOU-JJ
              IF W-JOU-MM < 12
                 ADD 1 TO W-JOU-MM
              ELSE
                 MOVE 1 TO W-JOU-MM
                 ADD 1 TO W-JOU-AAAA
              END-IF
           END-IF
           .

       35100-DERNIER-JOUR-MOIS.
      *----------------------*
           MOVE NB-JOURS(W-JOU-MM) TO W-JOU-DERNIER-JOUR
           IF W-JOU-MM = 2
              DIVIDE W-JOU-AAAA BY 4
                 GIVING MODULO4 REMAINDER MODULO4
              DIVIDE W-JOU-AAAA BY 100
                 GIVING MODULO100 REMAINDER MODULO100
              DIVIDE W-JOU-AAAA BY 400
                 GIVING MODULO400 REMAINDER MODULO400
              IF (MOD400 OR (MOD4 AND NOT MOD100))
                 MOVE 29 TO W-JOU-DERNIER-JOUR
              END-IF
           END-IF
           .

       39000-FORMATE-DATE.
      *----------------------*
           STRING W-DAT-JJ '/' W-DAT-MM '/' W-DAT-AAAA
                  DELIMITED BY SIZE INTO W-DATE-EDITEE
           END-STRING
           .

      *--------------------------------------------------------*
      *   UNE ALERTE FALRT11 PAR SITE PORTEUR D'ANOMALIES,      *
      *   A TRAITER AVANT LA CLOTURE DU MOIS PAR PAI1CI11       *
      *--------------------------------------------------------*
       40000-ALERTES-SITES.
      *----------------------*
           PERFORM VARYING IDX-SIT FROM 1 BY 1
              UNTIL IDX-SIT > W-NB-SITES
              MOVE W-DATE-SYS       TO E-ALR-DATE
              MOVE 'PTG1CI11'       TO E-ALR-JOB
              MOVE 'W'              TO E-ALR-SEVERITE
              MOVE SPACE            TO E-ALR-MESSAGE
              MOVE W-SIT-ANOMALIES(IDX-SIT) TO W-TOT-NOMBRE
              STRING 'POINTAGES SITE '       DELIMITED BY SIZE
                     W-SIT-CODE(IDX-SIT)     DELIMITED BY SIZE
                     ' :'                    DELIMITED BY SIZE
                     W-TOT-NOMBRE            DELIMITED BY SIZE
                     ' ANOMALIE(S) AVANT CLOTURE'
                                             DELIMITED BY SIZE
                     INTO E-ALR-MESSAGE
              END-STRING
              MOVE 0                TO E-ALR-NUMERO
              MOVE 'O'              TO E-ALR-ETAT
              MOVE SPACE            TO E-ALR-ACQ-USERID
                                       E-ALR-ACQ-DATE
              PERFORM 41000-ECRIT-ALERTE
           END-PERFORM

           IF W-NB-ANOMALIES > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       41000-ECRIT-ALERTE.
      *----------------------*
           MOVE 1 TO E-ALR-SEQ
           MOVE 0 TO W-ALERTE-POSEE
           PERFORM UNTIL W-ALERTE-POSEE = 1 OR E-ALR-SEQ = 9999
              WRITE E-ALERTE
                 INVALID KEY
                    ADD 1 TO E-ALR-SEQ
                 NOT INVALID KEY
                    MOVE 1 TO W-ALERTE-POSEE
                    ADD 1 TO W-NB-ALERTES
              END-WRITE
           END-PERFORM
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE FSTAG-FILE
           CLOSE FPRES-FILE
           CLOSE FSESS-FILE
           CLOSE FALRT-FILE
           CLOSE RPT-FILE

           DISPLAY 'PTG1CI11 - CONTROLE DES POINTAGES TERMINE'
           DISPLAY '   DOSSIERS LUS       : ' W-NB-LUS
           DISPLAY '   ANOMALIES          : ' W-NB-ANOMALIES
           DISPLAY '   ALERTES FALRT11    : ' W-NB-ALERTES
           .
