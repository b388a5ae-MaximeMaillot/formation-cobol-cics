      *======================================================*
      *   PROGRAMME BATCH - OCCUPATION HEBDOMADAIRE DES      *
      *   SALLES DE FORMATION PAR SITE : POUR CHAQUE SALLE   *
      *   DU REFERENTIEL FSALL11, UNE CASE PAR JOUR DU LUNDI *
      *   AU VENDREDI DE LA SEMAINE DE LA CARTE PORTANT LA   *
      *   SESSION QUI L'A RESERVEE (FRESA11), LIBRE, FERIE   *
      *   (FJOUR11) OU FERMEE. JOURS RESERVES / LIBRES ET    *
      *   TAUX D'OCCUPATION PAR SALLE, PAR SITE ET AU TOTAL  *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAL2CI11.

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
           SELECT FSALL-FILE ASSIGN TO FSALL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-SAL-CLE
               FILE STATUS IS FSALL-STATUT.

           SELECT FRESA-FILE ASSIGN TO FRESA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-RSA-CLE
               FILE STATUS IS FRESA-STATUT.

           SELECT FSITE-FILE ASSIGN TO FSITE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SIT-CODE
               FILE STATUS IS FSITE-STATUT.

           SELECT FJOUR-FILE ASSIGN TO FJOUR11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-JOU-DATE
               FILE STATUS IS FJOUR-STATUT.

      *        CARTE PARAMETRE : UNE DATE DE LA SEMAINE EDITEE
      *        (JJMMAAAA, A BLANC = SEMAINE EN COURS) ET SITE
      *        (A BLANC = TOUS LES SITES)
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTOCCUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FSALL-FILE.
       COPY CSALL.

       FD  FRESA-FILE.
       COPY CRESA.

       FD  FSITE-FILE.
       COPY CSITE.

       FD  FJOUR-FILE.
       COPY CJOUR.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-DATE              PIC X(8).
           05 FILLER                  PIC X(1).
           05 CARTE-SITE              PIC X(3).
           05 FILLER                  PIC X(68).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FSALL-STATUT                PIC X(2).
         88 FSALL-OK                  VALUE '00'.
         88 FSALL-FIN                 VALUE '10'.
         88 FSALL-ABSENT              VALUE '35'.

       01 FRESA-STATUT                PIC X(2).
         88 FRESA-OK                  VALUE '00'.
         88 FRESA-FIN                 VALUE '10'.
         88 FRESA-ABSENT              VALUE '35'.

       01 FSITE-STATUT                PIC X(2).
         88 FSITE-OK                  VALUE '00'.

       01 FJOUR-STATUT                PIC X(2).
         88 FJOUR-OK                  VALUE '00'.
         88 FJOUR-FIN                 VALUE '10'.
         88 FJOUR-ABSENT              VALUE '35'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-JOUR.
           05 W-DATE-JOUR-AAAA        PIC 9(4).
           05 W-DATE-JOUR-MM          PIC 9(2).
           05 W-DATE-JOUR-JJ          PIC 9(2).
       01 W-DATE-EDITION.
           05 W-EDI-JJ                PIC 99.
           05 FILLER                  PIC X VALUE '/'.
           05 W-EDI-MM                PIC 99.
           05 FILLER                  PIC X VALUE '/'.
           05 W-EDI-AAAA              PIC 9(4).

      *------------------------------------------------------*
      *   PARAMETRES DE L'EDITION                            *
      *------------------------------------------------------*
       01 W-SITE-DEMANDE              PIC X(3).
       01 W-RESA-OUVERT               PIC 9 VALUE 0.
       01 W-FIN-SALLES                PIC 9 VALUE 0.
       01 W-FIN-RESA                  PIC 9.

      *------------------------------------------------------*
      *   CALENDRIER : NUMERO DE JOUR ABSOLU D'UNE DATE       *
      *   (JOURS ECOULES DEPUIS LE 01/01/0001, UN LUNDI) POUR *
      *   TROUVER LE LUNDI DE LA SEMAINE, PUIS JOUR SUIVANT / *
      *   PRECEDENT, FEVRIER BISSEXTILE COMPRIS               *
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
       01 W-RANG-JOUR                 PIC 9.

      *------------------------------------------------------*
      *   JOURS DE LA SEMAINE EDITEE (LUNDI A VENDREDI)       *
      *------------------------------------------------------*
       01 TAB-NOMS-JOURS.
           05 FILLER                  PIC X(15) VALUE
              'LUNMARMERJEUVEN'.
       01 TAB-NOMS-JOURS-R REDEFINES TAB-NOMS-JOURS.
           05 NOM-JOUR OCCURS 5       PIC X(3).

       01 TAB-SEMAINE.
           05 W-SEM OCCURS 5.
             10 W-SEM-DATE            PIC 9(8).
             10 W-SEM-JJMM            PIC X(5).
             10 W-SEM-FERIE           PIC 9.
       01 IDX-JOUR                    PIC 9(4) COMP.
       01 W-SEM-LUNDI                 PIC X(10).
       01 W-SEM-VENDREDI              PIC X(10).

      *------------------------------------------------------*
      *   OCCUPATION DE LA SALLE EN COURS ET CUMULS           *
      *   (1 = SITE EN COURS, 2 = GENERAL)                    *
      *------------------------------------------------------*
       01 TAB-CASES.
           05 W-CASE OCCURS 5         PIC X(8).
       01 W-SAL-RESERVES              PIC 9(3).
       01 W-SAL-LIBRES                PIC 9(3).

       01 TAB-CUMULS.
           05 W-CUM OCCURS 2.
             10 W-CUM-SALLES          PIC 9(4).
             10 W-CUM-RESERVES        PIC 9(5).
             10 W-CUM-LIBRES          PIC 9(5).
       01 IDX-CUM                     PIC 9(4) COMP.
       01 W-TAUX                      PIC 9(3).

       01 W-SITE-COURANT              PIC X(3) VALUE SPACE.
       01 W-PREMIER-SITE              PIC 9 VALUE 1.

      *------------------------------------------------------*
      *   LIGNES DE L'EDITION                                *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(48) VALUE
              'OCCUPATION HEBDOMADAIRE DES SALLES - SEMAINE DU '.
           05 W-TIT-LUNDI             PIC X(10).
           05 FILLER                  PIC X(4)  VALUE ' AU '.
           05 W-TIT-VENDREDI          PIC X(10).
           05 FILLER                  PIC X(12) VALUE
              ' - EDITE LE '.
           05 W-TIT-DATE              PIC X(10).

       01 W-LIGNE-SOUS-TITRE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(50) VALUE
              'CASE : CODE DE LA SESSION QUI OCCUPE LA SALLE, LIB'.
           05 FILLER                  PIC X(50) VALUE
              'RE, FERIE OU FERMEE (SALLE FERMEE AU REFERENTIEL)'.

       01 W-LIGNE-SITE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(5)  VALUE 'SITE '.
           05 W-LSI-SITE              PIC X(3).
           05 FILLER                  PIC X(3)  VALUE ' - '.
           05 W-LSI-LIBELLE           PIC X(30).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LSI-VILLE             PIC X(25).

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(6)  VALUE 'SALLE '.
           05 FILLER                  PIC X(21) VALUE 'LIBELLE'.
           05 FILLER                  PIC X(7)  VALUE 'PLACES '.
           05 W-ENT-JOUR OCCURS 5.
             10 W-ENT-NOM             PIC X(3).
             10 FILLER                PIC X(1).
             10 W-ENT-JJMM            PIC X(5).
             10 FILLER                PIC X(2).
           05 FILLER                  PIC X(30) VALUE
              '  RESERVES  LIBRES  OCCUPATION'.

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-SALLE             PIC X(3).
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 W-DET-LIBELLE           PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-CAPA              PIC ZZ9.
           05 FILLER                  PIC X(4)  VALUE SPACE.
           05 W-DET-JOUR OCCURS 5.
             10 W-DET-CASE            PIC X(8).
             10 FILLER                PIC X(3).
           05 FILLER                  PIC X(7)  VALUE SPACE.
           05 W-DET-RESERVES          PIC ZZ9.
           05 FILLER                  PIC X(5)  VALUE SPACE.
           05 W-DET-LIBRES            PIC ZZ9.
           05 FILLER                  PIC X(8)  VALUE SPACE.
           05 W-DET-TAUX              PIC ZZ9.
           05 FILLER                  PIC X(2)  VALUE ' %'.

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TOT-LIBELLE           PIC X(24).
           05 W-TOT-SALLES            PIC ZZZ9.
           05 FILLER                  PIC X(8)  VALUE ' SALLES '.
           05 FILLER                  PIC X(53) VALUE SPACE.
           05 FILLER                  PIC X(5)  VALUE SPACE.
           05 W-TOT-RESERVES          PIC ZZZZ9.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 W-TOT-LIBRES            PIC ZZZZ9.
           05 FILLER                  PIC X(8)  VALUE SPACE.
           05 W-TOT-TAUX              PIC ZZ9.
           05 FILLER                  PIC X(2)  VALUE ' %'.

       01 W-LIGNE-RUBRIQUE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-RUB-LIBELLE           PIC X(60).

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAITEMENT-SALLES
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD
           MOVE W-DATE-SYS TO W-DATE-JOUR
           MOVE W-DATE-JOUR-JJ   TO W-EDI-JJ
           MOVE W-DATE-JOUR-MM   TO W-EDI-MM
           MOVE W-DATE-JOUR-AAAA TO W-EDI-AAAA
           MOVE W-DATE-EDITION   TO W-TIT-DATE

           OPEN INPUT CARTE-FILE
           IF NOT CARTE-OK
              DISPLAY 'SAL2CI11 - OUVERTURE CARTE IMPOSSIBLE : '
                      CARTE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CARTE-FILE
              AT END
                 MOVE SPACE TO CARTE-REC
           END-READ
           CLOSE CARTE-FILE

      *    Semaine : celle de la date de la carte, sinon du jour
           IF CARTE-DATE = SPACE
              MOVE W-DATE-JOUR-JJ   TO W-CAL-JJ
              MOVE W-DATE-JOUR-MM   TO W-CAL-MM
              MOVE W-DATE-JOUR-AAAA TO W-CAL-AAAA
           ELSE
              IF CARTE-DATE IS NOT NUMERIC
                 DISPLAY 'SAL2CI11 - DATE PARAMETRE INVALIDE : '
                         CARTE-DATE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CARTE-DATE TO W-CAL-DATE-X
           END-IF
           IF W-CAL-MM < 1 OR W-CAL-MM > 12
              OR W-CAL-JJ < 1 OR W-CAL-JJ > 31 OR W-CAL-AAAA < 1
              DISPLAY 'SAL2CI11 - DATE PARAMETRE INVALIDE : '
                      W-CAL-DATE-X
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE CARTE-SITE TO W-SITE-DEMANDE

           PERFORM 10100-CALCUL-SEMAINE
           PERFORM 10500-CHARGE-FERIES

           OPEN INPUT FSALL-FILE
           EVALUATE TRUE
              WHEN FSALL-OK
                 CONTINUE
              WHEN FSALL-ABSENT
                 DISPLAY 'SAL2CI11 - AUCUNE SALLE AU REFERENTIEL'
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY 'SAL2CI11 - OUVERTURE FSALL11 IMPOSSIBLE : '
                         FSALL-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN INPUT FRESA-FILE
           EVALUATE TRUE
              WHEN FRESA-OK
                 MOVE 1 TO W-RESA-OUVERT
              WHEN FRESA-ABSENT
                 DISPLAY 'SAL2CI11 - AUCUNE RESERVATION DE SALLE'
              WHEN OTHER
                 DISPLAY 'SAL2CI11 - OUVERTURE FRESA11 IMPOSSIBLE : '
                         FRESA-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN INPUT FSITE-FILE
           IF NOT FSITE-OK
              DISPLAY 'SAL2CI11 - OUVERTURE FSITE11 IMPOSSIBLE : '
                      FSITE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'SAL2CI11 - OUVERTURE RPTOCCUP IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           INITIALIZE TAB-CUMULS
           .

      *--------------------------------------------------------*
      *   LUNDI DE LA SEMAINE (RANG DU JOUR = RESTE DE LA        *
      *   DIVISION PAR 7 DU NUMERO DE JOUR - 1, 0 = LUNDI) PUIS  *
      *   LES QUATRE JOURS SUIVANTS                              *
      *--------------------------------------------------------*
       10100-CALCUL-SEMAINE.
      *----------------------*
           PERFORM 26000-NUMERO-JOUR
           SUBTRACT 1 FROM W-CAL-NUM-JOUR
           DIVIDE W-CAL-NUM-JOUR BY 7
              GIVING W-CAL-QUOTIENT REMAINDER W-RANG-JOUR

           PERFORM W-RANG-JOUR TIMES
              PERFORM 27100-JOUR-PRECEDENT
           END-PERFORM

           PERFORM VARYING IDX-JOUR FROM 1 BY 1 UNTIL IDX-JOUR > 5
              IF IDX-JOUR > 1
                 PERFORM 27000-JOUR-SUIVANT
              END-IF
              COMPUTE W-SEM-DATE(IDX-JOUR) = W-CAL-AAAA * 10000
                                           + W-CAL-MM * 100
                                           + W-CAL-JJ
              MOVE W-CAL-JJ     TO W-EDI-JJ
              MOVE W-CAL-MM     TO W-EDI-MM
              MOVE W-CAL-AAAA   TO W-EDI-AAAA
              MOVE W-DATE-EDITION(1:5) TO W-SEM-JJMM(IDX-JOUR)
              MOVE 0            TO W-SEM-FERIE(IDX-JOUR)
              IF IDX-JOUR = 1
                 MOVE W-DATE-EDITION TO W-SEM-LUNDI
              END-IF
              IF IDX-JOUR = 5
                 MOVE W-DATE-EDITION TO W-SEM-VENDREDI
              END-IF
           END-PERFORM

           MOVE W-SEM-LUNDI    TO W-TIT-LUNDI
           MOVE W-SEM-VENDREDI TO W-TIT-VENDREDI
           .

      *--------------------------------------------------------*
      *   JOURS FERIES DE LA SEMAINE (FJOUR11)                   *
      *--------------------------------------------------------*
       10500-CHARGE-FERIES.
      *----------------------*
           OPEN INPUT FJOUR-FILE
           EVALUATE TRUE
              WHEN FJOUR-OK
                 MOVE W-SEM-DATE(1) TO E-JOU-DATE
                 START FJOUR-FILE KEY IS NOT LESS THAN E-JOU-DATE
                    INVALID KEY
                       SET FJOUR-FIN TO TRUE
                 END-START
                 PERFORM UNTIL FJOUR-FIN
                    READ FJOUR-FILE NEXT RECORD
                       AT END
                          SET FJOUR-FIN TO TRUE
                       NOT AT END
                          IF E-JOU-DATE > W-SEM-DATE(5)
                             SET FJOUR-FIN TO TRUE
                          ELSE
                             PERFORM 10510-MARQUE-FERIE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE FJOUR-FILE
              WHEN FJOUR-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'SAL2CI11 - OUVERTURE FJOUR11 KO : '
                         FJOUR-STATUT
           END-EVALUATE
           .

       10510-MARQUE-FERIE.
      *----------------------*
           PERFORM VARYING IDX-JOUR FROM 1 BY 1 UNTIL IDX-JOUR > 5
              IF W-SEM-DATE(IDX-JOUR) = E-JOU-DATE
                 MOVE 1 TO W-SEM-FERIE(IDX-JOUR)
              END-IF
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   PARCOURS DES SALLES DANS L'ORDRE SITE / SALLE, AVEC    *
      *   RUPTURE (NOUVELLE PAGE ET TOTAL) PAR SITE              *
      *--------------------------------------------------------*
       20000-TRAITEMENT-SALLES.
      *----------------------*
           MOVE W-SITE-DEMANDE TO E-SAL-SITE
           MOVE LOW-VALUE      TO E-SAL-CODE
           START FSALL-FILE KEY IS NOT LESS THAN E-SAL-CLE
              INVALID KEY
                 MOVE 1 TO W-FIN-SALLES
           END-START

           PERFORM UNTIL W-FIN-SALLES = 1
              READ FSALL-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO W-FIN-SALLES
                 NOT AT END
                    IF W-SITE-DEMANDE NOT = SPACE
                       AND E-SAL-SITE NOT = W-SITE-DEMANDE
                       MOVE 1 TO W-FIN-SALLES
                    ELSE
                       PERFORM 21000-TRAITE-SALLE
                    END-IF
              END-READ
           END-PERFORM

           IF W-PREMIER-SITE = 0
              PERFORM 23000-TOTAL-SITE
           END-IF
           .

       21000-TRAITE-SALLE.
      *----------------------*
           IF E-SAL-SITE NOT = W-SITE-COURANT
              IF W-PREMIER-SITE = 0
                 PERFORM 23000-TOTAL-SITE
              END-IF
              MOVE 0 TO W-PREMIER-SITE
              MOVE E-SAL-SITE TO W-SITE-COURANT
              PERFORM 22000-ENTETE-SITE
           END-IF

      *    Case par defaut : ferie, sinon fermee, sinon libre
           PERFORM VARYING IDX-JOUR FROM 1 BY 1 UNTIL IDX-JOUR > 5
              EVALUATE TRUE
                 WHEN W-SEM-FERIE(IDX-JOUR) = 1
                    MOVE 'FERIE'  TO W-CASE(IDX-JOUR)
                 WHEN SAL-FERMEE
                    MOVE 'FERMEE' TO W-CASE(IDX-JOUR)
                 WHEN OTHER
                    MOVE 'LIBRE'  TO W-CASE(IDX-JOUR)
              END-EVALUATE
           END-PERFORM

           IF W-RESA-OUVERT = 1
              PERFORM 21100-RESERVATIONS-SALLE
           END-IF

           MOVE 0 TO W-SAL-RESERVES W-SAL-LIBRES
           PERFORM VARYING IDX-JOUR FROM 1 BY 1 UNTIL IDX-JOUR > 5
              EVALUATE W-CASE(IDX-JOUR)
                 WHEN 'FERIE'
                 WHEN 'FERMEE'
                    CONTINUE
                 WHEN 'LIBRE'
                    ADD 1 TO W-SAL-LIBRES
                 WHEN OTHER
                    ADD 1 TO W-SAL-RESERVES
              END-EVALUATE
              MOVE W-CASE(IDX-JOUR) TO W-DET-CASE(IDX-JOUR)
           END-PERFORM

           MOVE E-SAL-CODE     TO W-DET-SALLE
           MOVE E-SAL-LIBELLE  TO W-DET-LIBELLE
           MOVE E-SAL-CAPACITE TO W-DET-CAPA
           MOVE W-SAL-RESERVES TO W-DET-RESERVES
           MOVE W-SAL-LIBRES   TO W-DET-LIBRES
           MOVE 0 TO W-TAUX
           IF W-SAL-RESERVES + W-SAL-LIBRES > 0
              COMPUTE W-TAUX ROUNDED = W-SAL-RESERVES * 100
                    / (W-SAL-RESERVES + W-SAL-LIBRES)
           END-IF
           MOVE W-TAUX TO W-DET-TAUX
           WRITE RPT-LIGNE FROM W-LIGNE-DETAIL

           PERFORM VARYING IDX-CUM FROM 1 BY 1 UNTIL IDX-CUM > 2
              ADD 1              TO W-CUM-SALLES(IDX-CUM)
              ADD W-SAL-RESERVES TO W-CUM-RESERVES(IDX-CUM)
              ADD W-SAL-LIBRES   TO W-CUM-LIBRES(IDX-CUM)
           END-PERFORM
           .

      *    RESERVATIONS DE LA SALLE DANS L'ORDRE DES DATES DE
      *    DEBUT, JUSQU'A LA PREMIERE QUI COMMENCE APRES LE
      *    VENDREDI ; LES JOURS FERIES RESTENT MARQUES FERIE
       21100-RESERVATIONS-SALLE.
      *----------------------*
           MOVE 0             TO W-FIN-RESA
           MOVE E-SAL-SITE    TO E-RSA-SITE
           MOVE E-SAL-CODE    TO E-RSA-CODE-SALLE
           MOVE 0             TO E-RSA-DATE-DEB
           MOVE LOW-VALUE     TO E-RSA-SESSION
           START FRESA-FILE KEY IS NOT LESS THAN E-RSA-CLE
              INVALID KEY
                 MOVE 1 TO W-FIN-RESA
           END-START

           PERFORM UNTIL W-FIN-RESA = 1
              READ FRESA-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO W-FIN-RESA
                 NOT AT END
                    IF E-RSA-SITE NOT = E-SAL-SITE
                       OR E-RSA-CODE-SALLE NOT = E-SAL-CODE
                       OR E-RSA-DATE-DEB > W-SEM-DATE(5)
                       MOVE 1 TO W-FIN-RESA
                    ELSE
                       IF E-RSA-DATE-FIN NOT < W-SEM-DATE(1)
                          PERFORM 21110-MARQUE-RESERVATION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       21110-MARQUE-RESERVATION.
      *----------------------*
           PERFORM VARYING IDX-JOUR FROM 1 BY 1 UNTIL IDX-JOUR > 5
              IF W-SEM-FERIE(IDX-JOUR) = 0
                 AND W-SEM-DATE(IDX-JOUR) NOT < E-RSA-DATE-DEB
                 AND W-SEM-DATE(IDX-JOUR) NOT > E-RSA-DATE-FIN
                 MOVE E-RSA-SESSION TO W-CASE(IDX-JOUR)
              END-IF
           END-PERFORM
           .

       22000-ENTETE-SITE.
      *----------------------*
           MOVE E-SAL-SITE TO E-SIT-CODE
           READ FSITE-FILE
              INVALID KEY
                 MOVE '*** SITE INCONNU ***' TO E-SIT-LIBELLE
                 MOVE SPACE                  TO E-SIT-VILLE
           END-READ

           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-SOUS-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE

           MOVE E-SAL-SITE    TO W-LSI-SITE
           MOVE E-SIT-LIBELLE TO W-LSI-LIBELLE
           MOVE E-SIT-VILLE   TO W-LSI-VILLE
           WRITE RPT-LIGNE FROM W-LIGNE-SITE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE

           PERFORM VARYING IDX-JOUR FROM 1 BY 1 UNTIL IDX-JOUR > 5
              MOVE NOM-JOUR(IDX-JOUR)   TO W-ENT-NOM(IDX-JOUR)
              MOVE W-SEM-JJMM(IDX-JOUR) TO W-ENT-JJMM(IDX-JOUR)
           END-PERFORM
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE

           INITIALIZE W-CUM(1)
           .

       23000-TOTAL-SITE.
      *----------------------*
           MOVE SPACE TO W-TOT-LIBELLE
           STRING 'TOTAL SITE ' DELIMITED BY SIZE
                  W-SITE-COURANT DELIMITED BY SIZE
                  INTO W-TOT-LIBELLE
           END-STRING
           MOVE 1 TO IDX-CUM
           PERFORM 23100-LIGNE-TOTAL
           .

       23100-LIGNE-TOTAL.
      *----------------------*
           MOVE W-CUM-SALLES(IDX-CUM)   TO W-TOT-SALLES
           MOVE W-CUM-RESERVES(IDX-CUM) TO W-TOT-RESERVES
           MOVE W-CUM-LIBRES(IDX-CUM)   TO W-TOT-LIBRES
           MOVE 0 TO W-TAUX
           IF W-CUM-RESERVES(IDX-CUM) + W-CUM-LIBRES(IDX-CUM) > 0
              COMPUTE W-TAUX ROUNDED = W-CUM-RESERVES(IDX-CUM) * 100
                    / (W-CUM-RESERVES(IDX-CUM) + W-CUM-LIBRES(IDX-CUM))
           END-IF
           MOVE W-TAUX TO W-TOT-TAUX
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           .

      *--------------------------------------------------------*
      *   NUMERO DE JOUR ABSOLU DE W-CAL-DATE :                 *
      *   365 PAR ANNEE ECOULEE + BISSEXTILES ECOULEES (DIV. 4, *
      *   SAUF 100, SAUF 400) + JOURS DE L'ANNEE EN COURS       *
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

       27100-JOUR-PRECEDENT.
      *----------------------*
           IF W-CAL-JJ > 1
              SUBTRACT 1 FROM W-CAL-JJ
           ELSE
              IF W-CAL-MM = 1
                 MOVE 12 TO W-CAL-MM
                 SUBTRACT 1 FROM W-CAL-AAAA
              ELSE
                 SUBTRACT 1 FROM W-CAL-MM
              END-IF
              PERFORM 27200-DERNIER-JOUR
              MOVE W-CAL-DERNIER-JOUR TO W-CAL-JJ
           END-IF
           .

      *    DERNIER JOUR DU MOIS DE W-CAL-DATE, FEVRIER BISSEXTILE
      *    COMPRIS
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

       90000-FIN-TRAITEMENT.
      *----------------------*
           IF W-CUM-SALLES(2) = 0
              WRITE RPT-LIGNE FROM W-LIGNE-TITRE
              WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
              MOVE 'AUCUNE SALLE POUR LE SITE DEMANDE' TO W-RUB-LIBELLE
              WRITE RPT-LIGNE FROM W-LIGNE-RUBRIQUE
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 'TOTAL GENERAL' TO W-TOT-LIBELLE
              MOVE 2 TO IDX-CUM
              PERFORM 23100-LIGNE-TOTAL
           END-IF

           CLOSE FSALL-FILE
           IF W-RESA-OUVERT = 1
              CLOSE FRESA-FILE
           END-IF
           CLOSE FSITE-FILE
           CLOSE RPT-FILE

           DISPLAY 'SAL2CI11 - SALLES EDITEES - ' W-CUM-SALLES(2)
           .
