      *======================================================*
      *   PROGRAMME BATCH - PREVISION DE TRESORERIE DES      *
      *   INDEMNITES DE STAGE SUR LES 3 A 6 MOIS A VENIR,    *
      *   PAR MOIS ET PAR SITE (E-CODE-SITE). PROJECTION DES *
      *   STAGIAIRES ACTIFS JUSQU'A LEUR E-DATE-FIN-PRESTA   *
      *   ET DES INSCRITS DES SESSIONS PLANIFIEES (FSESS11)  *
      *   NON ENCORE PORTES PAR UN DOSSIER ACTIF, EN JOURS   *
      *   OUVRABLES (VALIDJOU, FERIES DE FJOUR11), AU TAUX   *
      *   DE PRESENCE ET AU MONTANT PAR DEMI-JOURNEE         *
      *   CONSTATES SUR LES 12 MOIS PAYES PRECEDENTS         *
      *   (FHPAI11), NET DES RETENUES SUR LES DETTES         *
      *   OUVERTES (FDETT11). LES HYPOTHESES SONT EDITEES EN *
      *   TETE ; L'EDITION EST VERSEE AU DEPOT FREPO11       *
      *   (ETAPE REP1CI11 DU JCL). REMPLACE LE TABLEUR DE    *
      *   PREVISION TRANSMIS CHAQUE TRIMESTRE AUX FINANCES   *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRV1CI11.

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
      *        LECTURE DIRECTE (HISTORIQUE) PUIS SEQUENTIELLE
      *        (PROJECTION)
           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FHPAI-FILE ASSIGN TO FHPAI11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-HPA-CLE
               FILE STATUS IS FHPAI-STATUT.

           SELECT FDETT-FILE ASSIGN TO FDETT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-DTT-CLE
               FILE STATUS IS FDETT-STATUT.

           SELECT FSESS-FILE ASSIGN TO FSESS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-SES-CODE
               FILE STATUS IS FSESS-STATUT.

           SELECT FJOUR-FILE ASSIGN TO FJOUR11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-JOU-DATE
               FILE STATUS IS FJOUR-STATUT.

      *        CARTE PARAMETRE : PREMIER MOIS PREVU (AAAAMM, A
      *        BLANC = MOIS SUIVANT LE RUN), NOMBRE DE MOIS (3 A
      *        6), TAUX JOURNALIER DE REPLI EN CENTIMES (SANS
      *        HISTORIQUE) ET POURCENTAGE DE RETENUE SUR INDU
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTPREV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FHPAI-FILE.
       COPY CHPAI.

       FD  FDETT-FILE.
       COPY CDETT.

       FD  FSESS-FILE.
       COPY CSESS.

       FD  FJOUR-FILE.
       COPY CJOUR.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-MOIS              PIC 9(6).
           05 FILLER                  PIC X(1).
           05 CARTE-NB-MOIS           PIC 9(1).
           05 FILLER                  PIC X(1).
           05 CARTE-TAUX-DEFAUT       PIC 9(5).
           05 FILLER                  PIC X(1).
           05 CARTE-RETENUE-PCT       PIC 9(3).
           05 FILLER                  PIC X(62).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.
         88 FSTAG-FIN                 VALUE '10'.

       01 FHPAI-STATUT                PIC X(2).
         88 FHPAI-OK                  VALUE '00'.
         88 FHPAI-FIN                 VALUE '10'.
         88 FHPAI-ABSENT              VALUE '35'.

       01 FDETT-STATUT                PIC X(2).
         88 FDETT-OK                  VALUE '00'.
         88 FDETT-ABSENT              VALUE '35'.

       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.
         88 FSESS-FIN                 VALUE '10'.
         88 FSESS-ABSENT              VALUE '35'.

       01 FJOUR-STATUT                PIC X(2).
         88 FJOUR-OK                  VALUE '00'.
         88 FJOUR-FIN                 VALUE '10'.
         88 FJOUR-ABSENT              VALUE '35'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-DETTES-DISPO              PIC 9 VALUE 0.
         88 DETTES-DISPO-OUI          VALUE 1.
         88 DETTES-DISPO-NON          VALUE 0.

       01 W-FIN-DETTES                PIC 9.
         88 FIN-DETTES-OUI            VALUE 1.
         88 FIN-DETTES-NON            VALUE 0.

      *------------------------------------------------------*
      *   PARAMETRES DE LA PREVISION (DEFAUTS SI CARTE VIDE)  *
      *------------------------------------------------------*
       01 W-DATE-SYS                  PIC 9(8).
       01 W-NB-MOIS                   PIC 9(1) VALUE 3.
       01 W-TAUX-DEFAUT               PIC 9(5) VALUE 0.
       01 W-RETENUE-PCT               PIC 9(3) VALUE 30.

      *------------------------------------------------------*
      *   FENETRE D'UN MOIS (AAAAMMJJ)                        *
      *------------------------------------------------------*
       01 W-MOIS-EDITE                PIC 9(6).
       01 W-MOIS-DECOUPE REDEFINES W-MOIS-EDITE.
           05 W-MOIS-AAAA             PIC 9(4).
           05 W-MOIS-MM               PIC 9(2).
       01 W-DEBUT-MOIS                PIC 9(8).
       01 W-FIN-MOIS                  PIC 9(8).
       01 W-DERNIER-JOUR              PIC 9(2).

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
      *   MOIS PREVUS ET MOIS D'HISTORIQUE (12 MOIS PAYES     *
      *   PRECEDANT LE PREMIER MOIS PREVU)                    *
      *------------------------------------------------------*
       01 TAB-MOIS-PREVUS.
           05 W-PRV OCCURS 6.
             10 W-PRV-MOIS            PIC 9(6).
             10 W-PRV-DEBUT           PIC 9(8).
             10 W-PRV-FIN             PIC 9(8).
             10 W-PRV-OUVRABLES       PIC 9(3).
       01 IDX-MOIS                    PIC 9(4) COMP.

       01 W-HIST-PREMIER              PIC 9(6).
       01 W-HIST-DERNIER              PIC 9(6).
       01 W-HIST-DEBUT                PIC 9(8).
       01 W-PREV-FIN                  PIC 9(8).

      *------------------------------------------------------*
      *   JOURS FERIES DE LA PERIODE (HISTORIQUE + PREVISION) *
      *   CHARGES EN UNE PASSE DE FJOUR11 ; LES FERIES DE LA  *
      *   FENETRE COMPTEE SONT PASSES A VALIDJOU              *
      *------------------------------------------------------*
       01 TAB-FERIES.
           05 W-NB-FERIES             PIC 9(4) COMP VALUE 0.
           05 W-FERIE                 PIC 9(8) OCCURS 60.
       01 IDX-FER                     PIC 9(4) COMP.

      *------------------------------------------------------*
      *   FENETRE COMPTEE (AAAAMMJJ) ET DATES DE PRESTATION   *
      *------------------------------------------------------*
       01 W-CHEV-DEBUT                PIC 9(8).
       01 W-CHEV-FIN                  PIC 9(8).
       01 W-JOURS                     PIC 9(3).

       01 W-PRESTA-DEB-N.
           05 W-PDN-AAAA              PIC 9(4).
           05 W-PDN-MM                PIC 9(2).
           05 W-PDN-JJ                PIC 9(2).
       01 W-PRESTA-DEB-NUM REDEFINES W-PRESTA-DEB-N
                                      PIC 9(8).
       01 W-PRESTA-FIN-N.
           05 W-PFN-AAAA              PIC 9(4).
           05 W-PFN-MM                PIC 9(2).
           05 W-PFN-JJ                PIC 9(2).
       01 W-PRESTA-FIN-NUM REDEFINES W-PRESTA-FIN-N
                                      PIC 9(8).

      *------------------------------------------------------*
      *   HISTORIQUE FHPAI11 : DEMI-JOURNEES PAYEES SUR       *
      *   DEMI-JOURNEES OUVRABLES DE PRESTATION, ET MONTANT   *
      *   BRUT (NET + SAISIES + INDU) PAR DEMI-JOURNEE PAYEE  *
      *------------------------------------------------------*
       01 W-HIS-NUMERO                PIC 9(6) VALUE 0.
       01 W-HIS-NB-MOIS-STAG          PIC 9(7) VALUE 0.
       01 W-HIS-DEMIJ-PAYEES          PIC 9(9) VALUE 0.
       01 W-HIS-DEMIJ-OUVERTES        PIC 9(9) VALUE 0.
       01 W-HIS-BRUT-CENTIMES         PIC 9(13) VALUE 0.

       01 W-TAUX-PRESENCE             PIC 9(3)V9.
       01 W-BRUT-DEMIJ-CENTIMES       PIC 9(5).
       01 W-ORIGINE-HYPOTHESE         PIC X(1).
         88 HYPOTHESE-HISTORIQUE      VALUE 'H'.
         88 HYPOTHESE-CARTE           VALUE 'C'.

      *------------------------------------------------------*
      *   PROJECTION D'UN STAGIAIRE OU D'UNE SESSION          *
      *------------------------------------------------------*
       01 W-SITE-COURANT              PIC X(3).
       01 W-NB-PERSONNES              PIC 9(5).
       01 W-RESTE-DETTE-CENTIMES      PIC 9(11).
       01 W-DEMIJ-PREVUES             PIC 9(7)V99.
       01 W-BRUT-CENTIMES             PIC 9(11).
       01 W-RETENUE-CENTIMES          PIC 9(11).
       01 W-NB-STAG-PROJETES          PIC 9(7) VALUE 0.
       01 W-NB-INSCRITS-PROJETES      PIC 9(7) VALUE 0.
       01 W-NB-SESS-PLANIFIEES        PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   SESSIONS VUES SUR LES DOSSIERS ACTIFS : NOMBRE DE   *
      *   DOSSIERS DEJA PROJETES ET SITE DU PREMIER DOSSIER   *
      *------------------------------------------------------*
       01 TAB-SESSIONS.
           05 W-NB-SES                PIC 9(4) COMP VALUE 0.
           05 W-SES OCCURS 500.
             10 W-SES-CODE            PIC X(6).
             10 W-SES-SITE            PIC X(3).
             10 W-SES-DOSSIERS        PIC 9(5).
       01 IDX-SES                     PIC 9(4) COMP.
       01 W-SES-TROUVEE               PIC 9.
       01 W-RESTE-INSCRITS            PIC S9(5).

      *------------------------------------------------------*
      *   CUMULS PAR SITE ET PAR MOIS PREVU                   *
      *------------------------------------------------------*
       01 TAB-SITES.
           05 W-NB-SITES              PIC 9(4) COMP VALUE 0.
           05 W-SIT OCCURS 50.
             10 W-SIT-CODE            PIC X(3).
             10 W-SIT-MOIS OCCURS 6.
               15 W-SIT-NB-STAG       PIC 9(5).
               15 W-SIT-DEMIJ         PIC 9(7)V99.
               15 W-SIT-BRUT          PIC 9(11).
               15 W-SIT-RETENUE       PIC 9(11).
       01 IDX-SIT                     PIC 9(4) COMP.
       01 W-SIT-TROUVE                PIC 9.

       01 W-TOTAUX-MOIS.
           05 W-TOT-NB-STAG           PIC 9(7).
           05 W-TOT-DEMIJ             PIC 9(9)V99.
           05 W-TOT-BRUT              PIC 9(13).
           05 W-TOT-RETENUE           PIC 9(13).
       01 W-TOTAUX-PERIODE.
           05 W-GEN-BRUT              PIC 9(13) VALUE 0.
           05 W-GEN-RETENUE           PIC 9(13) VALUE 0.

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
      *   LIGNES DE L'EDITION                                *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(49) VALUE
              'PREVISION DE TRESORERIE DES INDEMNITES DE STAGE -'.
           05 FILLER                  PIC X(12) VALUE ' EDITION DU '.
           05 W-TIT-DATE              PIC 9(8).

       01 W-LIGNE-HYPOTHESE.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 W-HYP-LIBELLE           PIC X(34).
           05 FILLER                  PIC X(2)  VALUE ': '.
           05 W-HYP-TEXTE             PIC X(80).

       01 W-HYP-PERIODE.
           05 W-HYP-MOIS-DEB          PIC 9(6).
           05 FILLER                  PIC X(3)  VALUE ' A '.
           05 W-HYP-MOIS-FIN          PIC 9(6).
           05 FILLER                  PIC X(2)  VALUE ' ('.
           05 W-HYP-NB                PIC 9(3).
           05 W-HYP-UNITE             PIC X(20).

       01 W-HYP-TAUX.
           05 W-HYP-PCT               PIC ZZ9,9.
           05 FILLER                  PIC X(3)  VALUE ' % '.
           05 W-HYP-SOURCE            PIC X(50).

       01 W-HYP-MONTANT.
           05 W-HYP-EUROS             PIC ZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-HYP-MSOURCE           PIC X(50).

       01 W-HYP-EDIT-EUROS            PIC 9(3)V99.

       01 W-LIGNE-MOIS.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(5)  VALUE 'MOIS '.
           05 W-MOI-MOIS              PIC 9(6).
           05 FILLER                  PIC X(19) VALUE
              '  JOURS OUVRABLES  '.
           05 W-MOI-OUVRABLES         PIC ZZ9.

       01 W-LIGNE-COLONNES.
           05 FILLER                  PIC X(5)  VALUE SPACE.
           05 FILLER                  PIC X(50) VALUE
              'SITE  STAGIAIRES  DEMI-JOURNEES            BRUT   '.
           05 FILLER                  PIC X(40) VALUE
              '   RETENUE INDU                 NET     '.

       01 W-LIGNE-SITE.
           05 FILLER                  PIC X(5)  VALUE SPACE.
           05 W-LSI-SITE              PIC X(3).
           05 FILLER                  PIC X(5)  VALUE SPACE.
           05 W-LSI-NB                PIC ZZZZZZ9.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 W-LSI-DEMIJ             PIC ZZZZZZZZ9,9.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LSI-BRUT              PIC ZZZZZZZZZZ9,99.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LSI-RETENUE           PIC ZZZZZZZZZZ9,99.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LSI-NET               PIC ZZZZZZZZZZ9,99.

       01 W-LIGNE-RECAP.
           05 FILLER                  PIC X(5)  VALUE SPACE.
           05 W-REC-MOIS              PIC X(8).
           05 FILLER                  PIC X(29) VALUE SPACE.
           05 W-REC-BRUT              PIC ZZZZZZZZZZ9,99.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-REC-RETENUE           PIC ZZZZZZZZZZ9,99.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-REC-NET               PIC ZZZZZZZZZZ9,99.

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

       01 W-EDIT-EUROS                PIC 9(11)V99.
       01 W-NET-CENTIMES              PIC 9(13).

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-HISTORIQUE
           PERFORM  30000-TRAIT-PROJECTION
           PERFORM  40000-TRAIT-SESSIONS
           PERFORM  50000-TRAIT-EDITION
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD

      *    PREMIER MOIS PREVU PAR DEFAUT : LE MOIS SUIVANT LE RUN
           COMPUTE W-MOIS-EDITE = W-DATE-SYS / 100
           IF W-MOIS-MM = 12
              MOVE 1 TO W-MOIS-MM
              ADD 1 TO W-MOIS-AAAA
           ELSE
              ADD 1 TO W-MOIS-MM
           END-IF

           PERFORM 10100-LIT-CARTE

      *    MOIS PREVUS, PUIS FENETRE DE L'HISTORIQUE (LES 12 MOIS
      *    QUI PRECEDENT LE PREMIER MOIS PREVU)
           PERFORM VARYING IDX-MOIS FROM 1 BY 1
              UNTIL IDX-MOIS > W-NB-MOIS
              PERFORM 11000-BORNES-MOIS
              MOVE W-MOIS-EDITE TO W-PRV-MOIS(IDX-MOIS)
              MOVE W-DEBUT-MOIS TO W-PRV-DEBUT(IDX-MOIS)
              MOVE W-FIN-MOIS   TO W-PRV-FIN(IDX-MOIS)
              PERFORM 11100-MOIS-SUIVANT
           END-PERFORM
           MOVE W-PRV-FIN(W-NB-MOIS) TO W-PREV-FIN

           MOVE W-PRV-MOIS(1) TO W-MOIS-EDITE
           PERFORM 11200-MOIS-PRECEDENT
           MOVE W-MOIS-EDITE TO W-HIST-DERNIER
           SUBTRACT 1 FROM W-MOIS-AAAA
           PERFORM 11100-MOIS-SUIVANT
           MOVE W-MOIS-EDITE TO W-HIST-PREMIER
           COMPUTE W-HIST-DEBUT = W-HIST-PREMIER * 100 + 1

           PERFORM 10500-CHARGE-FERIES

           PERFORM VARYING IDX-MOIS FROM 1 BY 1
              UNTIL IDX-MOIS > W-NB-MOIS
              MOVE W-PRV-DEBUT(IDX-MOIS) TO W-CHEV-DEBUT
              MOVE W-PRV-FIN(IDX-MOIS)   TO W-CHEV-FIN
              PERFORM 60000-COMPTE-JOURS
              MOVE W-JOURS TO W-PRV-OUVRABLES(IDX-MOIS)
           END-PERFORM

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'PRV1CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FDETT-FILE
           EVALUATE TRUE
              WHEN FDETT-OK
                 SET DETTES-DISPO-OUI TO TRUE
              WHEN FDETT-ABSENT
                 SET DETTES-DISPO-NON TO TRUE
              WHEN OTHER
                 DISPLAY 'PRV1CI11 - OUVERTURE FDETT11 IMPOSSIBLE : '
                         FDETT-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'PRV1CI11 - OUVERTURE RPTPREV IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       10100-LIT-CARTE.
      *----------------------*
           OPEN INPUT CARTE-FILE
           IF CARTE-OK
              READ CARTE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CARTE-MOIS IS NUMERIC
                       AND CARTE-MOIS(5:2) >= '01'
                       AND CARTE-MOIS(5:2) <= '12'
                       MOVE CARTE-MOIS TO W-MOIS-EDITE
                    END-IF
                    IF CARTE-NB-MOIS IS NUMERIC
                       AND CARTE-NB-MOIS >= 3
                       AND CARTE-NB-MOIS <= 6
                       MOVE CARTE-NB-MOIS TO W-NB-MOIS
                    END-IF
                    IF CARTE-TAUX-DEFAUT IS NUMERIC
                       MOVE CARTE-TAUX-DEFAUT TO W-TAUX-DEFAUT
                    END-IF
                    IF CARTE-RETENUE-PCT IS NUMERIC
                       AND CARTE-RETENUE-PCT > 0
                       AND CARTE-RETENUE-PCT <= 100
                       MOVE CARTE-RETENUE-PCT TO W-RETENUE-PCT
                    END-IF
              END-READ
              CLOSE CARTE-FILE
           END-IF
           .

      *--------------------------------------------------------*
      *   CHARGEMENT DES JOURS FERIES DE LA PERIODE COUVERTE     *
      *   (DEBUT DE L'HISTORIQUE A LA FIN DE LA PREVISION)       *
      *--------------------------------------------------------*
       10500-CHARGE-FERIES.
      *----------------------*
           MOVE 0 TO W-NB-FERIES
           OPEN INPUT FJOUR-FILE
           EVALUATE TRUE
              WHEN FJOUR-OK
                 PERFORM UNTIL FJOUR-FIN
                    READ FJOUR-FILE NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF W-NB-FERIES < 60
                             AND E-JOU-DATE >= W-HIST-DEBUT
                             AND E-JOU-DATE <= W-PREV-FIN
                             ADD 1 TO W-NB-FERIES
                             MOVE E-JOU-DATE
                               TO W-FERIE(W-NB-FERIES)
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE FJOUR-FILE
              WHEN FJOUR-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PRV1CI11 - OUVERTURE FJOUR11 KO : '
                         FJOUR-STATUT
           END-EVALUATE
           .

      *    FENETRE DU MOIS (AAAAMMJJ), FEVRIER BISSEXTILE COMPRIS
       11000-BORNES-MOIS.
      *----------------------*
           COMPUTE W-DEBUT-MOIS = W-MOIS-EDITE * 100 + 1
           MOVE NB-JOURS(W-MOIS-MM) TO W-DERNIER-JOUR
           IF W-MOIS-MM = 2
              DIVIDE W-MOIS-AAAA BY 4
                 GIVING MODULO4 REMAINDER MODULO4
              DIVIDE W-MOIS-AAAA BY 100
                 GIVING MODULO100 REMAINDER MODULO100
              DIVIDE W-MOIS-AAAA BY 400
                 GIVING MODULO400 REMAINDER MODULO400
              IF (MOD400 OR (MOD4 AND NOT MOD100))
                 MOVE 29 TO W-DERNIER-JOUR
              END-IF
           END-IF
           COMPUTE W-FIN-MOIS =
                   W-MOIS-EDITE * 100 + W-DERNIER-JOUR
           .

       11100-MOIS-SUIVANT.
      *----------------------*
           IF W-MOIS-MM = 12
              MOVE 1 TO W-MOIS-MM
              ADD 1 TO W-MOIS-AAAA
           ELSE
              ADD 1 TO W-MOIS-MM
           END-IF
           .

       11200-MOIS-PRECEDENT.
      *----------------------*
           IF W-MOIS-MM = 1
              MOVE 12 TO W-MOIS-MM
              SUBTRACT 1 FROM W-MOIS-AAAA
           ELSE
              SUBTRACT 1 FROM W-MOIS-MM
           END-IF
           .

      *--------------------------------------------------------*
      *   HISTORIQUE DES 12 MOIS PAYES (FHPAI11) : POUR CHAQUE  *
      *   MOIS INDEMNISE, LES DEMI-JOURNEES PAYEES RAPPORTEES   *
      *   AUX DEMI-JOURNEES OUVRABLES DE LA PRESTATION DANS LE  *
      *   MOIS DONNENT LE TAUX DE PRESENCE ; LE BRUT VERSE      *
      *   RAPPORTE AUX DEMI-JOURNEES PAYEES DONNE LE MONTANT    *
      *   MOYEN PAR DEMI-JOURNEE                                *
      *--------------------------------------------------------*
       20000-TRAIT-HISTORIQUE.
      *----------------------*
           OPEN INPUT FHPAI-FILE
           EVALUATE TRUE
              WHEN FHPAI-OK
                 PERFORM UNTIL FHPAI-FIN
                    READ FHPAI-FILE NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF E-HPA-MOIS >= W-HIST-PREMIER
                             AND E-HPA-MOIS <= W-HIST-DERNIER
                             AND E-HPA-NB-DEMIJ > 0
                             PERFORM 21000-CUMULE-HISTORIQUE
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE FHPAI-FILE
              WHEN FHPAI-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PRV1CI11 - OUVERTURE FHPAI11 KO : '
                         FHPAI-STATUT
           END-EVALUATE

           IF W-HIS-DEMIJ-PAYEES > 0 AND W-HIS-DEMIJ-OUVERTES > 0
              SET HYPOTHESE-HISTORIQUE TO TRUE
              COMPUTE W-TAUX-PRESENCE ROUNDED =
                      W-HIS-DEMIJ-PAYEES * 100 / W-HIS-DEMIJ-OUVERTES
              IF W-TAUX-PRESENCE > 100
                 MOVE 100 TO W-TAUX-PRESENCE
              END-IF
              COMPUTE W-BRUT-DEMIJ-CENTIMES ROUNDED =
                      W-HIS-BRUT-CENTIMES / W-HIS-DEMIJ-PAYEES
           ELSE
      *       SANS HISTORIQUE : PRESENCE COMPLETE AU TAUX DE LA
      *       CARTE (TAUX JOURNALIER, DONC DEUX DEMI-JOURNEES)
              SET HYPOTHESE-CARTE TO TRUE
              MOVE 100 TO W-TAUX-PRESENCE
              COMPUTE W-BRUT-DEMIJ-CENTIMES ROUNDED =
                      W-TAUX-DEFAUT / 2
           END-IF
           .

       21000-CUMULE-HISTORIQUE.
      *----------------------*
           IF E-HPA-NUMERO NOT = W-HIS-NUMERO
              MOVE E-HPA-NUMERO TO W-HIS-NUMERO E-NUMERO
              READ FSTAG-FILE
                 INVALID KEY
                    MOVE SPACE TO E-DATE-DEB-PRESTA E-DATE-FIN-PRESTA
              END-READ
           END-IF

           MOVE E-HPA-MOIS TO W-MOIS-EDITE
           PERFORM 11000-BORNES-MOIS
           PERFORM 61000-FENETRE-PRESTATION
           IF W-CHEV-DEBUT > W-CHEV-FIN
              MOVE 0 TO W-JOURS
           ELSE
              PERFORM 60000-COMPTE-JOURS
           END-IF

           ADD 1                      TO W-HIS-NB-MOIS-STAG
           ADD E-HPA-NB-DEMIJ         TO W-HIS-DEMIJ-PAYEES
           COMPUTE W-HIS-DEMIJ-OUVERTES =
                   W-HIS-DEMIJ-OUVERTES + 2 * W-JOURS
           ADD E-HPA-MONTANT-CENTIMES TO W-HIS-BRUT-CENTIMES
           ADD E-HPA-SAISIE-CENTIMES  TO W-HIS-BRUT-CENTIMES
           ADD E-HPA-INDU-CENTIMES    TO W-HIS-BRUT-CENTIMES
           .

      *--------------------------------------------------------*
      *   PROJECTION DES STAGIAIRES ACTIFS SUR LES MOIS PREVUS  *
      *   JUSQU'A LEUR DATE DE FIN DE PRESTATION               *
      *--------------------------------------------------------*
       30000-TRAIT-PROJECTION.
      *----------------------*
           MOVE 0 TO E-NUMERO
           START FSTAG-FILE KEY IS NOT LESS THAN E-NUMERO
              INVALID KEY
                 SET FSTAG-FIN TO TRUE
           END-START

           PERFORM UNTIL FSTAG-FIN
              READ FSTAG-FILE NEXT RECORD
                 AT END
                    SET FSTAG-FIN TO TRUE
                 NOT AT END
                    IF SUPPRIME-NON AND STATUT-ACTIF
                       AND E-DATE-DEB-PRESTA IS NUMERIC
                       AND E-DATE-FIN-PRESTA IS NUMERIC
                       PERFORM 31000-PROJETTE-STAGIAIRE
                    END-IF
              END-READ
           END-PERFORM
           .

       31000-PROJETTE-STAGIAIRE.
      *----------------------*
           MOVE E-CODE-SITE TO W-SITE-COURANT
           MOVE 1           TO W-NB-PERSONNES
           PERFORM 31100-CUMULE-DETTES

           PERFORM 32000-PROJETTE-FENETRE
           IF E-CODE-SESSION NOT = SPACE AND LOW-VALUE
              PERFORM 31200-NOTE-SESSION
           END-IF
           ADD 1 TO W-NB-STAG-PROJETES
           .

      *    RESTE DU SUR LES DETTES OUVERTES DU STAGIAIRE
       31100-CUMULE-DETTES.
      *----------------------*
           MOVE 0 TO W-RESTE-DETTE-CENTIMES
           IF DETTES-DISPO-OUI
              SET FIN-DETTES-NON TO TRUE
              MOVE E-NUMERO TO E-DTT-NUMERO
              MOVE 0        TO E-DTT-SEQ
              START FDETT-FILE KEY IS NOT LESS THAN E-DTT-CLE
                 INVALID KEY
                    SET FIN-DETTES-OUI TO TRUE
              END-START

              PERFORM UNTIL FIN-DETTES-OUI
                 READ FDETT-FILE NEXT RECORD
                    AT END
                       SET FIN-DETTES-OUI TO TRUE
                    NOT AT END
                       IF E-DTT-NUMERO NOT = E-NUMERO
                          SET FIN-DETTES-OUI TO TRUE
                       ELSE
                          IF DTT-OUVERTE
                             ADD E-DTT-RESTE-CENTIMES
                               TO W-RESTE-DETTE-CENTIMES
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .

      *    DOSSIER RATTACHE A UNE SESSION : COMPTE POUR NE PAS
      *    PROJETER DEUX FOIS SES INSCRITS EN 40000
       31200-NOTE-SESSION.
      *----------------------*
           MOVE 0 TO W-SES-TROUVEE
           PERFORM VARYING IDX-SES FROM 1 BY 1
              UNTIL IDX-SES > W-NB-SES OR W-SES-TROUVEE = 1
              IF W-SES-CODE(IDX-SES) = E-CODE-SESSION
                 MOVE 1 TO W-SES-TROUVEE
                 ADD 1 TO W-SES-DOSSIERS(IDX-SES)
              END-IF
           END-PERFORM

           IF W-SES-TROUVEE = 0
              IF W-NB-SES < 500
                 ADD 1 TO W-NB-SES
                 MOVE E-CODE-SESSION TO W-SES-CODE(W-NB-SES)
                 MOVE E-CODE-SITE    TO W-SES-SITE(W-NB-SES)
                 MOVE 1              TO W-SES-DOSSIERS(W-NB-SES)
              ELSE
                 DISPLAY 'PRV1CI11 - TABLE DES SESSIONS SATUREE'
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   PROJECTION D'UNE FENETRE DE PRESTATION (JJMMAAAA DANS *
      *   E-DATE-DEB/FIN-PRESTA) POUR W-NB-PERSONNES DU SITE    *
      *   COURANT : JOURS OUVRABLES DU MOIS COUVERTS, AU TAUX   *
      *   DE PRESENCE ET AU MONTANT PAR DEMI-JOURNEE RETENUS ;  *
      *   LA RETENUE SUR INDU SUIT LA REGLE DE PAI1CI11         *
      *--------------------------------------------------------*
       32000-PROJETTE-FENETRE.
      *----------------------*
           PERFORM 33000-CHERCHE-SITE

           PERFORM VARYING IDX-MOIS FROM 1 BY 1
              UNTIL IDX-MOIS > W-NB-MOIS
              MOVE W-PRV-DEBUT(IDX-MOIS) TO W-DEBUT-MOIS
              MOVE W-PRV-FIN(IDX-MOIS)   TO W-FIN-MOIS
              PERFORM 61000-FENETRE-PRESTATION
              IF W-CHEV-DEBUT NOT > W-CHEV-FIN
                 PERFORM 60000-COMPTE-JOURS
                 IF W-JOURS > 0
                    PERFORM 32100-PROJETTE-MOIS
                 END-IF
              END-IF
           END-PERFORM
           .

       32100-PROJETTE-MOIS.
      *----------------------*
           COMPUTE W-DEMIJ-PREVUES ROUNDED =
                   2 * W-JOURS * W-NB-PERSONNES
                   * W-TAUX-PRESENCE / 100
           COMPUTE W-BRUT-CENTIMES ROUNDED =
                   W-DEMIJ-PREVUES * W-BRUT-DEMIJ-CENTIMES

           MOVE 0 TO W-RETENUE-CENTIMES
           IF W-RESTE-DETTE-CENTIMES > 0
              COMPUTE W-RETENUE-CENTIMES ROUNDED =
                      W-BRUT-CENTIMES * W-RETENUE-PCT / 100
              IF W-RETENUE-CENTIMES > W-RESTE-DETTE-CENTIMES
                 MOVE W-RESTE-DETTE-CENTIMES TO W-RETENUE-CENTIMES
              END-IF
              SUBTRACT W-RETENUE-CENTIMES
                  FROM W-RESTE-DETTE-CENTIMES
           END-IF

           ADD W-NB-PERSONNES     TO W-SIT-NB-STAG(IDX-SIT, IDX-MOIS)
           ADD W-DEMIJ-PREVUES    TO W-SIT-DEMIJ(IDX-SIT, IDX-MOIS)
           ADD W-BRUT-CENTIMES    TO W-SIT-BRUT(IDX-SIT, IDX-MOIS)
           ADD W-RETENUE-CENTIMES TO W-SIT-RETENUE(IDX-SIT, IDX-MOIS)
           .

      *    ENTREE DU SITE COURANT DANS LA TABLE DES CUMULS (LE
      *    DERNIER POSTE RECOIT LES SITES AU-DELA DE LA TABLE)
       33000-CHERCHE-SITE.
      *----------------------*
           IF W-SITE-COURANT = SPACE OR LOW-VALUE
              MOVE '***' TO W-SITE-COURANT
           END-IF
           MOVE 0 TO W-SIT-TROUVE
           PERFORM VARYING IDX-SIT FROM 1 BY 1
              UNTIL IDX-SIT > W-NB-SITES OR W-SIT-TROUVE = 1
              IF W-SIT-CODE(IDX-SIT) = W-SITE-COURANT
                 MOVE 1 TO W-SIT-TROUVE
              END-IF
           END-PERFORM

           IF W-SIT-TROUVE = 1
              SUBTRACT 1 FROM IDX-SIT
           ELSE
              IF W-NB-SITES < 50
                 ADD 1 TO W-NB-SITES
                 MOVE W-NB-SITES TO IDX-SIT
                 MOVE W-SITE-COURANT TO W-SIT-CODE(IDX-SIT)
                 PERFORM VARYING IDX-MOIS FROM 1 BY 1
                    UNTIL IDX-MOIS > 6
                    MOVE 0 TO W-SIT-NB-STAG(IDX-SIT, IDX-MOIS)
                              W-SIT-DEMIJ(IDX-SIT, IDX-MOIS)
                              W-SIT-BRUT(IDX-SIT, IDX-MOIS)
                              W-SIT-RETENUE(IDX-SIT, IDX-MOIS)
                 END-PERFORM
              ELSE
                 DISPLAY 'PRV1CI11 - TABLE DES SITES SATUREE : '
                         W-SITE-COURANT
                 MOVE W-NB-SITES TO IDX-SIT
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   SESSIONS PLANIFIEES (OUVERTES, DEBUT APRES LE RUN ET  *
      *   AVANT LA FIN DE LA PREVISION) : LES INSCRITS QUI NE   *
      *   SONT PAS ENCORE PORTES PAR UN DOSSIER ACTIF SONT      *
      *   PROJETES SUR LES DATES DE LA SESSION, AU SITE DU      *
      *   PREMIER DOSSIER RATTACHE (*** A DEFAUT), SANS DETTE   *
      *--------------------------------------------------------*
       40000-TRAIT-SESSIONS.
      *----------------------*
           OPEN INPUT FSESS-FILE
           EVALUATE TRUE
              WHEN FSESS-OK
                 PERFORM UNTIL FSESS-FIN
                    READ FSESS-FILE NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          PERFORM 41000-PROJETTE-SESSION
                    END-READ
                 END-PERFORM
                 CLOSE FSESS-FILE
              WHEN FSESS-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PRV1CI11 - OUVERTURE FSESS11 KO : '
                         FSESS-STATUT
           END-EVALUATE
           .

       41000-PROJETTE-SESSION.
      *----------------------*
           IF SES-OUVERTE
              AND E-SES-DATE-DEB IS NUMERIC
              AND E-SES-DATE-FIN IS NUMERIC
              MOVE E-SES-DATE-DEB(5:4) TO W-PDN-AAAA
              MOVE E-SES-DATE-DEB(3:2) TO W-PDN-MM
              MOVE E-SES-DATE-DEB(1:2) TO W-PDN-JJ
              IF W-PRESTA-DEB-NUM > W-DATE-SYS
                 AND W-PRESTA-DEB-NUM NOT > W-PREV-FIN
                 ADD 1 TO W-NB-SESS-PLANIFIEES
                 PERFORM 41100-PROJETTE-INSCRITS
              END-IF
           END-IF
           .

       41100-PROJETTE-INSCRITS.
      *----------------------*
           MOVE E-SES-INSCRITS TO W-RESTE-INSCRITS
           MOVE '***'          TO W-SITE-COURANT
           PERFORM VARYING IDX-SES FROM 1 BY 1
              UNTIL IDX-SES > W-NB-SES
              IF W-SES-CODE(IDX-SES) = E-SES-CODE
                 SUBTRACT W-SES-DOSSIERS(IDX-SES)
                     FROM W-RESTE-INSCRITS
                 MOVE W-SES-SITE(IDX-SES) TO W-SITE-COURANT
              END-IF
           END-PERFORM

           IF W-RESTE-INSCRITS > 0
              MOVE W-RESTE-INSCRITS TO W-NB-PERSONNES
              MOVE 0                TO W-RESTE-DETTE-CENTIMES
              MOVE E-SES-DATE-DEB   TO E-DATE-DEB-PRESTA
              MOVE E-SES-DATE-FIN   TO E-DATE-FIN-PRESTA
              PERFORM 32000-PROJETTE-FENETRE
              ADD W-RESTE-INSCRITS  TO W-NB-INSCRITS-PROJETES
           END-IF
           .

      *--------------------------------------------------------*
      *   EDITION : HYPOTHESES EN TETE, PUIS POUR CHAQUE MOIS   *
      *   LE DETAIL PAR SITE ET LE TOTAL, ENFIN LE              *
      *   RECAPITULATIF DE LA PERIODE                           *
      *--------------------------------------------------------*
       50000-TRAIT-EDITION.
      *----------------------*
           MOVE W-DATE-SYS TO W-TIT-DATE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           PERFORM 51000-EDITE-HYPOTHESES

           PERFORM VARYING IDX-MOIS FROM 1 BY 1
              UNTIL IDX-MOIS > W-NB-MOIS
              PERFORM 52000-EDITE-MOIS
           END-PERFORM

           PERFORM 55000-EDITE-RECAPITULATIF
           .

       51000-EDITE-HYPOTHESES.
      *----------------------*
           MOVE SPACE TO W-HYP-LIBELLE W-HYP-TEXTE
           MOVE 'HYPOTHESES DE LA PREVISION' TO W-HYP-LIBELLE
           WRITE RPT-LIGNE FROM W-LIGNE-HYPOTHESE

           MOVE 'PERIODE PREVUE'          TO W-HYP-LIBELLE
           MOVE W-PRV-MOIS(1)             TO W-HYP-MOIS-DEB
           MOVE W-PRV-MOIS(W-NB-MOIS)     TO W-HYP-MOIS-FIN
           MOVE W-NB-MOIS                 TO W-HYP-NB
           MOVE ' MOIS)'                  TO W-HYP-UNITE
           MOVE W-HYP-PERIODE             TO W-HYP-TEXTE
           WRITE RPT-LIGNE FROM W-LIGNE-HYPOTHESE

           MOVE 'HISTORIQUE DES PAIEMENTS FHPAI11' TO W-HYP-LIBELLE
           MOVE W-HIST-PREMIER            TO W-HYP-MOIS-DEB
           MOVE W-HIST-DERNIER            TO W-HYP-MOIS-FIN
           MOVE 12                        TO W-HYP-NB
           MOVE ' MOIS PAYES)'            TO W-HYP-UNITE
           MOVE W-HYP-PERIODE             TO W-HYP-TEXTE
           WRITE RPT-LIGNE FROM W-LIGNE-HYPOTHESE

           MOVE 'TAUX DE PRESENCE RETENU' TO W-HYP-LIBELLE
           MOVE W-TAUX-PRESENCE           TO W-HYP-PCT
           IF HYPOTHESE-HISTORIQUE
              MOVE 'DEMI-JOURNEES PAYEES / OUVRABLES DE PRESTATION'
                TO W-HYP-SOURCE
           ELSE
              MOVE 'SANS HISTORIQUE : PRESENCE COMPLETE'
                TO W-HYP-SOURCE
           END-IF
           MOVE W-HYP-TAUX                TO W-HYP-TEXTE
           WRITE RPT-LIGNE FROM W-LIGNE-HYPOTHESE

           MOVE 'MONTANT BRUT PAR DEMI-JOURNEE'  TO W-HYP-LIBELLE
           COMPUTE W-HYP-EDIT-EUROS = W-BRUT-DEMIJ-CENTIMES / 100
           MOVE W-HYP-EDIT-EUROS          TO W-HYP-EUROS
           IF HYPOTHESE-HISTORIQUE
              MOVE 'MOYENNE DU BRUT VERSE (NET + SAISIES + INDU)'
                TO W-HYP-MSOURCE
           ELSE
              MOVE 'SANS HISTORIQUE : MOITIE DU TAUX DE LA CARTE'
                TO W-HYP-MSOURCE
           END-IF
           MOVE W-HYP-MONTANT             TO W-HYP-TEXTE
           WRITE RPT-LIGNE FROM W-LIGNE-HYPOTHESE

           MOVE 'RETENUE SUR INDU (FDETT11)' TO W-HYP-LIBELLE
           MOVE W-RETENUE-PCT             TO W-HYP-PCT
           MOVE 'DU BRUT, JUSQU''AU SOLDE DES DETTES OUVERTES'
             TO W-HYP-SOURCE
           MOVE W-HYP-TAUX                TO W-HYP-TEXTE
           WRITE RPT-LIGNE FROM W-LIGNE-HYPOTHESE

           MOVE 'JOURS OUVRABLES'         TO W-HYP-LIBELLE
           MOVE 'HORS WEEK-ENDS ET FERIES FJOUR11 (VALIDJOU)'
             TO W-HYP-TEXTE
           WRITE RPT-LIGNE FROM W-LIGNE-HYPOTHESE

           MOVE 'STAGIAIRES ACTIFS PROJETES' TO W-HYP-LIBELLE
           MOVE SPACE                     TO W-HYP-TEXTE
           MOVE W-NB-STAG-PROJETES        TO W-LSI-NB
           STRING W-LSI-NB                    DELIMITED BY SIZE
                  ' JUSQU''A LEUR DATE DE FIN DE PRESTATION'
                                              DELIMITED BY SIZE
                  INTO W-HYP-TEXTE
           END-STRING
           WRITE RPT-LIGNE FROM W-LIGNE-HYPOTHESE

           MOVE 'SESSIONS PLANIFIEES FSESS11' TO W-HYP-LIBELLE
           MOVE SPACE                     TO W-HYP-TEXTE
           MOVE W-NB-SESS-PLANIFIEES      TO W-LSI-NB
           MOVE W-LSI-NB                  TO W-HYP-TEXTE(1:7)
           MOVE ' SESSION(S), INSCRITS SANS DOSSIER ACTIF :'
             TO W-HYP-TEXTE(8:42)
           MOVE W-NB-INSCRITS-PROJETES    TO W-LSI-NB
           MOVE W-LSI-NB                  TO W-HYP-TEXTE(50:7)
           WRITE RPT-LIGNE FROM W-LIGNE-HYPOTHESE

           MOVE 'MONTANTS'                TO W-HYP-LIBELLE
           MOVE 'INDEMNITES SEULES, HORS FRAIS ET AIDES EXCEPTIONNELL'
             & 'ES' TO W-HYP-TEXTE
           WRITE RPT-LIGNE FROM W-LIGNE-HYPOTHESE
           .

       52000-EDITE-MOIS.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE W-PRV-MOIS(IDX-MOIS)      TO W-MOI-MOIS
           MOVE W-PRV-OUVRABLES(IDX-MOIS) TO W-MOI-OUVRABLES
           WRITE RPT-LIGNE FROM W-LIGNE-MOIS
           WRITE RPT-LIGNE FROM W-LIGNE-COLONNES

           INITIALIZE W-TOTAUX-MOIS
           PERFORM VARYING IDX-SIT FROM 1 BY 1
              UNTIL IDX-SIT > W-NB-SITES
              IF W-SIT-NB-STAG(IDX-SIT, IDX-MOIS) > 0
                 MOVE W-SIT-CODE(IDX-SIT)     TO W-LSI-SITE
                 MOVE W-SIT-NB-STAG(IDX-SIT, IDX-MOIS) TO W-LSI-NB
                 MOVE W-SIT-DEMIJ(IDX-SIT, IDX-MOIS)   TO W-LSI-DEMIJ
                 COMPUTE W-EDIT-EUROS =
                         W-SIT-BRUT(IDX-SIT, IDX-MOIS) / 100
                 MOVE W-EDIT-EUROS            TO W-LSI-BRUT
                 COMPUTE W-EDIT-EUROS =
                         W-SIT-RETENUE(IDX-SIT, IDX-MOIS) / 100
                 MOVE W-EDIT-EUROS            TO W-LSI-RETENUE
                 COMPUTE W-EDIT-EUROS =
                         (W-SIT-BRUT(IDX-SIT, IDX-MOIS)
                        - W-SIT-RETENUE(IDX-SIT, IDX-MOIS)) / 100
                 MOVE W-EDIT-EUROS            TO W-LSI-NET
                 WRITE RPT-LIGNE FROM W-LIGNE-SITE

                 ADD W-SIT-NB-STAG(IDX-SIT, IDX-MOIS)
                   TO W-TOT-NB-STAG
                 ADD W-SIT-DEMIJ(IDX-SIT, IDX-MOIS)
                   TO W-TOT-DEMIJ
                 ADD W-SIT-BRUT(IDX-SIT, IDX-MOIS)
                   TO W-TOT-BRUT
                 ADD W-SIT-RETENUE(IDX-SIT, IDX-MOIS)
                   TO W-TOT-RETENUE
              END-IF
           END-PERFORM

           MOVE 'TOT'                     TO W-LSI-SITE
           MOVE W-TOT-NB-STAG             TO W-LSI-NB
           MOVE W-TOT-DEMIJ               TO W-LSI-DEMIJ
           COMPUTE W-EDIT-EUROS = W-TOT-BRUT / 100
           MOVE W-EDIT-EUROS              TO W-LSI-BRUT
           COMPUTE W-EDIT-EUROS = W-TOT-RETENUE / 100
           MOVE W-EDIT-EUROS              TO W-LSI-RETENUE
           COMPUTE W-EDIT-EUROS = (W-TOT-BRUT - W-TOT-RETENUE) / 100
           MOVE W-EDIT-EUROS              TO W-LSI-NET
           WRITE RPT-LIGNE FROM W-LIGNE-SITE

           ADD W-TOT-BRUT    TO W-GEN-BRUT
           ADD W-TOT-RETENUE TO W-GEN-RETENUE
           .

       55000-EDITE-RECAPITULATIF.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'TOTAL DE LA PERIODE' TO W-HYP-LIBELLE
           MOVE SPACE                 TO W-HYP-TEXTE
           WRITE RPT-LIGNE FROM W-LIGNE-HYPOTHESE

           MOVE 'PERIODE'             TO W-REC-MOIS
           COMPUTE W-EDIT-EUROS = W-GEN-BRUT / 100
           MOVE W-EDIT-EUROS          TO W-REC-BRUT
           COMPUTE W-EDIT-EUROS = W-GEN-RETENUE / 100
           MOVE W-EDIT-EUROS          TO W-REC-RETENUE
           COMPUTE W-NET-CENTIMES = W-GEN-BRUT - W-GEN-RETENUE
           COMPUTE W-EDIT-EUROS = W-NET-CENTIMES / 100
           MOVE W-EDIT-EUROS          TO W-REC-NET
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           .

      *--------------------------------------------------------*
      *   JOURS OUVRABLES DE LA FENETRE W-CHEV-DEBUT A          *
      *   W-CHEV-FIN (AAAAMMJJ, BORNES INCLUSES, FENETRE        *
      *   INTERIEURE A UN MOIS) : VALIDJOU 'O' POUR LA BORNE    *
      *   DE DEPART ET 'C' POUR LA SUITE, AVEC LES FERIES DE    *
      *   LA FENETRE                                            *
      *--------------------------------------------------------*
       60000-COMPTE-JOURS.
      *----------------------*
           MOVE 0 TO W-JOURS

           MOVE 0 TO NB-FERIES-J
           PERFORM VARYING IDX-FER FROM 1 BY 1
              UNTIL IDX-FER > W-NB-FERIES
              IF W-FERIE(IDX-FER) >= W-CHEV-DEBUT
                 AND W-FERIE(IDX-FER) <= W-CHEV-FIN
                 AND NB-FERIES-J < 20
                 ADD 1 TO NB-FERIES-J
                 MOVE W-FERIE(IDX-FER) TO FERIE-J(NB-FERIES-J)
              END-IF
           END-PERFORM

           MOVE 'O' TO FONCTION-J
           MOVE SPACE TO DATE-DEBUT-J
           STRING W-CHEV-DEBUT(7:2) DELIMITED BY SIZE
                  W-CHEV-DEBUT(5:2) DELIMITED BY SIZE
                  W-CHEV-DEBUT(1:4) DELIMITED BY SIZE
                  INTO DATE-DEBUT-J
           END-STRING
           CALL pgm-validjou USING validjou-param
           IF cr-jours-ok
              ADD NB-JOURS-RESULTAT TO W-JOURS
           END-IF

           IF W-CHEV-FIN > W-CHEV-DEBUT
              MOVE 'C' TO FONCTION-J
              MOVE SPACE TO DATE-FIN-J
              STRING W-CHEV-FIN(7:2) DELIMITED BY SIZE
                     W-CHEV-FIN(5:2) DELIMITED BY SIZE
                     W-CHEV-FIN(1:4) DELIMITED BY SIZE
                     INTO DATE-FIN-J
              END-STRING
              CALL pgm-validjou USING validjou-param
              IF cr-jours-ok
                 ADD NB-JOURS-RESULTAT TO W-JOURS
              END-IF
           END-IF
           .

      *    INTERSECTION DU MOIS W-DEBUT/FIN-MOIS AVEC LA
      *    PRESTATION (JJMMAAAA) ; PRESTATION NON RENSEIGNEE :
      *    LE MOIS ENTIER
       61000-FENETRE-PRESTATION.
      *----------------------*
           MOVE W-DEBUT-MOIS TO W-CHEV-DEBUT
           MOVE W-FIN-MOIS   TO W-CHEV-FIN

           IF E-DATE-DEB-PRESTA IS NUMERIC
              MOVE E-DATE-DEB-PRESTA(5:4) TO W-PDN-AAAA
              MOVE E-DATE-DEB-PRESTA(3:2) TO W-PDN-MM
              MOVE E-DATE-DEB-PRESTA(1:2) TO W-PDN-JJ
              IF W-PRESTA-DEB-NUM > W-CHEV-DEBUT
                 MOVE W-PRESTA-DEB-NUM TO W-CHEV-DEBUT
              END-IF
           END-IF

           IF E-DATE-FIN-PRESTA IS NUMERIC
              MOVE E-DATE-FIN-PRESTA(5:4) TO W-PFN-AAAA
              MOVE E-DATE-FIN-PRESTA(3:2) TO W-PFN-MM
              MOVE E-DATE-FIN-PRESTA(1:2) TO W-PFN-JJ
              IF W-PRESTA-FIN-NUM < W-CHEV-FIN
                 MOVE W-PRESTA-FIN-NUM TO W-CHEV-FIN
              END-IF
           END-IF
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE FSTAG-FILE
           IF DETTES-DISPO-OUI
              CLOSE FDETT-FILE
           END-IF
           CLOSE RPT-FILE

           DISPLAY 'PRV1CI11 - PREVISION EDITEE - ' W-NB-MOIS
                   ' MOIS / ' W-NB-STAG-PROJETES ' STAGIAIRE(S) / '
                   W-NB-INSCRITS-PROJETES ' INSCRIT(S) DE SESSION'
           .
