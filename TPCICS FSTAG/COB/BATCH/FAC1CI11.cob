      *======================================================*
      *   PROGRAMME BATCH - FACTURATION MENSUELLE DES        *
      *   FINANCEURS : LES DEMI-JOURNEES POINTEES PRESENTES  *
      *   DU MOIS (FPRES11) SONT CUMULEES PAR SESSION (VIA   *
      *   LE RATTACHEMENT FSTAG11) PUIS FACTUREES A CHAQUE   *
      *   FINANCEUR DE LA SESSION SELON SA CONVENTION DE     *
      *   L'ANNEE (FCFIN11 : QUOTE-PART OU TAUX PROPRE).     *
      *   UNE SESSION SANS CONVENTION RESTE FACTUREE AU TAUX *
      *   E-SES-TAUX-FINANCEUR. UNE FACTURE PAR SESSION ET   *
      *   FINANCEUR + UN RECAPITULATIF A TOTAUX DE CONTROLE ;*
      *   LE CONSOMME DU BUDGET ANNUEL EST CUMULE ET UNE     *
      *   ALERTE FALRT11 EST EMISE A 80 % PUIS A 100 % DU    *
      *   PLAFOND. LE REGISTRE FFACT11 INTERDIT DE FACTURER  *
      *   DEUX FOIS LE MEME TRIPLET SESSION-MOIS-FINANCEUR   *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
               RECORD KEY IS E-SES-CODE
               FILE STATUS IS FSESS-STATUT.

      *        REFERENTIEL DES FINANCEURS
           SELECT FFINA-FILE ASSIGN TO FFINA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-FIN-CODE
               FILE STATUS IS FFINA-STATUT.

      *        CONVENTIONS DE FINANCEMENT PAR SESSION ET ANNEE
      *        (PARCOURUES PAR SESSION, CONSOMME MIS A JOUR)
           SELECT FCFIN-FILE ASSIGN TO FCFIN11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-CFI-CLE
               FILE STATUS IS FCFIN-STATUT.

      *        REGISTRE DES FACTURES EMISES (ANTI-DOUBLON ;
      *        PARCOURU AU DEBUT POUR REPRENDRE LA NUMEROTATION)
           SELECT FFACT-FILE ASSIGN TO FFACT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-FAC-CLE
               FILE STATUS IS FFACT-STATUT.

      *        ALERTES D'EXPLOITATION (SEUILS DE BUDGET)
           SELECT FALRT-FILE ASSIGN TO FALRT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-ALR-CLE
               FILE STATUS IS FALRT-STATUT.

      *        CARTE PARAMETRE : MOIS FACTURE (AAAAMM)
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
       FD  FSESS-FILE.
       COPY CSESS.

       FD  FFINA-FILE.
       COPY CFINA.

       FD  FCFIN-FILE.
       COPY CCFIN.

       FD  FFACT-FILE.
       COPY CFACT.

       FD  FALRT-FILE.
       COPY CALRT.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-MOIS              PIC 9(6).
       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.

       01 FFINA-STATUT                PIC X(2).
         88 FFINA-OK                  VALUE '00'.

       01 FCFIN-STATUT                PIC X(2).
         88 FCFIN-OK                  VALUE '00'.
         88 FCFIN-FIN                 VALUE '10'.

       01 FFACT-STATUT                PIC X(2).
         88 FFACT-OK                  VALUE '00'.
         88 FFACT-FIN                 VALUE '10'.

       01 FALRT-STATUT                PIC X(2).
         88 FALRT-OK                  VALUE '00'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.
         88 RPT-OK                    VALUE '00'.

       01 W-MOIS-FACTURE              PIC 9(6).
       01 FILLER REDEFINES W-MOIS-FACTURE.
           05 W-ANNEE-FACTURE         PIC 9(4).
           05 FILLER                  PIC 9(2).

      *------------------------------------------------------*
      *   CUMUL DES DEMI-JOURNEES PRESENTES PAR SESSION       *
      *------------------------------------------------------*
      *   FACTURE EN COURS ET TOTAUX DE CONTROLE              *
      *------------------------------------------------------*
       01 W-NUMERO-FACTURE            PIC 9(10).
      *        RANG DE LA DERNIERE FACTURE DEJA EMISE POUR LE MOIS
      *        (UNE RELANCE DU MOIS POURSUIT LA NUMEROTATION)
       01 W-RANG-FACTURE              PIC 9(4) VALUE 0.
       01 W-FINANCEUR                 PIC X(4).
       01 W-FINANCEUR-LIBELLE         PIC X(30).
      *        DELAI DE REGLEMENT REPORTE SUR LA FACTURE (30 JOURS
      *        FAUTE DE FINANCEUR OU DE DELAI CONVENU)
       01 W-DELAI-REGLEMENT           PIC 9(3).
       01 W-DELAI-DEFAUT              PIC 9(3) VALUE 30.
       01 W-TAUX-CENTIMES             PIC 9(5).
       01 W-QUOTE-PART                PIC 9(3).
       01 W-MONTANT-CENTIMES          PIC 9(11).
       01 W-NB-CONVENTIONS            PIC 9(3).
       01 W-FIN-CONVENTIONS           PIC 9.

      *------------------------------------------------------*
      *   CONSOMMATION DU BUDGET ANNUEL DE LA CONVENTION      *
      *------------------------------------------------------*
       01 W-POURCENT-CONSOMME         PIC 9(5).
       01 W-NB-ALERTES                PIC 9(3) VALUE 0.

      *------------------------------------------------------*
      *   EMISSION D'UNE ALERTE D'EXPLOITATION (FALRT11)      *
      *------------------------------------------------------*
       01 W-ALERTE-SEVERITE           PIC X(1).
       01 W-ALERTE-MESSAGE            PIC X(60) VALUE SPACE.
       01 W-ALERTE-NUMERO             PIC 9(6) VALUE 0.
       01 W-ALERTE-POSEE              PIC 9.
       01 W-TOTAL-CENTIMES            PIC 9(13) VALUE 0.
       01 W-TOTAL-DEMIJ               PIC 9(7) VALUE 0.
       01 W-NB-FACTURES               PIC 9(3) VALUE 0.
       01 W-LIGNE-FACTURE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(10) VALUE 'FACTURE N '.
           05 W-FAC-NUMERO-E          PIC 9(10).
           05 FILLER                  PIC X(9)  VALUE ' SESSION '.
           05 W-FAC-SESSION-E         PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 FILLER                  PIC X(6)  VALUE ' MOIS '.
           05 W-FAC-MOIS-E            PIC 9(6).

       01 W-LIGNE-FINANCEUR.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 FILLER                  PIC X(12) VALUE 'FINANCEUR : '.
           05 W-FIN-CODE-E            PIC X(4).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-FIN-LIBELLE-E         PIC X(30).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-FIN-MODE-E            PIC X(30).

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 W-DET-DEMIJ             PIC ZZZZ9.
           05 FILLER                  PIC X(10) VALUE 'MONTANT : '.
           05 W-DET-MONTANT           PIC ZZZZZZZZ9,99.

       01 W-LIGNE-BUDGET.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 FILLER                  PIC X(13) VALUE 'BUDGET ANNEE '.
           05 W-BUD-ANNEE             PIC 9(4).
           05 FILLER                  PIC X(11) VALUE ' PLAFOND : '.
           05 W-BUD-PLAFOND           PIC ZZZZZZZZ9,99.
           05 FILLER                  PIC X(12) VALUE ' CONSOMME : '.
           05 W-BUD-CONSOMME          PIC ZZZZZZZZ9,99.
           05 FILLER                  PIC X(2)  VALUE ' ('.
           05 W-BUD-POURCENT          PIC ZZZZ9.
           05 FILLER                  PIC X(4)  VALUE ' %) '.
           05 W-BUD-CONSTAT           PIC X(30).

       01 W-LIGNE-REFUS.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(8)  VALUE 'SESSION '.
           05 W-REF-SESSION           PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-REF-FINANCEUR         PIC X(4).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-REF-MOTIF             PIC X(45).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(18) VALUE
              '  MONTANT TOTAL : '.
           05 W-TOT-MONTANT           PIC ZZZZZZZZZZ9,99.
           05 FILLER                  PIC X(19) VALUE
              '  ALERTES BUDGET : '.
           05 W-TOT-ALERTES           PIC ZZ9.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
              STOP RUN
           END-IF

           OPEN INPUT FFINA-FILE
           IF NOT FFINA-OK
              DISPLAY 'FAC1CI11 - OUVERTURE FFINA11 IMPOSSIBLE : '
                      FFINA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FCFIN-FILE
           IF NOT FCFIN-OK
              DISPLAY 'FAC1CI11 - OUVERTURE FCFIN11 IMPOSSIBLE : '
                      FCFIN-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FFACT-FILE
           IF NOT FFACT-OK
              DISPLAY 'FAC1CI11 - OUVERTURE FFACT11 IMPOSSIBLE : '
              STOP RUN
           END-IF

           OPEN I-O FALRT-FILE
           IF NOT FALRT-OK
              DISPLAY 'FAC1CI11 - OUVERTURE FALRT11 IMPOSSIBLE : '
                      FALRT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'FAC1CI11 - OUVERTURE RPTFACT IMPOSSIBLE : '
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 15000-REPREND-NUMEROTATION
           .

      *--------------------------------------------------------*
      *   NUMEROTATION : LE RANG REPART DE LA PLUS FORTE        *
      *   FACTURE DEJA EMISE POUR LE MOIS (RELANCE DU MOIS      *
      *   APRES UN PREMIER PASSAGE SANS DOUBLON DE NUMERO)      *
      *--------------------------------------------------------*
       15000-REPREND-NUMEROTATION.
      *----------------------*
           MOVE LOW-VALUE TO E-FAC-CLE
           START FFACT-FILE KEY IS NOT LESS THAN E-FAC-CLE
              INVALID KEY
                 SET FFACT-FIN TO TRUE
           END-START

           PERFORM UNTIL FFACT-FIN
              READ FFACT-FILE NEXT RECORD
                 AT END
                    SET FFACT-FIN TO TRUE
                 NOT AT END
                    IF E-FAC-MOIS = W-MOIS-FACTURE
                       AND E-FAC-NUMERO - W-MOIS-FACTURE * 10000
                           > W-RANG-FACTURE
                       COMPUTE W-RANG-FACTURE =
                               E-FAC-NUMERO - W-MOIS-FACTURE * 10000
                    END-IF
              END-READ
           END-PERFORM
           .

      *--------------------------------------------------------*
           .

      *--------------------------------------------------------*
      *   FACTURES DE CHAQUE SESSION : UNE PAR FINANCEUR DE LA  *
      *   CONVENTION DE L'ANNEE, OU UNE SEULE AU TAUX DE LA     *
      *   SESSION SI ELLE N'A PAS DE CONVENTION POUR L'ANNEE    *
      *--------------------------------------------------------*
       30000-EDITE-FACTURES.
      *----------------------*
           PERFORM VARYING IDX-SES FROM 1 BY 1
              UNTIL IDX-SES > W-NB-SES
              PERFORM 31000-FACTURE-SESSION
           END-PERFORM

           WRITE RPT-LIGNE FROM W-LIGNE-SAUT
           MOVE W-TOTAL-DEMIJ TO W-TOT-DEMIJ
           COMPUTE W-TOTAL-EDIT = W-TOTAL-CENTIMES / 100
           MOVE W-TOTAL-EDIT  TO W-TOT-MONTANT
           MOVE W-NB-ALERTES  TO W-TOT-ALERTES
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           .

       31000-FACTURE-SESSION.
      *----------------------*
           MOVE W-SES-CODE(IDX-SES) TO E-SES-CODE
           READ FSESS-FILE
              INVALID KEY
                 MOVE SPACE TO E-SESSION
                 MOVE 0     TO E-SES-TAUX-FINANCEUR
           END-READ

      *    CONVENTIONS DE LA SESSION : CLE SESSION + FINANCEUR +
      *    ANNEE, SEULES CELLES DE L'ANNEE DU MOIS FACTURE VALENT
           MOVE 0 TO W-NB-CONVENTIONS
           MOVE 0 TO W-FIN-CONVENTIONS
           MOVE LOW-VALUE           TO E-CFI-CLE
           MOVE W-SES-CODE(IDX-SES) TO E-CFI-SESSION
           START FCFIN-FILE KEY IS NOT LESS THAN E-CFI-CLE
              INVALID KEY
                 MOVE 1 TO W-FIN-CONVENTIONS
           END-START

           PERFORM UNTIL W-FIN-CONVENTIONS = 1
              READ FCFIN-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO W-FIN-CONVENTIONS
                 NOT AT END
                    IF E-CFI-SESSION NOT = W-SES-CODE(IDX-SES)
                       MOVE 1 TO W-FIN-CONVENTIONS
                    ELSE
                       IF E-CFI-ANNEE = W-ANNEE-FACTURE
                          ADD 1 TO W-NB-CONVENTIONS
                          PERFORM 32000-FACTURE-CONVENTION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF W-NB-CONVENTIONS = 0
              PERFORM 33000-FACTURE-SANS-CONVENTION
           END-IF
           .

      *--------------------------------------------------------*
      *   UNE LIGNE DE CONVENTION : TAUX = QUOTE-PART DU TAUX   *
      *   DE LA SESSION OU TAUX PROPRE DU FINANCEUR ; MONTANT = *
      *   DEMI-JOURNEES X TAUX / 2 ; CONSOMME DU BUDGET CUMULE  *
      *--------------------------------------------------------*
       32000-FACTURE-CONVENTION.
      *----------------------*
           MOVE E-CFI-FINANCEUR TO W-FINANCEUR
           IF CFI-TAUX-PROPRE
              MOVE E-CFI-TAUX-CENTIMES TO W-TAUX-CENTIMES
              MOVE 0                   TO W-QUOTE-PART
           ELSE
              MOVE E-CFI-QUOTE-PART    TO W-QUOTE-PART
              COMPUTE W-TAUX-CENTIMES ROUNDED =
                      E-SES-TAUX-FINANCEUR * E-CFI-QUOTE-PART / 100
           END-IF

           MOVE W-FINANCEUR TO E-FIN-CODE
           READ FFINA-FILE
              INVALID KEY
                 MOVE '*** FINANCEUR INCONNU ***' TO E-FIN-LIBELLE
                 MOVE 0 TO E-FIN-DELAI-REGLEMENT
           END-READ
           MOVE E-FIN-LIBELLE TO W-FINANCEUR-LIBELLE
           IF E-FIN-DELAI-REGLEMENT IS NUMERIC
              AND E-FIN-DELAI-REGLEMENT > 0
              MOVE E-FIN-DELAI-REGLEMENT TO W-DELAI-REGLEMENT
           ELSE
              MOVE W-DELAI-DEFAUT        TO W-DELAI-REGLEMENT
           END-IF

           IF W-TAUX-CENTIMES = 0
              MOVE 'SANS TAUX DE CONVENTION - NON FACTUREE'
                TO W-REF-MOTIF
              PERFORM 35000-EDITE-REFUS
           ELSE
              MOVE W-SES-CODE(IDX-SES) TO E-FAC-SESSION
              MOVE W-MOIS-FACTURE      TO E-FAC-MOIS
              MOVE W-FINANCEUR         TO E-FAC-FINANCEUR
              READ FFACT-FILE
                 INVALID KEY
                    PERFORM 34000-EMET-FACTURE
                    PERFORM 36000-CONSOMME-BUDGET
                 NOT INVALID KEY
                    MOVE 'DEJA FACTUREE POUR CE MOIS - IGNOREE'
                      TO W-REF-MOTIF
                    PERFORM 35000-EDITE-REFUS
              END-READ
           END-IF
           .

      *--------------------------------------------------------*
      *   SESSION SANS CONVENTION POUR L'ANNEE : UNE FACTURE AU *
      *   TAUX E-SES-TAUX-FINANCEUR, FINANCEUR A BLANC          *
      *--------------------------------------------------------*
       33000-FACTURE-SANS-CONVENTION.
      *----------------------*
           MOVE SPACE                  TO W-FINANCEUR
           MOVE 'CONVENTION DE LA SESSION' TO W-FINANCEUR-LIBELLE
           MOVE E-SES-TAUX-FINANCEUR   TO W-TAUX-CENTIMES
           MOVE 0                      TO W-QUOTE-PART
           MOVE W-DELAI-DEFAUT         TO W-DELAI-REGLEMENT

           IF W-TAUX-CENTIMES = 0
              MOVE 'SANS TAUX DE CONVENTION - NON FACTUREE'
                TO W-REF-MOTIF
              PERFORM 35000-EDITE-REFUS
           ELSE
              MOVE W-SES-CODE(IDX-SES) TO E-FAC-SESSION
              MOVE W-MOIS-FACTURE      TO E-FAC-MOIS
              MOVE W-FINANCEUR         TO E-FAC-FINANCEUR
              READ FFACT-FILE
                 INVALID KEY
                    PERFORM 34000-EMET-FACTURE
                 NOT INVALID KEY
                    MOVE 'DEJA FACTUREE POUR CE MOIS - IGNOREE'
                      TO W-REF-MOTIF
                    PERFORM 35000-EDITE-REFUS
              END-READ
           END-IF
           .

       34000-EMET-FACTURE.
      *----------------------*
           ADD 1 TO W-NB-FACTURES
           ADD 1 TO W-RANG-FACTURE
           COMPUTE W-NUMERO-FACTURE =
                   W-MOIS-FACTURE * 10000 + W-RANG-FACTURE
           COMPUTE W-MONTANT-CENTIMES =
                   W-SES-DEMIJ(IDX-SES) * W-TAUX-CENTIMES / 2

           WRITE RPT-LIGNE FROM W-LIGNE-SAUT
           MOVE W-NUMERO-FACTURE    TO W-FAC-NUMERO-E
           MOVE W-SES-CODE(IDX-SES) TO W-FAC-SESSION-E
           MOVE E-SES-TITRE         TO W-FAC-TITRE-E
           MOVE W-MOIS-FACTURE      TO W-FAC-MOIS-E
           WRITE RPT-LIGNE FROM W-LIGNE-FACTURE

           MOVE W-FINANCEUR         TO W-FIN-CODE-E
           MOVE W-FINANCEUR-LIBELLE TO W-FIN-LIBELLE-E
           EVALUATE TRUE
              WHEN W-FINANCEUR = SPACE
                 MOVE 'TAUX DE LA SESSION' TO W-FIN-MODE-E
              WHEN W-QUOTE-PART = 0
                 MOVE 'TAUX PROPRE DU FINANCEUR' TO W-FIN-MODE-E
              WHEN OTHER
                 MOVE SPACE TO W-FIN-MODE-E
                 STRING 'QUOTE-PART ' DELIMITED BY SIZE
                        W-QUOTE-PART  DELIMITED BY SIZE
                        ' % DU TAUX SESSION' DELIMITED BY SIZE
                        INTO W-FIN-MODE-E
                 END-STRING
           END-EVALUATE
           WRITE RPT-LIGNE FROM W-LIGNE-FINANCEUR

           MOVE W-SES-DEMIJ(IDX-SES) TO W-DET-DEMIJ
           COMPUTE W-DET-TAUX = W-TAUX-CENTIMES / 100
           COMPUTE W-MONTANT-EDIT = W-MONTANT-CENTIMES / 100
           MOVE W-MONTANT-EDIT TO W-DET-MONTANT
           WRITE RPT-LIGNE FROM W-LIGNE-DETAIL

           ADD W-MONTANT-CENTIMES    TO W-TOTAL-CENTIMES
           ADD W-SES-DEMIJ(IDX-SES)  TO W-TOTAL-DEMIJ

           PERFORM 37000-ECRIT-REGISTRE
           .

       35000-EDITE-REFUS.
      *----------------------*
           ADD 1 TO W-NB-REFUS
           MOVE W-SES-CODE(IDX-SES) TO W-REF-SESSION
           MOVE W-FINANCEUR         TO W-REF-FINANCEUR
           WRITE RPT-LIGNE FROM W-LIGNE-REFUS
           .

      *--------------------------------------------------------*
      *   BUDGET ANNUEL DE LA CONVENTION : LE MONTANT FACTURE   *
      *   S'AJOUTE AU CONSOMME ; UNE ALERTE A 80 % PUIS UNE A   *
      *   100 % DU PLAFOND (PLAFOND NUL = BUDGET NON SUIVI)     *
      *--------------------------------------------------------*
       36000-CONSOMME-BUDGET.
      *----------------------*
           ADD W-MONTANT-CENTIMES TO E-CFI-CONSOMME-CENTIMES
           MOVE SPACE TO W-BUD-CONSTAT

           IF E-CFI-PLAFOND-CENTIMES = 0
              MOVE 0 TO W-POURCENT-CONSOMME
              MOVE 'BUDGET NON PLAFONNE' TO W-BUD-CONSTAT
           ELSE
              COMPUTE W-POURCENT-CONSOMME =
                      E-CFI-CONSOMME-CENTIMES * 100
                      / E-CFI-PLAFOND-CENTIMES
              EVALUATE TRUE
                 WHEN W-POURCENT-CONSOMME >= 100
                    MOVE '*** PLAFOND ATTEINT ***' TO W-BUD-CONSTAT
                    IF NOT CFI-ALERTE-100
                       SET CFI-ALERTE-100 TO TRUE
                       MOVE 'E' TO W-ALERTE-SEVERITE
                       PERFORM 36100-PREPARE-ALERTE
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 WHEN W-POURCENT-CONSOMME >= 80
                    MOVE '*** SEUIL DE 80 % ATTEINT ***'
                      TO W-BUD-CONSTAT
                    IF CFI-SANS-ALERTE
                       SET CFI-ALERTE-80 TO TRUE
                       MOVE 'W' TO W-ALERTE-SEVERITE
                       PERFORM 36100-PREPARE-ALERTE
                    END-IF
              END-EVALUATE
           END-IF

           REWRITE E-CONV-FINANCEMENT
              INVALID KEY
                 DISPLAY 'FAC1CI11 - CONSOMME FCFIN11 KO SESSION '
                         E-CFI-SESSION ' FINANCEUR ' E-CFI-FINANCEUR
           END-REWRITE

           MOVE E-CFI-ANNEE TO W-BUD-ANNEE
           COMPUTE W-MONTANT-EDIT = E-CFI-PLAFOND-CENTIMES / 100
           MOVE W-MONTANT-EDIT TO W-BUD-PLAFOND
           COMPUTE W-MONTANT-EDIT = E-CFI-CONSOMME-CENTIMES / 100
           MOVE W-MONTANT-EDIT TO W-BUD-CONSOMME
           MOVE W-POURCENT-CONSOMME TO W-BUD-POURCENT
           WRITE RPT-LIGNE FROM W-LIGNE-BUDGET
           .

       36100-PREPARE-ALERTE.
      *----------------------*
           ADD 1 TO W-NB-ALERTES
           MOVE 0 TO W-ALERTE-NUMERO
           STRING 'BUDGET '              DELIMITED BY SIZE
                  E-CFI-FINANCEUR        DELIMITED BY SIZE
                  ' SESSION '            DELIMITED BY SIZE
                  E-CFI-SESSION          DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  E-CFI-ANNEE            DELIMITED BY SIZE
                  ' CONSOMME A '         DELIMITED BY SIZE
                  W-POURCENT-CONSOMME    DELIMITED BY SIZE
                  ' %'                   DELIMITED BY SIZE
                  INTO W-ALERTE-MESSAGE
           END-STRING
           DISPLAY 'FAC1CI11 - ' W-ALERTE-MESSAGE
           PERFORM 80000-EMET-ALERTE
           .

       37000-ECRIT-REGISTRE.
      *----------------------*
           MOVE W-SES-CODE(IDX-SES)  TO E-FAC-SESSION
           MOVE W-MOIS-FACTURE       TO E-FAC-MOIS
           MOVE W-FINANCEUR          TO E-FAC-FINANCEUR
           MOVE W-NUMERO-FACTURE     TO E-FAC-NUMERO
           MOVE W-SES-DEMIJ(IDX-SES) TO E-FAC-NB-DEMIJ
           MOVE W-TAUX-CENTIMES      TO E-FAC-TAUX-CENTIMES
           MOVE W-QUOTE-PART         TO E-FAC-QUOTE-PART
           MOVE W-MONTANT-CENTIMES   TO E-FAC-MONTANT-CENTIMES
           MOVE W-DATE-EDITION       TO E-FAC-DATE-EMISSION
           MOVE W-DELAI-REGLEMENT    TO E-FAC-DELAI-REGLEMENT
           SET FAC-A-REGLER          TO TRUE
           MOVE 0                    TO E-FAC-REGLE-CENTIMES
                                        E-FAC-NB-RELANCES
                                        E-FAC-CORRECTION-CENTIMES
           MOVE SPACE                TO E-FAC-DATE-REGLEMENT
                                        E-FAC-MOTIF-ECART
                                        E-FAC-DATE-RELANCE

           WRITE E-FACTURE
              INVALID KEY
                 DISPLAY 'FAC1CI11 - REGISTRE FFACT11 KO SESSION '
                         E-FAC-SESSION ' FINANCEUR ' E-FAC-FINANCEUR
           END-WRITE
           .

      *--------------------------------------------------------*
      *   EMISSION D'UNE ALERTE D'EXPLOITATION : EN PLUS DU     *
      *   SYSOUT, LE CONSTAT EST DEPOSE DANS FALRT11 POUR       *
      *   ETRE VU ET ACQUITTE SUR L'ECRAN ALR1CI11              *
      *--------------------------------------------------------*
       80000-EMET-ALERTE.
      *----------------------*
           MOVE W-DATE-SYS        TO E-ALR-DATE
           MOVE 'FAC1CI11'        TO E-ALR-JOB
           MOVE W-ALERTE-SEVERITE TO E-ALR-SEVERITE
           MOVE W-ALERTE-MESSAGE  TO E-ALR-MESSAGE
           MOVE W-ALERTE-NUMERO   TO E-ALR-NUMERO
           MOVE 'O'               TO E-ALR-ETAT
           MOVE SPACE             TO E-ALR-ACQ-USERID
                                     E-ALR-ACQ-DATE

           MOVE 1 TO E-ALR-SEQ
           MOVE 0 TO W-ALERTE-POSEE
           PERFORM UNTIL W-ALERTE-POSEE = 1 OR E-ALR-SEQ = 9999
              WRITE E-ALERTE
                 INVALID KEY
                    ADD 1 TO E-ALR-SEQ
                 NOT INVALID KEY
                    MOVE 1 TO W-ALERTE-POSEE
              END-WRITE
      *       FICHIER INDISPONIBLE (AUTRE QU'UN DOUBLON DE CLE) :
      *       ON ABANDONNE L'ALERTE, LE SYSOUT RESTE LA TRACE
              IF NOT FALRT-OK AND FALRT-STATUT NOT = '22'
                 MOVE 1 TO W-ALERTE-POSEE
              END-IF
           END-PERFORM
           MOVE SPACE TO W-ALERTE-MESSAGE
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE FPRES-FILE
           CLOSE FSTAG-FILE
           CLOSE FSESS-FILE
           CLOSE FFINA-FILE
           CLOSE FCFIN-FILE
           CLOSE FFACT-FILE
           CLOSE FALRT-FILE
           CLOSE RPT-FILE

           DISPLAY 'FAC1CI11 - FACTURATION ' W-MOIS-FACTURE
                   ' - ' W-NB-FACTURES ' FACTURE(S) - '
                   W-NB-REFUS ' REFUS - ' W-NB-ALERTES
                   ' ALERTE(S) BUDGET'
           .
