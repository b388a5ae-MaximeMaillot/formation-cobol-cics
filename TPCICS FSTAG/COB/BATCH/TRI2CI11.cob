      *======================================================*
      *   PROGRAMME BATCH - EDITION DES CONVENTIONS          *
      *   TRIPARTITES DE PLACEMENT (STAGIAIRE / EMPLOYEUR /  *
      *   CENTRE) : CHAQUE PLACEMENT FPLAC11 EN COURS,       *
      *   NOUVEAU OU DONT LES DONNEES IMPRIMEES ONT CHANGE   *
      *   DEPUIS LE PASSAGE PRECEDENT (IMAGE CONSERVEE AU    *
      *   REGISTRE FTRIP11), RECOIT SA CONVENTION DU MODELE  *
      *   FLETT11 CONVTRIP FUSIONNEE AVEC FSTAG11, FPLAC11,  *
      *   FEMPL11, FTUTE11, FSESS11 ET FCONV11. EDITE        *
      *   ENSUITE LA LISTE DES CONVENTIONS NON RETOURNEES    *
      *   SIGNEES (RETOUR SAISI SUR TRI1CI11) A L'APPROCHE   *
      *   DU DEBUT DU PLACEMENT                              *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRI2CI11.

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

           SELECT FTRIP-FILE ASSIGN TO FTRIP11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-TRI-CLE
               FILE STATUS IS FTRIP-STATUT.

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

           SELECT FTUTE-FILE ASSIGN TO FTUTE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-TUT-CLE
               FILE STATUS IS FTUTE-STATUT.

           SELECT FSESS-FILE ASSIGN TO FSESS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SES-CODE
               FILE STATUS IS FSESS-STATUT.

           SELECT FCONV-FILE ASSIGN TO FCONV11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-CNV-EMPLOYEUR
               FILE STATUS IS FCONV-STATUT.

           SELECT FLETT-FILE ASSIGN TO FLETT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-LET-CLE
               FILE STATUS IS FLETT-STATUT.

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

           SELECT CONV-FILE ASSIGN TO RPTTRI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONV-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTTRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FPLAC-FILE.
       COPY CPLAC.

       FD  FTRIP-FILE.
       COPY CTRIP.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FEMPL-FILE.
       COPY CEMPL.

       FD  FTUTE-FILE.
       COPY CTUTE.

       FD  FSESS-FILE.
       COPY CSESS.

       FD  FCONV-FILE.
       COPY CCONV.

       FD  FLETT-FILE.
       COPY CLETT.

       FD  FJOUR-FILE.
       COPY CJOUR.

       FD  FPARM-FILE.
       COPY CPARM.

       FD  CONV-FILE.
       01  CONV-LIGNE                 PIC X(132).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FPLAC-STATUT                PIC X(2).
         88 FPLAC-OK                  VALUE '00'.
         88 FPLAC-FIN                 VALUE '10'.

       01 FTRIP-STATUT                PIC X(2).
         88 FTRIP-OK                  VALUE '00'.
         88 FTRIP-FIN                 VALUE '10'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FEMPL-STATUT                PIC X(2).
         88 FEMPL-OK                  VALUE '00'.

       01 FTUTE-STATUT                PIC X(2).
         88 FTUTE-OK                  VALUE '00'.

       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.

       01 FCONV-STATUT                PIC X(2).
         88 FCONV-OK                  VALUE '00'.

       01 FLETT-STATUT                PIC X(2).
         88 FLETT-OK                  VALUE '00'.
         88 FLETT-FIN                 VALUE '10'.

       01 FJOUR-STATUT                PIC X(2).
         88 FJOUR-OK                  VALUE '00'.
         88 FJOUR-FIN                 VALUE '10'.

       01 FPARM-STATUT                PIC X(2).
         88 FPARM-OK                  VALUE '00'.
         88 FPARM-ABSENT              VALUE '35'.

       01 CONV-STATUT                 PIC X(2).
         88 CONV-OK                   VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-JOUR.
           05 W-DATE-JOUR-AAAA        PIC 9(4).
           05 W-DATE-JOUR-MM          PIC 9(2).
           05 W-DATE-JOUR-JJ          PIC 9(2).

      *------------------------------------------------------*
      *   MODELE DE CONVENTION (FLETT11) ET PARAMETRES :      *
      *   HEURES PAR JOUR OUVRE (FPARM11 TRI-HEURES-J) ET     *
      *   FENETRE DE RELANCE AVANT LE DEBUT DU PLACEMENT, EN  *
      *   JOURS CALENDAIRES (FPARM11 TRI-DELAI)               *
      *------------------------------------------------------*
       01 W-MODELE                    PIC X(8) VALUE 'CONVTRIP'.
       01 W-HEURES-JOUR               PIC 9(2) VALUE 7.
       01 W-DELAI-RELANCE             PIC 9(3) VALUE 10.

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
      *   TABLE DU MODELE DE CONVENTION (CHARGE UNE FOIS)     *
      *------------------------------------------------------*
       01 TAB-MODELE.
           05 W-NB-LIGNES-MODELE      PIC 9(2) COMP VALUE 0.
           05 W-LIGNE-MODELE          PIC X(70) OCCURS 60.
       01 IDX-MOD                     PIC 9(2) COMP.

      *------------------------------------------------------*
      *   DONNEES FUSIONNEES DANS LA CONVENTION               *
      *------------------------------------------------------*
       01 W-IMAGE                     PIC X(45).
       01 W-CONVENTION-REF            PIC X(15).
       01 W-FUS-NOM                   PIC X(20).
       01 W-FUS-PRENOM                PIC X(15).
       01 W-FUS-NUMERO                PIC X(9).
       01 W-FUS-DATE-DEB              PIC X(10).
       01 W-FUS-DATE-FIN              PIC X(10).
       01 W-FUS-SESSION               PIC X(30).
       01 W-FUS-EMPLOYEUR             PIC X(30).
       01 W-FUS-SIRET                 PIC X(14).
       01 W-FUS-TUTEUR                PIC X(30).
       01 W-FUS-HEURES                PIC X(4).
       01 W-FUS-VERSION               PIC X(2).
       01 W-NB-HEURES                 PIC 9(4).
       01 W-HEURES-EDIT               PIC ZZZ9.
       01 W-NB-JOURS-OUVRES           PIC 9(3).

      *------------------------------------------------------*
      *   SUBSTITUTION DES MARQUEURS                          *
      *------------------------------------------------------*
       01 W-LIGNE-SOURCE              PIC X(70).
       01 W-LIGNE-FUSION              PIC X(132).
       01 W-PTR-SRC                   PIC 9(3).
       01 W-PTR-DST                   PIC 9(3).

      *------------------------------------------------------*
      *   CALCUL DE DATES (NUMERO DE JOUR CONTINU)            *
      *------------------------------------------------------*
       01 W-SER-DATE.
           05 W-SER-AAAA              PIC 9(4).
           05 W-SER-MM                PIC 9(2).
           05 W-SER-JJ                PIC 9(2).
       01 W-SER-AN                    PIC S9(5).
       01 W-SER-MOIS                  PIC S9(3).
       01 W-SERIAL                    PIC S9(8).
       01 W-SERIAL-JOUR               PIC S9(8).
       01 W-JOURS-AVANT               PIC S9(5).
       01 W-EN-COURS                  PIC 9.

      *------------------------------------------------------*
      *   COMPTEURS                                           *
      *------------------------------------------------------*
       01 W-NB-PLACEMENTS             PIC 9(7) VALUE 0.
       01 W-NB-NOUVELLES              PIC 9(5) VALUE 0.
       01 W-NB-REEDITEES              PIC 9(5) VALUE 0.
       01 W-NB-ANNULEES               PIC 9(5) VALUE 0.
       01 W-NB-A-RELANCER             PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   REGISTRE DES CORRESPONDANCES (FCORR11) : LA COPIE   *
      *   DE CHAQUE LETTRE EST REPEREE DANS LE DEPOT FREPO11  *
      *   (CODE DE VERSEMENT DE L'ETAPE REP1CI11 DU JCL ET    *
      *   RANG DE SA PREMIERE LIGNE DANS L'EDITION)           *
      *------------------------------------------------------*
       01 W-CODE-DEPOT                PIC X(8) VALUE 'LETCONVT'.
       01 W-NB-LIGNES-EDITEES         PIC 9(5) VALUE 0.
       01 pgm-corrbat                 PIC X(8) VALUE 'CORRBAT '.
      *    CODE RETOUR DU PAS, PRESERVE AUTOUR DE L'APPEL
       01 W-RC-APPELANT               PIC S9(4) COMP.
       COPY CCORP.

      *------------------------------------------------------*
      *   LIGNES D'EDITION                                   *
      *------------------------------------------------------*
       01 W-LIGNE-SAUT.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(131) VALUE SPACE.

       01 W-LIGNE-CONVENTION.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(40) VALUE
              'CONVENTION TRIPARTITE DE PLACEMENT N.'.
           05 W-CNV-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE '-'.
           05 W-CNV-SEQ               PIC 9(2).
           05 FILLER                  PIC X(11) VALUE '  VERSION '.
           05 W-CNV-VERSION           PIC 9(2).
           05 FILLER                  PIC X(12) VALUE '  EDITEE LE '.
           05 W-CNV-DATE              PIC X(10).

       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(40) VALUE
              'CONVENTIONS TRIPARTITES NON RETOURNEES'.
           05 FILLER                  PIC X(40) VALUE
              'SIGNEES A L''APPROCHE DU PLACEMENT'.

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(10) VALUE 'NUMERO SQ'.
           05 FILLER                  PIC X(37) VALUE 'STAGIAIRE'.
           05 FILLER                  PIC X(7)  VALUE 'EMPL.'.
           05 FILLER                  PIC X(9)  VALUE 'DEBUT'.
           05 FILLER                  PIC X(7)  VALUE 'J-DEB'.
           05 FILLER                  PIC X(4)  VALUE 'VER'.
           05 FILLER                  PIC X(11) VALUE 'EDITEE LE'.
           05 FILLER                  PIC X(20) VALUE 'CONSTAT'.

       01 W-LIGNE-RELANCE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-SEQ               PIC 9(2).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-PRENOM            PIC X(15).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-EMPLOYEUR         PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-DEB               PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-JOURS             PIC -(4)9.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LIG-VERSION           PIC 9(2).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LIG-EDITION           PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-CONSTAT           PIC X(20).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TOT-LIBELLE           PIC X(25).
           05 W-TOT-NOMBRE            PIC ZZZZZZ9.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-PLACEMENTS
           PERFORM  30000-TRAIT-RELANCES
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD
           MOVE W-DATE-SYS TO W-DATE-JOUR
           MOVE W-DATE-SYS TO W-SER-DATE
           PERFORM 50000-DATE-EN-SERIAL
           MOVE W-SERIAL TO W-SERIAL-JOUR

           OPEN INPUT FLETT-FILE
           IF NOT FLETT-OK
              DISPLAY 'TRI2CI11 - OUVERTURE FLETT11 IMPOSSIBLE : '
                      FLETT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 11000-CHARGE-MODELE
           CLOSE FLETT-FILE

           IF W-NB-LIGNES-MODELE = 0
              DISPLAY 'TRI2CI11 - MODELE INCONNU : ' W-MODELE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FPLAC-FILE
           IF NOT FPLAC-OK
              DISPLAY 'TRI2CI11 - OUVERTURE FPLAC11 IMPOSSIBLE : '
                      FPLAC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FTRIP-FILE
           IF NOT FTRIP-OK
              DISPLAY 'TRI2CI11 - OUVERTURE FTRIP11 IMPOSSIBLE : '
                      FTRIP-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'TRI2CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FEMPL-FILE
           IF NOT FEMPL-OK
              DISPLAY 'TRI2CI11 - OUVERTURE FEMPL11 IMPOSSIBLE : '
                      FEMPL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FTUTE-FILE
           IF NOT FTUTE-OK
              DISPLAY 'TRI2CI11 - OUVERTURE FTUTE11 IMPOSSIBLE : '
                      FTUTE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSESS-FILE
           IF NOT FSESS-OK
              DISPLAY 'TRI2CI11 - OUVERTURE FSESS11 IMPOSSIBLE : '
                      FSESS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FCONV-FILE
           IF NOT FCONV-OK
              DISPLAY 'TRI2CI11 - OUVERTURE FCONV11 IMPOSSIBLE : '
                      FCONV-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CONV-FILE
           IF NOT CONV-OK
              DISPLAY 'TRI2CI11 - OUVERTURE RPTTRI IMPOSSIBLE : '
                      CONV-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'TRI2CI11 - OUVERTURE RPTTRL IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 10500-CHARGE-FERIES
           PERFORM 12000-LIT-PARAMETRES
           .

      *--------------------------------------------------------*
      *   JOURS FERIES A VENIR (FJOUR11), FOURNIS A VALIDJOU    *
      *   POUR LE DECOMPTE DES HEURES DU PLACEMENT              *
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
                             AND E-JOU-DATE(1:4) >= W-DATE-JOUR-AAAA
                             ADD 1 TO NB-FERIES-J
                             MOVE E-JOU-DATE
                               TO FERIE-J(NB-FERIES-J)
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE FJOUR-FILE
              WHEN OTHER
                 DISPLAY 'TRI2CI11 - FJOUR11 INDISPONIBLE, '
                         'CALCUL SANS FERIES'
           END-EVALUATE
           MOVE '00' TO FJOUR-STATUT
           .

       11000-CHARGE-MODELE.
      *----------------------*
           MOVE W-MODELE  TO E-LET-CODE
           MOVE 0         TO E-LET-LIGNE
           START FLETT-FILE KEY IS GREATER THAN E-LET-CLE
              INVALID KEY
                 SET FLETT-FIN TO TRUE
           END-START

           PERFORM UNTIL FLETT-FIN
              READ FLETT-FILE NEXT RECORD
                 AT END
                    SET FLETT-FIN TO TRUE
                 NOT AT END
                    IF E-LET-CODE = W-MODELE
                       AND W-NB-LIGNES-MODELE < 60
                       ADD 1 TO W-NB-LIGNES-MODELE
                       MOVE E-LET-TEXTE
                         TO W-LIGNE-MODELE(W-NB-LIGNES-MODELE)
                    ELSE
                       SET FLETT-FIN TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   HEURES PAR JOUR ET FENETRE DE RELANCE RELUES DU       *
      *   FICHIER DE PARAMETRES ; LES VALEURS COMPILEES         *
      *   RESTENT LE DEFAUT SI LE PARAMETRE OU LE FICHIER EST   *
      *   ABSENT                                                *
      *--------------------------------------------------------*
       12000-LIT-PARAMETRES.
      *----------------------*
           OPEN INPUT FPARM-FILE
           EVALUATE TRUE
              WHEN FPARM-OK
                 MOVE 'TRI-HEURES-J' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-PAR-VALEUR > 0 AND E-PAR-VALEUR < 13
                          MOVE E-PAR-VALEUR TO W-HEURES-JOUR
                       END-IF
                 END-READ
                 MOVE 'TRI-DELAI   ' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-PAR-VALEUR > 0 AND E-PAR-VALEUR < 1000
                          MOVE E-PAR-VALEUR TO W-DELAI-RELANCE
                       END-IF
                 END-READ
                 CLOSE FPARM-FILE
              WHEN FPARM-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'TRI2CI11 - OUVERTURE FPARM11 KO : '
                         FPARM-STATUT
           END-EVALUATE
           .

       20000-TRAIT-PLACEMENTS.
      *----------------------*
           PERFORM UNTIL FPLAC-FIN
              READ FPLAC-FILE NEXT RECORD
                 AT END
                    SET FPLAC-FIN TO TRUE
                 NOT AT END
                    ADD 1 TO W-NB-PLACEMENTS
                    IF E-PLA-CODE-EMPLOYEUR NOT = SPACE
                       PERFORM 21000-TRAIT-PLACEMENT
                    END-IF
              END-READ
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   PLACEMENT EN COURS : CONVENTION EDITEE S'IL N'EN A    *
      *   PAS ENCORE, REEDITEE (VERSION SUIVANTE, RETOUR A      *
      *   ATTENDRE DE NOUVEAU) SI UNE DONNEE IMPRIMEE A CHANGE. *
      *   PLACEMENT ANNULE : SA CONVENTION N'EST PLUS ATTENDUE  *
      *--------------------------------------------------------*
       21000-TRAIT-PLACEMENT.
      *----------------------*
           MOVE E-PLA-CLE TO E-TRI-CLE
           READ FTRIP-FILE
              INVALID KEY
                 MOVE '23' TO FTRIP-STATUT
           END-READ

           EVALUATE TRUE
              WHEN PLA-ACTIF
                 PERFORM 22000-CONSTITUE-IMAGE
                 IF NOT FTRIP-OK
                    MOVE E-PLA-CLE TO E-TRI-CLE
                    MOVE 1         TO E-TRI-VERSION
                    PERFORM 23000-EDITE-CONVENTION
                    WRITE E-TRIPARTITE
                       INVALID KEY
                          DISPLAY 'TRI2CI11 - ECRITURE FTRIP11 KO : '
                                  E-TRI-CLE ' ' FTRIP-STATUT
                    END-WRITE
                    ADD 1 TO W-NB-NOUVELLES
                 ELSE
                    IF W-IMAGE NOT = E-TRI-IMAGE OR TRI-ANNULEE
                       IF E-TRI-VERSION < 99
                          ADD 1 TO E-TRI-VERSION
                       END-IF
                       PERFORM 23000-EDITE-CONVENTION
                       REWRITE E-TRIPARTITE
                          INVALID KEY
                             DISPLAY 'TRI2CI11 - REECRITURE FTRIP11 '
                                     'KO : ' E-TRI-CLE ' ' FTRIP-STATUT
                       END-REWRITE
                       ADD 1 TO W-NB-REEDITEES
                    END-IF
                 END-IF
              WHEN PLA-ANNULE
                 IF FTRIP-OK AND NOT TRI-ANNULEE
                    SET TRI-ANNULEE TO TRUE
                    REWRITE E-TRIPARTITE
                       INVALID KEY
                          DISPLAY 'TRI2CI11 - REECRITURE FTRIP11 KO : '
                                  E-TRI-CLE ' ' FTRIP-STATUT
                    END-REWRITE
                    ADD 1 TO W-NB-ANNULEES
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   DONNEES IMPRIMEES : PLACEMENT ET REFERENCE DE LA      *
      *   CONVENTION D'ACCUEIL DE L'EMPLOYEUR (FCONV11)         *
      *--------------------------------------------------------*
       22000-CONSTITUE-IMAGE.
      *----------------------*
           MOVE SPACE TO W-CONVENTION-REF
           MOVE E-PLA-CODE-EMPLOYEUR TO E-CNV-EMPLOYEUR
           READ FCONV-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE E-CNV-REFERENCE TO W-CONVENTION-REF
           END-READ

           MOVE SPACE TO W-IMAGE
           STRING E-PLA-DATE-DEB       DELIMITED BY SIZE
                  E-PLA-DATE-FIN       DELIMITED BY SIZE
                  E-PLA-CODE-SESSION   DELIMITED BY SIZE
                  E-PLA-CODE-EMPLOYEUR DELIMITED BY SIZE
                  E-PLA-TUTEUR         DELIMITED BY SIZE
                  W-CONVENTION-REF     DELIMITED BY SIZE
                  INTO W-IMAGE
           END-STRING
           .

      *--------------------------------------------------------*
      *   EDITION DE LA CONVENTION : EN-TETE (REFERENCE ET      *
      *   VERSION) PUIS LIGNES DU MODELE FUSIONNEES ; LE        *
      *   REGISTRE EST ECRIT PAR L'APPELANT                     *
      *--------------------------------------------------------*
       23000-EDITE-CONVENTION.
      *----------------------*
           PERFORM 23100-PREPARE-FUSION

           SET TRI-EMISE         TO TRUE
           MOVE W-DATE-SYS       TO E-TRI-DATE-EDITION
           MOVE SPACE            TO E-TRI-DATE-RETOUR
                                    E-TRI-USERID-RETOUR
           MOVE W-IMAGE          TO E-TRI-IMAGE

           PERFORM 25000-INSCRIT-LETTRE
           WRITE CONV-LIGNE FROM W-LIGNE-SAUT
           ADD 1 TO W-NB-LIGNES-EDITEES
           MOVE E-PLA-NUMERO     TO W-CNV-NUMERO
           MOVE E-PLA-SEQ        TO W-CNV-SEQ
           MOVE E-TRI-VERSION    TO W-CNV-VERSION
           STRING W-DATE-JOUR-JJ '/' W-DATE-JOUR-MM '/'
                  W-DATE-JOUR-AAAA
                  DELIMITED BY SIZE INTO W-CNV-DATE
           END-STRING
           WRITE CONV-LIGNE FROM W-LIGNE-CONVENTION
           ADD 1 TO W-NB-LIGNES-EDITEES
           MOVE SPACE TO CONV-LIGNE
           WRITE CONV-LIGNE
           ADD 1 TO W-NB-LIGNES-EDITEES

           MOVE E-TRI-VERSION TO W-FUS-VERSION
           PERFORM VARYING IDX-MOD FROM 1 BY 1
              UNTIL IDX-MOD > W-NB-LIGNES-MODELE
              MOVE W-LIGNE-MODELE(IDX-MOD) TO W-LIGNE-SOURCE
              PERFORM 24000-FUSIONNE-LIGNE
              WRITE CONV-LIGNE FROM W-LIGNE-FUSION
              ADD 1 TO W-NB-LIGNES-EDITEES
           END-PERFORM
           .

       23100-PREPARE-FUSION.
      *----------------------*
           MOVE SPACE TO W-FUS-NOM W-FUS-PRENOM W-FUS-SESSION
                         W-FUS-EMPLOYEUR W-FUS-SIRET W-FUS-TUTEUR
           MOVE E-PLA-NUMERO TO E-NUMERO
           READ FSTAG-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE E-NOM    TO W-FUS-NOM
                 MOVE E-PRENOM TO W-FUS-PRENOM
           END-READ

           MOVE E-PLA-CODE-EMPLOYEUR TO E-EMP-CODE
           READ FEMPL-FILE
              INVALID KEY
                 MOVE E-PLA-CODE-EMPLOYEUR TO W-FUS-EMPLOYEUR
              NOT INVALID KEY
                 MOVE E-EMP-RAISON TO W-FUS-EMPLOYEUR
                 MOVE E-EMP-SIRET  TO W-FUS-SIRET
           END-READ

           IF E-PLA-CODE-SESSION NOT = SPACE
              MOVE E-PLA-CODE-SESSION TO E-SES-CODE
              READ FSESS-FILE
                 INVALID KEY
                    MOVE E-PLA-CODE-SESSION TO W-FUS-SESSION
                 NOT INVALID KEY
                    MOVE E-SES-TITRE TO W-FUS-SESSION
              END-READ
           END-IF

           IF E-PLA-TUTEUR IS NUMERIC
              MOVE E-PLA-CODE-EMPLOYEUR TO E-TUT-EMPLOYEUR
              MOVE E-PLA-TUTEUR         TO E-TUT-SEQ
              READ FTUTE-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE E-TUT-NOM TO W-FUS-TUTEUR
              END-READ
           END-IF

           STRING E-PLA-NUMERO '-' E-PLA-SEQ
                  DELIMITED BY SIZE INTO W-FUS-NUMERO
           END-STRING
           MOVE SPACE TO W-FUS-DATE-DEB W-FUS-DATE-FIN
           STRING E-PLA-DATE-DEB(1:2) '/' E-PLA-DATE-DEB(3:2) '/'
                  E-PLA-DATE-DEB(5:4)
                  DELIMITED BY SIZE INTO W-FUS-DATE-DEB
           END-STRING
           STRING E-PLA-DATE-FIN(1:2) '/' E-PLA-DATE-FIN(3:2) '/'
                  E-PLA-DATE-FIN(5:4)
                  DELIMITED BY SIZE INTO W-FUS-DATE-FIN
           END-STRING

           PERFORM 23200-CALCULE-HEURES
           .

      *--------------------------------------------------------*
      *   VOLUME HORAIRE : JOURS OUVRES DU PLACEMENT (VALIDJOU, *
      *   BORNES INCLUSES) x HEURES PAR JOUR                    *
      *--------------------------------------------------------*
       23200-CALCULE-HEURES.
      *----------------------*
           MOVE 0 TO W-NB-JOURS-OUVRES
           IF E-PLA-DATE-DEB IS NUMERIC AND E-PLA-DATE-FIN IS NUMERIC
              MOVE 'C' TO FONCTION-J
              MOVE E-PLA-DATE-DEB TO DATE-DEBUT-J
              MOVE E-PLA-DATE-FIN TO DATE-FIN-J
              MOVE 0 TO NB-JOURS-DEMANDE
              CALL pgm-validjou USING validjou-param
              IF cr-jours-ok
                 MOVE NB-JOURS-RESULTAT TO W-NB-JOURS-OUVRES
              END-IF
      *       LE PREMIER JOUR, EXCLU DU DECOMPTE, EST AJOUTE S'IL
      *       EST OUVRE
              MOVE 'O' TO FONCTION-J
              CALL pgm-validjou USING validjou-param
              IF cr-jours-ok AND NB-JOURS-RESULTAT = 1
                 ADD 1 TO W-NB-JOURS-OUVRES
              END-IF
           END-IF
           COMPUTE W-NB-HEURES = W-NB-JOURS-OUVRES * W-HEURES-JOUR
           MOVE W-NB-HEURES TO W-HEURES-EDIT
           MOVE W-HEURES-EDIT TO W-FUS-HEURES
           .

      *--------------------------------------------------------*
      *   REMPLACEMENT DES MARQUEURS &NOM, &PRENOM, &NUMERO,    *
      *   &DATEDEB, &DATEFIN, &SESSION, &EMPLOYEUR, &SIRET,     *
      *   &TUTEUR, &HEURES, &CONVREF ET &VERSION                *
      *--------------------------------------------------------*
       24000-FUSIONNE-LIGNE.
      *----------------------*
           MOVE SPACE TO W-LIGNE-FUSION
           MOVE 1 TO W-PTR-SRC W-PTR-DST

           PERFORM UNTIL W-PTR-SRC > 70
              EVALUATE TRUE
                 WHEN W-PTR-SRC <= 67
                      AND W-LIGNE-SOURCE(W-PTR-SRC:4) = '&NOM'
                    STRING W-FUS-NOM DELIMITED BY '  '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 4 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 64
                      AND W-LIGNE-SOURCE(W-PTR-SRC:7) = '&PRENOM'
                    STRING W-FUS-PRENOM DELIMITED BY '  '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 7 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 64
                      AND W-LIGNE-SOURCE(W-PTR-SRC:7) = '&NUMERO'
                    STRING W-FUS-NUMERO DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 7 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 63
                      AND W-LIGNE-SOURCE(W-PTR-SRC:8) = '&DATEDEB'
                    STRING W-FUS-DATE-DEB DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 8 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 63
                      AND W-LIGNE-SOURCE(W-PTR-SRC:8) = '&DATEFIN'
                    STRING W-FUS-DATE-FIN DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 8 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 63
                      AND W-LIGNE-SOURCE(W-PTR-SRC:8) = '&SESSION'
                    STRING W-FUS-SESSION DELIMITED BY '  '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 8 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 61
                      AND W-LIGNE-SOURCE(W-PTR-SRC:10) = '&EMPLOYEUR'
                    STRING W-FUS-EMPLOYEUR DELIMITED BY '  '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 10 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 65
                      AND W-LIGNE-SOURCE(W-PTR-SRC:6) = '&SIRET'
                    STRING W-FUS-SIRET DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 6 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 64
                      AND W-LIGNE-SOURCE(W-PTR-SRC:7) = '&TUTEUR'
                    STRING W-FUS-TUTEUR DELIMITED BY '  '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 7 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 64
                      AND W-LIGNE-SOURCE(W-PTR-SRC:7) = '&HEURES'
                    STRING W-FUS-HEURES DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 7 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 63
                      AND W-LIGNE-SOURCE(W-PTR-SRC:8) = '&CONVREF'
                    STRING W-CONVENTION-REF DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 8 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 63
                      AND W-LIGNE-SOURCE(W-PTR-SRC:8) = '&VERSION'
                    STRING W-FUS-VERSION DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 8 TO W-PTR-SRC
                 WHEN OTHER
                    MOVE W-LIGNE-SOURCE(W-PTR-SRC:1)
                      TO W-LIGNE-FUSION(W-PTR-DST:1)
                    ADD 1 TO W-PTR-SRC
                    ADD 1 TO W-PTR-DST
              END-EVALUATE
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   INSCRIPTION AU REGISTRE DES CORRESPONDANCES FCORR11   *
      *   (CORRBAT) : LA CONVENTION AVEC LA PREMIERE LIGNE DE   *
      *   SA COPIE DANS LE DEPOT                                *
      *--------------------------------------------------------*
       25000-INSCRIT-LETTRE.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE E-PLA-NUMERO    TO COR-NUMERO
           MOVE 'C'             TO COR-CANAL
           MOVE W-MODELE        TO COR-MODELE
           MOVE 'TRI2CI11'      TO COR-PROGRAMME
           MOVE W-CODE-DEPOT    TO COR-REP-CODE
           MOVE W-DATE-SYS      TO COR-REP-DATE
           COMPUTE COR-REP-LIGNE = W-NB-LIGNES-EDITEES + 1
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

      *--------------------------------------------------------*
      *   LISTE DE RELANCE : CONVENTIONS EMISES, NON RETOURNEES *
      *   SIGNEES, DONT LE PLACEMENT DEBUTE DANS LA FENETRE DE  *
      *   RELANCE OU A DEJA DEBUTE SANS ETRE TERMINE            *
      *--------------------------------------------------------*
       30000-TRAIT-RELANCES.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE

           MOVE LOW-VALUE TO E-TRI-CLE
           START FTRIP-FILE KEY IS NOT LESS THAN E-TRI-CLE
              INVALID KEY
                 SET FTRIP-FIN TO TRUE
              NOT INVALID KEY
                 MOVE '00' TO FTRIP-STATUT
           END-START

           PERFORM UNTIL FTRIP-FIN
              READ FTRIP-FILE NEXT RECORD
                 AT END
                    SET FTRIP-FIN TO TRUE
                 NOT AT END
                    IF TRI-EMISE AND E-TRI-DATE-DEB IS NUMERIC
                       PERFORM 31000-CONTROLE-RETOUR
                    END-IF
              END-READ
           END-PERFORM
           .

       31000-CONTROLE-RETOUR.
      *----------------------*
           MOVE E-TRI-DATE-DEB(5:4) TO W-SER-AAAA
           MOVE E-TRI-DATE-DEB(3:2) TO W-SER-MM
           MOVE E-TRI-DATE-DEB(1:2) TO W-SER-JJ
           PERFORM 50000-DATE-EN-SERIAL
           COMPUTE W-JOURS-AVANT = W-SERIAL - W-SERIAL-JOUR

      *    PLACEMENT TERMINE (DATE DE FIN PASSEE) : PLUS DE RELANCE
           MOVE 1 TO W-EN-COURS
           IF E-TRI-DATE-FIN IS NUMERIC
              MOVE E-TRI-DATE-FIN(5:4) TO W-SER-AAAA
              MOVE E-TRI-DATE-FIN(3:2) TO W-SER-MM
              MOVE E-TRI-DATE-FIN(1:2) TO W-SER-JJ
              PERFORM 50000-DATE-EN-SERIAL
              IF W-SERIAL < W-SERIAL-JOUR
                 MOVE 0 TO W-EN-COURS
              END-IF
           END-IF

           IF W-EN-COURS = 1 AND W-JOURS-AVANT <= W-DELAI-RELANCE
              ADD 1 TO W-NB-A-RELANCER
              MOVE E-TRI-NUMERO    TO W-LIG-NUMERO
              MOVE E-TRI-SEQ       TO W-LIG-SEQ
              MOVE SPACE           TO W-LIG-NOM W-LIG-PRENOM
              MOVE E-TRI-NUMERO    TO E-NUMERO
              READ FSTAG-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE E-NOM     TO W-LIG-NOM
                    MOVE E-PRENOM  TO W-LIG-PRENOM
              END-READ
              MOVE E-TRI-EMPLOYEUR TO W-LIG-EMPLOYEUR
              MOVE E-TRI-DATE-DEB  TO W-LIG-DEB
              MOVE W-JOURS-AVANT   TO W-LIG-JOURS
              MOVE E-TRI-VERSION   TO W-LIG-VERSION
              MOVE SPACE           TO W-LIG-EDITION
              STRING E-TRI-DATE-EDITION(7:2) '/'
                     E-TRI-DATE-EDITION(5:2) '/'
                     E-TRI-DATE-EDITION(1:4)
                     DELIMITED BY SIZE INTO W-LIG-EDITION
              END-STRING
              IF W-JOURS-AVANT < 0
                 MOVE '** DEJA COMMENCE **' TO W-LIG-CONSTAT
              ELSE
                 MOVE 'A RELANCER'          TO W-LIG-CONSTAT
              END-IF
              WRITE RPT-LIGNE FROM W-LIGNE-RELANCE
           END-IF
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
           MOVE 'PLACEMENTS LUS          :' TO W-TOT-LIBELLE
           MOVE W-NB-PLACEMENTS TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'CONVENTIONS NOUVELLES   :' TO W-TOT-LIBELLE
           MOVE W-NB-NOUVELLES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'CONVENTIONS REEDITEES   :' TO W-TOT-LIBELLE
           MOVE W-NB-REEDITEES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'CONVENTIONS ANNULEES    :' TO W-TOT-LIBELLE
           MOVE W-NB-ANNULEES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'NON RETOURNEES A RELANCER' TO W-TOT-LIBELLE
           MOVE W-NB-A-RELANCER TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FPLAC-FILE
           CLOSE FTRIP-FILE
           CLOSE FSTAG-FILE
           CLOSE FEMPL-FILE
           CLOSE FTUTE-FILE
           CLOSE FSESS-FILE
           CLOSE FCONV-FILE
           CLOSE CONV-FILE
           MOVE 'F'             TO COR-FONCTION
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           CLOSE RPT-FILE

           DISPLAY 'TRI2CI11 - EDITION TERMINEE - '
                   W-NB-NOUVELLES ' NOUVELLE(S) / '
                   W-NB-REEDITEES ' REEDITEE(S) / '
                   W-NB-A-RELANCER ' A RELANCER'

           IF W-NB-A-RELANCER > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
