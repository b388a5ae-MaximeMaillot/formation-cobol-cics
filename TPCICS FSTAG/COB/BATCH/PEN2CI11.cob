      *======================================================*
      *   PROGRAMME BATCH - RELANCE DES EMPLOYEURS D'ACCUEIL *
      *   DONT LE RELEVE MENSUEL DE PRESENCE DU MOIS         *
      *   PRECEDENT N'EST PAS PARVENU (AUCUNE RECEPTION      *
      *   NOTEE DANS FRELV11 PAR PEN1CI11) AU CINQUIEME JOUR *
      *   OUVRE DU MOIS (FPARM11 PEN-DELAI, JOURS FERIES     *
      *   FJOUR11). SONT CONCERNES LES EMPLOYEURS AYANT EU   *
      *   AU MOINS UN PLACEMENT FPLAC11 NON ANNULE SUR LE    *
      *   MOIS. UNE LIGNE PAR EMPLOYEUR AVEC SON CONTACT     *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEN2CI11.

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

           SELECT FRELV-FILE ASSIGN TO FRELV11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-REL-CLE
               FILE STATUS IS FRELV-STATUT.

           SELECT FEMPL-FILE ASSIGN TO FEMPL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-EMP-CODE
               FILE STATUS IS FEMPL-STATUT.

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

           SELECT RPT-FILE ASSIGN TO RPTRELN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FPLAC-FILE.
       COPY CPLAC.

       FD  FRELV-FILE.
       COPY CRELV.

       FD  FEMPL-FILE.
       COPY CEMPL.

       FD  FJOUR-FILE.
       COPY CJOUR.

       FD  FPARM-FILE.
       COPY CPARM.

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FPLAC-STATUT                PIC X(2).
         88 FPLAC-OK                  VALUE '00'.
         88 FPLAC-FIN                 VALUE '10'.

       01 FRELV-STATUT                PIC X(2).
         88 FRELV-OK                  VALUE '00'.

       01 FEMPL-STATUT                PIC X(2).
         88 FEMPL-OK                  VALUE '00'.

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

      *------------------------------------------------------*
      *   MOIS CONTROLE (MOIS PRECEDENT) ET ECHEANCE DE        *
      *   RECEPTION : N-IEME JOUR OUVRE DU MOIS COURANT        *
      *   (FPARM11 PEN-DELAI, DEFAUT 5)                        *
      *------------------------------------------------------*
       01 W-DELAI-RECEPTION           PIC 9(3) VALUE 5.
       01 W-MOIS-CONTROLE.
           05 W-CTL-AAAA              PIC 9(4).
           05 W-CTL-MM                PIC 9(2).
       01 W-MOIS-CONTROLE-N REDEFINES W-MOIS-CONTROLE
                                      PIC 9(6).
       01 W-CTL-DERNIER-JOUR          PIC 9(2).
       01 W-CTL-DEBUT                 PIC X(8).
       01 W-CTL-FIN                   PIC X(8).
       01 W-ECHEANCE                  PIC X(8).

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
      *   EMPLOYEURS AYANT EU UN PLACEMENT SUR LE MOIS        *
      *------------------------------------------------------*
       01 TAB-EMPLOYEURS.
           05 W-NB-EMP                PIC 9(4) COMP VALUE 0.
           05 W-EMP OCCURS 2000.
              10 W-EMP-CODE           PIC X(6).
              10 W-EMP-NB-PLA         PIC 9(4).
       01 IDX-EMP                     PIC 9(4) COMP.
       01 W-EMP-TROUVE                PIC 9.

       01 W-PLA-DEB                   PIC X(8).
       01 W-PLA-FIN                   PIC X(8).

       01 W-NB-PLACEMENTS             PIC 9(7) VALUE 0.
       01 W-NB-ATTENDUS               PIC 9(5) VALUE 0.
       01 W-NB-RECUS                  PIC 9(5) VALUE 0.
       01 W-NB-A-RELANCER             PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES D'EDITION                                   *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(40) VALUE
              'RELEVES DE PRESENCE EMPLOYEURS NON RECUS'.
           05 FILLER                  PIC X(8)  VALUE ' - MOIS '.
           05 W-TIT-MM                PIC 9(2).
           05 FILLER                  PIC X(1)  VALUE '/'.
           05 W-TIT-AAAA              PIC 9(4).
           05 FILLER                  PIC X(13) VALUE ' - ECHEANCE '.
           05 W-TIT-ECHEANCE          PIC X(10).

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(7)  VALUE 'EMPL.'.
           05 FILLER                  PIC X(31) VALUE 'RAISON SOCIALE'.
           05 FILLER                  PIC X(15) VALUE 'SIRET'.
           05 FILLER                  PIC X(31) VALUE 'CONTACT'.
           05 FILLER                  PIC X(11) VALUE 'TELEPHONE'.
           05 FILLER                  PIC X(10) VALUE 'PLACEMENTS'.

       01 W-LIGNE-RELANCE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-CODE              PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-RAISON            PIC X(30).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-SIRET             PIC X(14).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-CONTACT           PIC X(30).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-TEL               PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-NB-PLA            PIC ZZZ9.

       01 W-LIGNE-MESSAGE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-MSG-TEXTE             PIC X(80).

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
           IF W-DATE-SYS < W-ECHEANCE
              MOVE 'ECHEANCE DE RECEPTION NON ATTEINTE : AUCUNE RELANCE'
                TO W-MSG-TEXTE
              WRITE RPT-LIGNE FROM W-LIGNE-MESSAGE
           ELSE
              PERFORM  20000-TRAIT-PLACEMENTS
              PERFORM  30000-TRAIT-RELANCES
           END-IF
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD

           OPEN INPUT FPLAC-FILE
           IF NOT FPLAC-OK
              DISPLAY 'PEN2CI11 - OUVERTURE FPLAC11 IMPOSSIBLE : '
                      FPLAC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FRELV-FILE
           IF NOT FRELV-OK
              DISPLAY 'PEN2CI11 - OUVERTURE FRELV11 IMPOSSIBLE : '
                      FRELV-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FEMPL-FILE
           IF NOT FEMPL-OK
              DISPLAY 'PEN2CI11 - OUVERTURE FEMPL11 IMPOSSIBLE : '
                      FEMPL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'PEN2CI11 - OUVERTURE RPTRELN IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 12000-LIT-PARAMETRES
           PERFORM 13000-MOIS-CONTROLE
           PERFORM 10500-CHARGE-FERIES
           PERFORM 14000-CALCULE-ECHEANCE

           MOVE W-CTL-MM   TO W-TIT-MM
           MOVE W-CTL-AAAA TO W-TIT-AAAA
           MOVE SPACE      TO W-TIT-ECHEANCE
           STRING W-ECHEANCE(7:2) '/' W-ECHEANCE(5:2) '/'
                  W-ECHEANCE(1:4)
                  DELIMITED BY SIZE INTO W-TIT-ECHEANCE
           END-STRING
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           .

      *--------------------------------------------------------*
      *   JOURS FERIES A PARTIR DU MOIS CONTROLE (FJOUR11),     *
      *   FOURNIS A VALIDJOU POUR LE CALCUL DE L'ECHEANCE       *
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
                             AND E-JOU-DATE(1:8) >= W-CTL-DEBUT
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
                 DISPLAY 'PEN2CI11 - OUVERTURE FJOUR11 KO : '
                         FJOUR-STATUT
           END-EVALUATE
           .

       12000-LIT-PARAMETRES.
      *----------------------*
           OPEN INPUT FPARM-FILE
           EVALUATE TRUE
              WHEN FPARM-OK
                 MOVE 'PEN-DELAI   ' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-PAR-VALEUR > 0 AND E-PAR-VALEUR < 21
                          MOVE E-PAR-VALEUR TO W-DELAI-RECEPTION
                       END-IF
                 END-READ
                 CLOSE FPARM-FILE
              WHEN FPARM-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PEN2CI11 - OUVERTURE FPARM11 KO : '
                         FPARM-STATUT
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   MOIS CONTROLE = MOIS PRECEDANT LA DATE DU JOUR, BORNES *
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

      *--------------------------------------------------------*
      *   ECHEANCE : N JOURS OUVRES APRES LE DERNIER JOUR DU     *
      *   MOIS CONTROLE (VALIDJOU 'A', DATES EN JJMMAAAA)        *
      *--------------------------------------------------------*
       14000-CALCULE-ECHEANCE.
      *----------------------*
           MOVE 'A' TO FONCTION-J
           STRING W-CTL-DERNIER-JOUR W-CTL-MM W-CTL-AAAA
                  DELIMITED BY SIZE INTO DATE-DEBUT-J
           END-STRING
           MOVE W-DELAI-RECEPTION TO NB-JOURS-DEMANDE
           CALL pgm-validjou USING validjou-param

           IF cr-jours-ok
              STRING DATE-RESULTAT-J(5:4) DATE-RESULTAT-J(3:2)
                     DATE-RESULTAT-J(1:2)
                     DELIMITED BY SIZE INTO W-ECHEANCE
              END-STRING
           ELSE
      *       Calcul impossible : le releve est attendu des le
      *       premier jour du mois courant
              STRING W-DATE-JOUR-AAAA W-DATE-JOUR-MM '01'
                     DELIMITED BY SIZE INTO W-ECHEANCE
              END-STRING
           END-IF
           .

      *--------------------------------------------------------*
      *   EMPLOYEURS AYANT EU AU MOINS UN PLACEMENT NON ANNULE  *
      *   RECOUVRANT LE MOIS CONTROLE                           *
      *--------------------------------------------------------*
       20000-TRAIT-PLACEMENTS.
      *----------------------*
           PERFORM UNTIL FPLAC-FIN
              READ FPLAC-FILE NEXT RECORD
                 AT END
                    SET FPLAC-FIN TO TRUE
                 NOT AT END
                    ADD 1 TO W-NB-PLACEMENTS
                    IF NOT PLA-ANNULE
                       AND E-PLA-CODE-EMPLOYEUR NOT = SPACE
                       AND E-PLA-DATE-DEB IS NUMERIC
                       PERFORM 21000-TRAIT-PLACEMENT
                    END-IF
              END-READ
           END-PERFORM
           .

       21000-TRAIT-PLACEMENT.
      *----------------------*
           STRING E-PLA-DATE-DEB(5:4) E-PLA-DATE-DEB(3:2)
                  E-PLA-DATE-DEB(1:2)
                  DELIMITED BY SIZE INTO W-PLA-DEB
           END-STRING
           IF E-PLA-DATE-FIN IS NUMERIC
              STRING E-PLA-DATE-FIN(5:4) E-PLA-DATE-FIN(3:2)
                     E-PLA-DATE-FIN(1:2)
                     DELIMITED BY SIZE INTO W-PLA-FIN
              END-STRING
           ELSE
              MOVE '99999999' TO W-PLA-FIN
           END-IF

           IF W-PLA-DEB <= W-CTL-FIN AND W-PLA-FIN >= W-CTL-DEBUT
              MOVE 0 TO W-EMP-TROUVE
              PERFORM VARYING IDX-EMP FROM 1 BY 1
                 UNTIL IDX-EMP > W-NB-EMP OR W-EMP-TROUVE = 1
                 IF W-EMP-CODE(IDX-EMP) = E-PLA-CODE-EMPLOYEUR
                    MOVE 1 TO W-EMP-TROUVE
                    ADD 1 TO W-EMP-NB-PLA(IDX-EMP)
                 END-IF
              END-PERFORM
              IF W-EMP-TROUVE = 0
                 IF W-NB-EMP < 2000
                    ADD 1 TO W-NB-EMP
                    MOVE E-PLA-CODE-EMPLOYEUR
                      TO W-EMP-CODE(W-NB-EMP)
                    MOVE 1 TO W-EMP-NB-PLA(W-NB-EMP)
                 ELSE
                    DISPLAY 'PEN2CI11 - TABLE EMPLOYEURS PLEINE, '
                            'EMPLOYEUR IGNORE : ' E-PLA-CODE-EMPLOYEUR
                 END-IF
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   UN EMPLOYEUR SANS RECEPTION FRELV11 POUR LE MOIS EST  *
      *   A RELANCER                                            *
      *--------------------------------------------------------*
       30000-TRAIT-RELANCES.
      *----------------------*
           MOVE W-NB-EMP TO W-NB-ATTENDUS
           PERFORM VARYING IDX-EMP FROM 1 BY 1
              UNTIL IDX-EMP > W-NB-EMP
              MOVE W-EMP-CODE(IDX-EMP) TO E-REL-EMPLOYEUR
              MOVE W-MOIS-CONTROLE-N   TO E-REL-MOIS
              READ FRELV-FILE
                 INVALID KEY
                    PERFORM 31000-EDITE-RELANCE
                 NOT INVALID KEY
                    ADD 1 TO W-NB-RECUS
              END-READ
           END-PERFORM
           .

       31000-EDITE-RELANCE.
      *----------------------*
           ADD 1 TO W-NB-A-RELANCER
           MOVE SPACE                  TO W-LIGNE-RELANCE
           MOVE W-EMP-CODE(IDX-EMP)    TO W-LIG-CODE
           MOVE W-EMP-NB-PLA(IDX-EMP)  TO W-LIG-NB-PLA
           MOVE W-EMP-CODE(IDX-EMP)    TO E-EMP-CODE
           READ FEMPL-FILE
              INVALID KEY
                 MOVE '** EMPLOYEUR INCONNU **' TO W-LIG-RAISON
              NOT INVALID KEY
                 MOVE E-EMP-RAISON  TO W-LIG-RAISON
                 MOVE E-EMP-SIRET   TO W-LIG-SIRET
                 MOVE E-EMP-CONTACT TO W-LIG-CONTACT
                 MOVE E-EMP-TEL     TO W-LIG-TEL
           END-READ
           WRITE RPT-LIGNE FROM W-LIGNE-RELANCE
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE 'PLACEMENTS LUS          :' TO W-TOT-LIBELLE
           MOVE W-NB-PLACEMENTS TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'RELEVES ATTENDUS        :' TO W-TOT-LIBELLE
           MOVE W-NB-ATTENDUS TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'RELEVES RECUS           :' TO W-TOT-LIBELLE
           MOVE W-NB-RECUS TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'EMPLOYEURS A RELANCER   :' TO W-TOT-LIBELLE
           MOVE W-NB-A-RELANCER TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FPLAC-FILE
           CLOSE FRELV-FILE
           CLOSE FEMPL-FILE
           CLOSE RPT-FILE

           DISPLAY 'PEN2CI11 - CONTROLE TERMINE - '
                   W-NB-A-RELANCER ' EMPLOYEUR(S) A RELANCER'

           IF W-NB-A-RELANCER > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
