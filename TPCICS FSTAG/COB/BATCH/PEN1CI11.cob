      *======================================================*
      *   PROGRAMME BATCH - CHARGEMENT DES RELEVES MENSUELS  *
      *   DE PRESENCE ENVOYES PAR LES EMPLOYEURS D'ACCUEIL   *
      *   (JOURS PASSES EN ENTREPRISE, NON COUVERTS PAR LES  *
      *   BADGES BDG1CI11 NI LES FEUILLES SAI1CI11) DANS     *
      *   FPRES11 : MEMES CONTROLES P/J/I PAR DEMI-JOURNEE   *
      *   QUE PRE1CI11. SONT REJETES LES SIRET INCONNUS, LES *
      *   NUMEROS INCONNUS, LES JOURS SANS PLACEMENT FPLAC11 *
      *   CHEZ L'EMPLOYEUR ET LES DATES D'UN MOIS DEJA CLOS. *
      *   LA RECEPTION DU RELEVE EST NOTEE PAR EMPLOYEUR ET  *
      *   PAR MOIS DANS FRELV11 (RELANCES PEN2CI11)          *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEN1CI11.

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
      *        RELEVES DES EMPLOYEURS : SIRET + NUMERO + DATE +
      *        POINTAGE PAR DEMI-JOURNEE
           SELECT RELV-FILE ASSIGN TO RELEVES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELV-STATUT.

           SELECT FPRES-FILE ASSIGN TO FPRES11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PRE-CLE
               FILE STATUS IS FPRES-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FPLAC-FILE ASSIGN TO FPLAC11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-PLA-CLE
               FILE STATUS IS FPLAC-STATUT.

           SELECT FEMPL-FILE ASSIGN TO FEMPL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-EMP-CODE
               FILE STATUS IS FEMPL-STATUT.

           SELECT FRELV-FILE ASSIGN TO FRELV11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-REL-CLE
               FILE STATUS IS FRELV-STATUT.

           SELECT FPARM-FILE ASSIGN TO FPARM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PAR-CLE
               FILE STATUS IS FPARM-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTRELV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  RELV-FILE.
       01  RELV-REC.
           05 RELV-SIRET              PIC X(14).
           05 FILLER                  PIC X(1).
           05 RELV-NUMERO             PIC 9(6).
           05 FILLER                  PIC X(1).
           05 RELV-DATE               PIC X(8).
           05 FILLER                  PIC X(1).
           05 RELV-AM                 PIC X(1).
           05 RELV-PM                 PIC X(1).
           05 FILLER                  PIC X(47).

       FD  FPRES-FILE.
       COPY CPRES.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FPLAC-FILE.
       COPY CPLAC.

       FD  FEMPL-FILE.
       COPY CEMPL.

       FD  FRELV-FILE.
       COPY CRELV.

       FD  FPARM-FILE.
       COPY CPARM.

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 RELV-STATUT                 PIC X(2).
         88 RELV-OK                   VALUE '00'.
         88 RELV-FIN                  VALUE '10'.

       01 FPRES-STATUT                PIC X(2).
         88 FPRES-OK                  VALUE '00'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FPLAC-STATUT                PIC X(2).
         88 FPLAC-OK                  VALUE '00'.
         88 FPLAC-FIN                 VALUE '10'.

       01 FEMPL-STATUT                PIC X(2).
         88 FEMPL-OK                  VALUE '00'.
         88 FEMPL-FIN                 VALUE '10'.

       01 FRELV-STATUT                PIC X(2).
         88 FRELV-OK                  VALUE '00'.

       01 FPARM-STATUT                PIC X(2).
         88 FPARM-OK                  VALUE '00'.
         88 FPARM-ABSENT              VALUE '35'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-DATE-SYS                  PIC 9(8).

      *------------------------------------------------------*
      *   CLOTURE MENSUELLE (PARAMETRE MOIS-CLOS, POSE PAR    *
      *   PAI1CI11) : LE CHARGEMENT REFUSE UN MOIS DEJA PAYE  *
      *------------------------------------------------------*
       01 W-MOIS-CLOS                 PIC 9(6) VALUE 0.

      *------------------------------------------------------*
      *   EMPLOYEURS D'ACCUEIL PAR SIRET (FEMPL11 N'EST PAS   *
      *   INDEXE SUR LE SIRET : TABLE CHARGEE UNE FOIS)       *
      *------------------------------------------------------*
       01 TAB-EMPLOYEURS.
           05 W-NB-EMP                PIC 9(4) COMP VALUE 0.
           05 W-EMP OCCURS 2000.
              10 W-EMP-SIRET          PIC X(14).
              10 W-EMP-CODE           PIC X(6).
       01 IDX-EMP                     PIC 9(4) COMP.
       01 W-CODE-EMPLOYEUR            PIC X(6).

      *------------------------------------------------------*
      *   RECHERCHE DU PLACEMENT COUVRANT LE JOUR DECLARE     *
      *------------------------------------------------------*
       01 W-PLA-TROUVE                PIC 9.
       01 W-FIN-PLAC                  PIC 9.
       01 W-PLA-DEB                   PIC X(8).
       01 W-PLA-FIN                   PIC X(8).

      *------------------------------------------------------*
      *   POINTAGE CONSTRUIT                                  *
      *------------------------------------------------------*
       01 W-REL-AM                    PIC X(1).
       01 W-REL-PM                    PIC X(1).
       01 W-SYNTHESE                  PIC X(1).
       01 W-LIGNE-REJETEE             PIC 9.

       01 W-NB-LUS                    PIC 9(5) VALUE 0.
       01 W-NB-POINTES                PIC 9(5) VALUE 0.
       01 W-NB-REJETS                 PIC 9(5) VALUE 0.
       01 W-NB-RELEVES                PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES DU COMPTE RENDU                              *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(46) VALUE
              'RELEVES DE PRESENCE DES EMPLOYEURS - REJETS  '.

       01 W-LIGNE-REJET.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(7)  VALUE 'SIRET '.
           05 W-REJ-SIRET             PIC X(14).
           05 FILLER                  PIC X(6)  VALUE ' NUM '.
           05 W-REJ-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-REJ-DATE              PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-REJ-MOTIF             PIC X(50).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(14) VALUE
              'LIGNES LUES : '.
           05 W-TOT-LUS               PIC ZZZZ9.
           05 FILLER                  PIC X(14) VALUE
              '  POINTEES  : '.
           05 W-TOT-POINTES           PIC ZZZZ9.
           05 FILLER                  PIC X(14) VALUE
              '  REJETEES  : '.
           05 W-TOT-REJETS            PIC ZZZZ9.
           05 FILLER                  PIC X(24) VALUE
              '  RELEVES NOUVEAUX    : '.
           05 W-TOT-RELEVES           PIC ZZZZ9.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-RELEVES
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD

           OPEN INPUT RELV-FILE
           IF NOT RELV-OK
              DISPLAY 'PEN1CI11 - OUVERTURE RELEVES IMPOSSIBLE : '
                      RELV-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FPRES-FILE
           IF NOT FPRES-OK
              DISPLAY 'PEN1CI11 - OUVERTURE FPRES11 IMPOSSIBLE : '
                      FPRES-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'PEN1CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FPLAC-FILE
           IF NOT FPLAC-OK
              DISPLAY 'PEN1CI11 - OUVERTURE FPLAC11 IMPOSSIBLE : '
                      FPLAC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FRELV-FILE
           IF NOT FRELV-OK
              DISPLAY 'PEN1CI11 - OUVERTURE FRELV11 IMPOSSIBLE : '
                      FRELV-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FEMPL-FILE
           IF NOT FEMPL-OK
              DISPLAY 'PEN1CI11 - OUVERTURE FEMPL11 IMPOSSIBLE : '
                      FEMPL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 10500-CHARGE-EMPLOYEURS
           CLOSE FEMPL-FILE

           PERFORM 10600-LIT-MOIS-CLOS

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'PEN1CI11 - OUVERTURE RPTRELV IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           .

       10500-CHARGE-EMPLOYEURS.
      *----------------------*
           PERFORM UNTIL FEMPL-FIN
              READ FEMPL-FILE NEXT RECORD
                 AT END
                    SET FEMPL-FIN TO TRUE
                 NOT AT END
                    IF E-EMP-SIRET NOT = SPACE
                       AND W-NB-EMP < 2000
                       ADD 1 TO W-NB-EMP
                       MOVE E-EMP-SIRET TO W-EMP-SIRET(W-NB-EMP)
                       MOVE E-EMP-CODE  TO W-EMP-CODE(W-NB-EMP)
                    END-IF
              END-READ
           END-PERFORM
           .

       10600-LIT-MOIS-CLOS.
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
                 DISPLAY 'PEN1CI11 - OUVERTURE FPARM11 KO : '
                         FPARM-STATUT
           END-EVALUATE
           .

       20000-TRAIT-RELEVES.
      *----------------------*
           READ RELV-FILE
              AT END
                 SET RELV-FIN TO TRUE
           END-READ

           PERFORM UNTIL RELV-FIN
              ADD 1 TO W-NB-LUS
              PERFORM 21000-TRAIT-UNE-LIGNE
              READ RELV-FILE
                 AT END
                    SET RELV-FIN TO TRUE
              END-READ
           END-PERFORM
           .

       21000-TRAIT-UNE-LIGNE.
      *----------------------*
           MOVE RELV-SIRET   TO W-REJ-SIRET
           MOVE RELV-DATE    TO W-REJ-DATE
           MOVE 0            TO W-LIGNE-REJETEE

           MOVE RELV-AM TO W-REL-AM
           MOVE RELV-PM TO W-REL-PM
           IF W-REL-PM = SPACE OR LOW-VALUE
              MOVE W-REL-AM TO W-REL-PM
           END-IF

           MOVE SPACE TO W-CODE-EMPLOYEUR
           PERFORM VARYING IDX-EMP FROM 1 BY 1
              UNTIL IDX-EMP > W-NB-EMP
                 OR W-CODE-EMPLOYEUR NOT = SPACE
              IF W-EMP-SIRET(IDX-EMP) = RELV-SIRET
                 MOVE W-EMP-CODE(IDX-EMP) TO W-CODE-EMPLOYEUR
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN RELV-NUMERO IS NOT NUMERIC
                 OR RELV-DATE IS NOT NUMERIC
                 OR RELV-SIRET IS NOT NUMERIC
                 MOVE 0 TO W-REJ-NUMERO
                 MOVE 'LIGNE ILLISIBLE' TO W-REJ-MOTIF
                 PERFORM 29000-REJETE
              WHEN W-CODE-EMPLOYEUR = SPACE
                 MOVE RELV-NUMERO TO W-REJ-NUMERO
                 MOVE 'SIRET INCONNU DU REFERENTIEL EMPLOYEURS'
                   TO W-REJ-MOTIF
                 PERFORM 29000-REJETE
              WHEN (W-REL-AM NOT = 'P' AND NOT = 'J' AND NOT = 'I')
                 OR (W-REL-PM NOT = 'P' AND NOT = 'J' AND NOT = 'I')
                 MOVE RELV-NUMERO TO W-REJ-NUMERO
                 MOVE 'POINTAGE INVALIDE (P/J/I)' TO W-REJ-MOTIF
                 PERFORM 29000-REJETE
              WHEN RELV-DATE(1:6) <= W-MOIS-CLOS
                 MOVE RELV-NUMERO TO W-REJ-NUMERO
                 MOVE 'MOIS CLOS - CORRIGER VIA PRE1CI11'
                   TO W-REJ-MOTIF
                 PERFORM 29000-REJETE
              WHEN OTHER
                 MOVE RELV-NUMERO TO W-REJ-NUMERO
                 PERFORM 21100-CONTROLE-STAGIAIRE
           END-EVALUATE

      *    Le releve de l'employeur est recu pour le mois, meme si
      *    certaines de ses lignes sont rejetees
           IF W-CODE-EMPLOYEUR NOT = SPACE
              AND RELV-DATE IS NUMERIC
              PERFORM 25000-NOTE-RECEPTION
           END-IF
           .

       21100-CONTROLE-STAGIAIRE.
      *----------------------*
           MOVE RELV-NUMERO TO E-NUMERO
           READ FSTAG-FILE
              INVALID KEY
                 MOVE 'NUMERO INCONNU' TO W-REJ-MOTIF
                 PERFORM 29000-REJETE
              NOT INVALID KEY
                 IF SUPPRIME-OUI
                    MOVE 'DOSSIER SUPPRIME' TO W-REJ-MOTIF
                    PERFORM 29000-REJETE
                 ELSE
                    PERFORM 21200-CHERCHE-PLACEMENT
                    IF W-PLA-TROUVE = 0
                       MOVE 'PAS DE PLACEMENT CHEZ L''EMPLOYEUR CE JOUR'
                         TO W-REJ-MOTIF
                       PERFORM 29000-REJETE
                    ELSE
                       PERFORM 22000-ECRIT-POINTAGE
                    END-IF
                 END-IF
           END-READ
           .

      *--------------------------------------------------------*
      *   LE JOUR DECLARE DOIT TOMBER DANS UN PLACEMENT NON     *
      *   ANNULE DU STAGIAIRE CHEZ CET EMPLOYEUR (DATES DU      *
      *   PLACEMENT EN JJMMAAAA, COMPAREES EN AAAAMMJJ)         *
      *--------------------------------------------------------*
       21200-CHERCHE-PLACEMENT.
      *----------------------*
           MOVE 0           TO W-PLA-TROUVE W-FIN-PLAC
           MOVE RELV-NUMERO TO E-PLA-NUMERO
           MOVE 0           TO E-PLA-SEQ
           START FPLAC-FILE KEY IS NOT LESS THAN E-PLA-CLE
              INVALID KEY
                 MOVE 1 TO W-FIN-PLAC
           END-START

           PERFORM UNTIL W-FIN-PLAC = 1 OR W-PLA-TROUVE = 1
              READ FPLAC-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO W-FIN-PLAC
                 NOT AT END
                    IF E-PLA-NUMERO NOT = RELV-NUMERO
                       MOVE 1 TO W-FIN-PLAC
                    ELSE
                       PERFORM 21210-COMPARE-PLACEMENT
                    END-IF
              END-READ
           END-PERFORM
           .

       21210-COMPARE-PLACEMENT.
      *----------------------*
           IF NOT PLA-ANNULE
              AND E-PLA-CODE-EMPLOYEUR = W-CODE-EMPLOYEUR
              AND E-PLA-DATE-DEB IS NUMERIC
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
              IF RELV-DATE >= W-PLA-DEB AND RELV-DATE <= W-PLA-FIN
                 MOVE 1 TO W-PLA-TROUVE
              END-IF
           END-IF
           .

       22000-ECRIT-POINTAGE.
      *----------------------*
      *    SYNTHESE JOURNEE (CF CPRES) : 'P' DES QU'UNE DEMI-
      *    JOURNEE EST PRESENTE, SINON 'J' PUIS 'I'
           EVALUATE TRUE
              WHEN W-REL-AM = 'P' OR W-REL-PM = 'P'
                 MOVE 'P' TO W-SYNTHESE
              WHEN W-REL-AM = 'J' OR W-REL-PM = 'J'
                 MOVE 'J' TO W-SYNTHESE
              WHEN OTHER
                 MOVE 'I' TO W-SYNTHESE
           END-EVALUATE

           MOVE RELV-NUMERO TO E-PRE-NUMERO
           MOVE RELV-DATE   TO E-PRE-DATE
           MOVE W-SYNTHESE  TO E-PRE-STATUT
           MOVE W-REL-AM    TO E-PRE-STATUT-AM
           MOVE W-REL-PM    TO E-PRE-STATUT-PM
           MOVE 'PEN1CI11'  TO E-PRE-USERID

           WRITE E-PRESENCE
              INVALID KEY
      *          Pointage deja present : le releve de l'employeur
      *          fait foi pour les jours passes en entreprise
                 REWRITE E-PRESENCE
                    INVALID KEY
                       MOVE 'ECHEC DE L''ECRITURE' TO W-REJ-MOTIF
                       PERFORM 29000-REJETE
                    NOT INVALID KEY
                       ADD 1 TO W-NB-POINTES
                 END-REWRITE
              NOT INVALID KEY
                 ADD 1 TO W-NB-POINTES
           END-WRITE
           .

      *--------------------------------------------------------*
      *   RECEPTION DU RELEVE (EMPLOYEUR, MOIS) DANS FRELV11 :  *
      *   CREEE A LA PREMIERE LIGNE, CUMULEE ENSUITE            *
      *--------------------------------------------------------*
       25000-NOTE-RECEPTION.
      *----------------------*
           MOVE W-CODE-EMPLOYEUR TO E-REL-EMPLOYEUR
           MOVE RELV-DATE(1:6)   TO E-REL-MOIS
           READ FRELV-FILE
              INVALID KEY
                 MOVE SPACE       TO E-RELEVE
                 MOVE W-CODE-EMPLOYEUR TO E-REL-EMPLOYEUR
                 MOVE RELV-DATE(1:6)   TO E-REL-MOIS
                 MOVE W-DATE-SYS  TO E-REL-DATE-RECEPTION
                                     E-REL-DATE-MAJ
                 MOVE 1           TO E-REL-NB-LIGNES
                 MOVE W-LIGNE-REJETEE TO E-REL-NB-REJETS
                 WRITE E-RELEVE
                    INVALID KEY
                       DISPLAY 'PEN1CI11 - ECRITURE FRELV11 KO : '
                               E-REL-CLE ' ' FRELV-STATUT
                    NOT INVALID KEY
                       ADD 1 TO W-NB-RELEVES
                 END-WRITE
              NOT INVALID KEY
                 MOVE W-DATE-SYS  TO E-REL-DATE-MAJ
                 IF E-REL-NB-LIGNES < 99999
                    ADD 1 TO E-REL-NB-LIGNES
                 END-IF
                 IF E-REL-NB-REJETS < 99999
                    ADD W-LIGNE-REJETEE TO E-REL-NB-REJETS
                 END-IF
                 REWRITE E-RELEVE
                    INVALID KEY
                       DISPLAY 'PEN1CI11 - REECRITURE FRELV11 KO : '
                               E-REL-CLE ' ' FRELV-STATUT
                 END-REWRITE
           END-READ
           .

       29000-REJETE.
      *----------------------*
           ADD 1 TO W-NB-REJETS
           MOVE 1 TO W-LIGNE-REJETEE
           WRITE RPT-LIGNE FROM W-LIGNE-REJET
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE W-NB-LUS     TO W-TOT-LUS
           MOVE W-NB-POINTES TO W-TOT-POINTES
           MOVE W-NB-REJETS  TO W-TOT-REJETS
           MOVE W-NB-RELEVES TO W-TOT-RELEVES
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE RELV-FILE
           CLOSE FPRES-FILE
           CLOSE FSTAG-FILE
           CLOSE FPLAC-FILE
           CLOSE FRELV-FILE
           CLOSE RPT-FILE

           DISPLAY 'PEN1CI11 - CHARGEMENT TERMINE - ' W-NB-POINTES
                   ' POINTAGE(S) - ' W-NB-REJETS ' REJET(S)'
           .
