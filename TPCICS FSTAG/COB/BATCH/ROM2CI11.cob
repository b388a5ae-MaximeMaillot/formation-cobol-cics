      *======================================================*
      *   PROGRAMME BATCH - METIER CIBLE ET DEVENIR : LE     *
      *   DERNIER CONSTAT DE SUIVI D'INSERTION (FSUIV11) DE  *
      *   CHAQUE STAGIAIRE EST CROISE AVEC SON METIER CIBLE  *
      *   (CODE ROME DU DOSSIER, FROME11). POUR UN DEVENIR   *
      *   EN EMPLOI ('E'), LE SECTEUR DE L'EMPLOYEUR DU      *
      *   DERNIER PLACEMENT (FPLAC11 / FEMPL11) EST COMPARE  *
      *   AU GRAND DOMAINE DU METIER CIBLE. EDITE LE DETAIL, *
      *   LE CROISEMENT DOMAINE CIBLE X DEVENIR, PUIS PAR    *
      *   SESSION ET PAR SITE LA PART DES STAGIAIRES EN      *
      *   EMPLOI DANS LEUR DOMAINE CIBLE                     *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROM2CI11.

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
           SELECT FSUIV-FILE ASSIGN TO FSUIV11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-SUI-CLE
               FILE STATUS IS FSUIV-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FROME-FILE ASSIGN TO FROME11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-ROM-CODE
               FILE STATUS IS FROME-STATUT.

           SELECT FPLAC-FILE ASSIGN TO FPLAC11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-PLA-CLE
               FILE STATUS IS FPLAC-STATUT.

           SELECT FEMPL-FILE ASSIGN TO FEMPL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-EMP-CODE
               FILE STATUS IS FEMPL-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTROME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FSUIV-FILE.
       COPY CSUIV.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FROME-FILE.
       COPY CROME.

       FD  FPLAC-FILE.
       COPY CPLAC.

       FD  FEMPL-FILE.
       COPY CEMPL.

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FSUIV-STATUT                PIC X(2).
         88 FSUIV-OK                  VALUE '00'.
         88 FSUIV-FIN                 VALUE '10'.
         88 FSUIV-ABSENT              VALUE '35'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FROME-STATUT                PIC X(2).
         88 FROME-OK                  VALUE '00'.

       01 FPLAC-STATUT                PIC X(2).
         88 FPLAC-OK                  VALUE '00'.
         88 FPLAC-FIN                 VALUE '10'.

       01 FEMPL-STATUT                PIC X(2).
         88 FEMPL-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

      *------------------------------------------------------*
      *   DERNIER CONSTAT DU STAGIAIRE EN COURS (LES         *
      *   ECHEANCES ARRIVENT DANS L'ORDRE '3' PUIS '6')      *
      *------------------------------------------------------*
       01 W-NUMERO-EN-COURS           PIC 9(6) VALUE 0.
       01 W-RESULTAT-GARDE            PIC X(1) VALUE SPACE.
         88 GARDE-EN-EMPLOI           VALUE 'E'.
       01 W-ECHEANCE-GARDE            PIC X(1).

       01 W-CIBLE                     PIC X(5).
       01 W-SESSION-DOSSIER           PIC X(6).
       01 W-SITE-DOSSIER              PIC X(3).
       01 W-EMPLOYEUR                 PIC X(6).
       01 W-SECTEUR                   PIC X(1).
       01 W-DANS-CIBLE                PIC X(1).
         88 DANS-CIBLE-OUI            VALUE 'O'.

      *------------------------------------------------------*
      *   CROISEMENT GRAND DOMAINE CIBLE (A A N, 15 = SANS   *
      *   CIBLE) X DEVENIR (E / F / R / P)                   *
      *------------------------------------------------------*
       01 W-DOMAINES                  PIC X(14)
                                      VALUE 'ABCDEFGHIJKLMN'.
       01 W-DEVENIRS                  PIC X(4) VALUE 'EFRP'.
       01 TAB-CROISEMENT.
           05 W-CRO-LIGNE OCCURS 15.
             10 W-CRO-NB              PIC 9(5) OCCURS 4.
             10 W-CRO-DANS-CIBLE      PIC 9(5).
       01 IDX-DOM                     PIC 9(2) COMP.
       01 IDX-DEV                     PIC 9(2) COMP.
       01 W-DOM                       PIC 9(2) COMP.
       01 W-DEV                       PIC 9(2) COMP.

      *------------------------------------------------------*
      *   PART EN EMPLOI DANS LE DOMAINE CIBLE PAR SESSION   *
      *   ET PAR SITE (STAGIAIRES AYANT UNE CIBLE)           *
      *------------------------------------------------------*
       01 TAB-SESSIONS.
           05 W-NB-SES                PIC 9(3) COMP VALUE 0.
           05 W-SES OCCURS 100.
             10 W-SES-CODE            PIC X(6).
             10 W-SES-CONSTATS        PIC 9(5).
             10 W-SES-EMPLOIS         PIC 9(5).
             10 W-SES-DANS-CIBLE      PIC 9(5).
       01 IDX-SES                     PIC 9(3) COMP.

       01 TAB-SITES.
           05 W-NB-SIT                PIC 9(2) COMP VALUE 0.
           05 W-SIT OCCURS 20.
             10 W-SIT-CODE            PIC X(3).
             10 W-SIT-CONSTATS        PIC 9(5).
             10 W-SIT-EMPLOIS         PIC 9(5).
             10 W-SIT-DANS-CIBLE      PIC 9(5).
       01 IDX-SIT                     PIC 9(2) COMP.

       01 W-TROUVE                    PIC 9.
       01 W-EMPLOI                    PIC 9.
       01 W-EMPLOI-CIBLE              PIC 9.
       01 W-TAUX                      PIC 9(3).

       01 W-NB-STAGIAIRES             PIC 9(5) VALUE 0.
       01 W-NB-SANS-CIBLE             PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES DE L'EDITION                                *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(48) VALUE
              'METIER CIBLE ET DEVENIR DES STAGIAIRES         '.

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(5)  VALUE 'NUM '.
           05 W-DET-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-NOM               PIC X(20).
           05 FILLER                  PIC X(7)  VALUE ' CIBLE '.
           05 W-DET-CIBLE             PIC X(5).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-LIBELLE           PIC X(30).
           05 FILLER                  PIC X(3)  VALUE ' +'.
           05 W-DET-ECHEANCE          PIC X(1).
           05 FILLER                  PIC X(10) VALUE ' DEVENIR '.
           05 W-DET-DEVENIR           PIC X(1).
           05 FILLER                  PIC X(6)  VALUE ' EMPL '.
           05 W-DET-EMPLOYEUR         PIC X(6).
           05 FILLER                  PIC X(5)  VALUE ' SEC '.
           05 W-DET-SECTEUR           PIC X(1).
           05 FILLER                  PIC X(8)  VALUE ' CIBLE? '.
           05 W-DET-DANS-CIBLE        PIC X(1).

       01 W-LIGNE-ENTETE-CRO.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(10) VALUE 'DOMAINE'.
           05 FILLER                  PIC X(10) VALUE '    EMPLOI'.
           05 FILLER                  PIC X(10) VALUE ' FORMATION'.
           05 FILLER                  PIC X(10) VALUE ' RECHERCHE'.
           05 FILLER                  PIC X(10) VALUE ' PERDU VUE'.
           05 FILLER                  PIC X(16) VALUE
              ' EMPLOI DOMAINE'.

       01 W-LIGNE-CROISEMENT.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-CRO-DOMAINE           PIC X(10).
           05 W-CRO-COL OCCURS 4.
             10 FILLER                PIC X(5)  VALUE SPACE.
             10 W-CRO-VAL             PIC ZZZZ9.
           05 FILLER                  PIC X(5)  VALUE SPACE.
           05 W-CRO-VAL-CIBLE         PIC ZZZZ9.

       01 W-LIGNE-TAUX.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TAU-TYPE              PIC X(8).
           05 W-TAU-CODE              PIC X(6).
           05 FILLER                  PIC X(11) VALUE ' CONSTATS  '.
           05 W-TAU-CONSTATS          PIC ZZZZ9.
           05 FILLER                  PIC X(10) VALUE ' EMPLOIS  '.
           05 W-TAU-EMPLOIS           PIC ZZZZ9.
           05 FILLER                  PIC X(13) VALUE ' DANS CIBLE  '.
           05 W-TAU-DANS-CIBLE        PIC ZZZZ9.
           05 FILLER                  PIC X(8)  VALUE ' PART  '.
           05 W-TAU-TAUX              PIC ZZ9.
           05 FILLER                  PIC X(2)  VALUE ' %'.

       01 W-LIGNE-SOUS-TITRE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-SST-LIBELLE           PIC X(60).

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-SUIVIS
           PERFORM  30000-EDITE-CROISEMENT
           PERFORM  40000-EDITE-PARTS
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           INITIALIZE TAB-CROISEMENT

           OPEN INPUT FSUIV-FILE
           EVALUATE TRUE
              WHEN FSUIV-OK
                 CONTINUE
              WHEN FSUIV-ABSENT
                 DISPLAY 'ROM2CI11 - AUCUN SUIVI OUVERT'
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY 'ROM2CI11 - OUVERTURE FSUIV11 IMPOSSIBLE : '
                         FSUIV-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'ROM2CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FROME-FILE
           IF NOT FROME-OK
              DISPLAY 'ROM2CI11 - OUVERTURE FROME11 IMPOSSIBLE : '
                      FROME-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FPLAC-FILE
           IF NOT FPLAC-OK
              DISPLAY 'ROM2CI11 - OUVERTURE FPLAC11 IMPOSSIBLE : '
                      FPLAC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FEMPL-FILE
           IF NOT FEMPL-OK
              DISPLAY 'ROM2CI11 - OUVERTURE FEMPL11 IMPOSSIBLE : '
                      FEMPL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'ROM2CI11 - OUVERTURE RPTROME IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           .

       20000-TRAIT-SUIVIS.
      *----------------------*
           READ FSUIV-FILE NEXT RECORD
              AT END
                 SET FSUIV-FIN TO TRUE
           END-READ

           PERFORM UNTIL FSUIV-FIN
              IF E-SUI-NUMERO NOT = W-NUMERO-EN-COURS
                 PERFORM 21000-TRAIT-STAGIAIRE
                 MOVE E-SUI-NUMERO TO W-NUMERO-EN-COURS
                 MOVE SPACE        TO W-RESULTAT-GARDE
              END-IF
      *       LE CONSTAT LE PLUS RECENT L'EMPORTE
              IF NOT SUI-ATTENDU
                 MOVE E-SUI-RESULTAT  TO W-RESULTAT-GARDE
                 MOVE E-SUI-ECHEANCE  TO W-ECHEANCE-GARDE
              END-IF
              READ FSUIV-FILE NEXT RECORD
                 AT END
                    SET FSUIV-FIN TO TRUE
              END-READ
           END-PERFORM

           PERFORM 21000-TRAIT-STAGIAIRE
           .

       21000-TRAIT-STAGIAIRE.
      *----------------------*
           IF W-NUMERO-EN-COURS = 0 OR W-RESULTAT-GARDE = SPACE
              CONTINUE
           ELSE
              ADD 1 TO W-NB-STAGIAIRES
              PERFORM 21100-LIT-DOSSIER
              PERFORM 21200-EMPLOYEUR-ET-SECTEUR
              PERFORM 21300-ECRIT-DETAIL
              PERFORM 22000-CUMULE-CROISEMENT
              IF W-CIBLE = SPACE
                 ADD 1 TO W-NB-SANS-CIBLE
              ELSE
                 PERFORM 23000-CUMULE-SESSION
                 PERFORM 24000-CUMULE-SITE
              END-IF
           END-IF
           .

       21100-LIT-DOSSIER.
      *----------------------*
           MOVE W-NUMERO-EN-COURS TO E-NUMERO
           READ FSTAG-FILE
              INVALID KEY
                 MOVE '(ARCHIVE)' TO W-DET-NOM
                 MOVE SPACE       TO W-CIBLE W-SESSION-DOSSIER
                 MOVE '???'       TO W-SITE-DOSSIER
              NOT INVALID KEY
                 MOVE E-NOM          TO W-DET-NOM
                 MOVE E-CODE-ROME    TO W-CIBLE
                 MOVE E-CODE-SESSION TO W-SESSION-DOSSIER
                 MOVE E-CODE-SITE    TO W-SITE-DOSSIER
           END-READ

           IF W-CIBLE = LOW-VALUE
              MOVE SPACE TO W-CIBLE
           END-IF

           MOVE SPACE TO W-DET-LIBELLE
           IF W-CIBLE = SPACE
              MOVE '(SANS METIER CIBLE)' TO W-DET-LIBELLE
           ELSE
              MOVE W-CIBLE TO E-ROM-CODE
              READ FROME-FILE
                 INVALID KEY
                    MOVE '(HORS REFERENTIEL)' TO W-DET-LIBELLE
                 NOT INVALID KEY
                    MOVE E-ROM-LIBELLE TO W-DET-LIBELLE
              END-READ
           END-IF
           .

       21200-EMPLOYEUR-ET-SECTEUR.
      *    EN EMPLOI : EMPLOYEUR DU DERNIER PLACEMENT NON ANNULE ET
      *    SECTEUR COMPARE AU GRAND DOMAINE DU METIER CIBLE
           MOVE SPACE TO W-EMPLOYEUR W-SECTEUR W-DANS-CIBLE
           IF GARDE-EN-EMPLOI
              MOVE W-NUMERO-EN-COURS TO E-PLA-NUMERO
              MOVE 0                 TO E-PLA-SEQ
              START FPLAC-FILE KEY IS GREATER THAN E-PLA-CLE
                 INVALID KEY
                    SET FPLAC-FIN TO TRUE
              END-START
              PERFORM UNTIL FPLAC-FIN
                 READ FPLAC-FILE NEXT RECORD
                    AT END
                       SET FPLAC-FIN TO TRUE
                    NOT AT END
                       IF E-PLA-NUMERO NOT = W-NUMERO-EN-COURS
                          SET FPLAC-FIN TO TRUE
                       ELSE
                          IF NOT PLA-ANNULE
                             AND E-PLA-CODE-EMPLOYEUR NOT = SPACE
                             MOVE E-PLA-CODE-EMPLOYEUR TO W-EMPLOYEUR
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              MOVE '00' TO FPLAC-STATUT

              IF W-EMPLOYEUR NOT = SPACE
                 MOVE W-EMPLOYEUR TO E-EMP-CODE
                 READ FEMPL-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE E-EMP-SECTEUR TO W-SECTEUR
                 END-READ
              END-IF

      *       '?' : CIBLE OU SECTEUR INCONNU, PAS DE CONCLUSION
              IF W-CIBLE = SPACE
                 OR W-SECTEUR = SPACE OR LOW-VALUE
                 MOVE '?' TO W-DANS-CIBLE
              ELSE
                 IF W-SECTEUR = W-CIBLE(1:1)
                    MOVE 'O' TO W-DANS-CIBLE
                 ELSE
                    MOVE 'N' TO W-DANS-CIBLE
                 END-IF
              END-IF
           END-IF
           .

       21300-ECRIT-DETAIL.
      *----------------------*
           MOVE W-NUMERO-EN-COURS TO W-DET-NUMERO
           MOVE W-CIBLE           TO W-DET-CIBLE
           MOVE W-ECHEANCE-GARDE  TO W-DET-ECHEANCE
           MOVE W-RESULTAT-GARDE  TO W-DET-DEVENIR
           MOVE W-EMPLOYEUR       TO W-DET-EMPLOYEUR
           MOVE W-SECTEUR         TO W-DET-SECTEUR
           MOVE W-DANS-CIBLE      TO W-DET-DANS-CIBLE
           WRITE RPT-LIGNE FROM W-LIGNE-DETAIL
           .

       22000-CUMULE-CROISEMENT.
      *----------------------*
           MOVE 15 TO W-DOM
           IF W-CIBLE NOT = SPACE
              PERFORM VARYING IDX-DOM FROM 1 BY 1
                 UNTIL IDX-DOM > 14
                 IF W-DOMAINES(IDX-DOM:1) = W-CIBLE(1:1)
                    MOVE IDX-DOM TO W-DOM
                 END-IF
              END-PERFORM
           END-IF

           MOVE 0 TO W-DEV
           PERFORM VARYING IDX-DEV FROM 1 BY 1 UNTIL IDX-DEV > 4
              IF W-DEVENIRS(IDX-DEV:1) = W-RESULTAT-GARDE
                 MOVE IDX-DEV TO W-DEV
              END-IF
           END-PERFORM

           IF W-DEV > 0
              ADD 1 TO W-CRO-NB(W-DOM, W-DEV)
           END-IF
           IF DANS-CIBLE-OUI
              ADD 1 TO W-CRO-DANS-CIBLE(W-DOM)
           END-IF

           MOVE 0 TO W-EMPLOI W-EMPLOI-CIBLE
           IF GARDE-EN-EMPLOI
              MOVE 1 TO W-EMPLOI
           END-IF
           IF DANS-CIBLE-OUI
              MOVE 1 TO W-EMPLOI-CIBLE
           END-IF
           .

       23000-CUMULE-SESSION.
      *----------------------*
           IF W-SESSION-DOSSIER = SPACE OR LOW-VALUE
              CONTINUE
           ELSE
              MOVE 0 TO W-TROUVE
              PERFORM VARYING IDX-SES FROM 1 BY 1
                 UNTIL IDX-SES > W-NB-SES OR W-TROUVE = 1
                 IF W-SES-CODE(IDX-SES) = W-SESSION-DOSSIER
                    MOVE 1 TO W-TROUVE
                    ADD 1 TO W-SES-CONSTATS(IDX-SES)
                    ADD W-EMPLOI TO W-SES-EMPLOIS(IDX-SES)
                    ADD W-EMPLOI-CIBLE TO W-SES-DANS-CIBLE(IDX-SES)
                 END-IF
              END-PERFORM
              IF W-TROUVE = 0 AND W-NB-SES < 100
                 ADD 1 TO W-NB-SES
                 MOVE W-SESSION-DOSSIER TO W-SES-CODE(W-NB-SES)
                 MOVE 1 TO W-SES-CONSTATS(W-NB-SES)
                 MOVE W-EMPLOI TO W-SES-EMPLOIS(W-NB-SES)
                 MOVE W-EMPLOI-CIBLE TO W-SES-DANS-CIBLE(W-NB-SES)
              END-IF
           END-IF
           .

       24000-CUMULE-SITE.
      *----------------------*
           MOVE 0 TO W-TROUVE
           PERFORM VARYING IDX-SIT FROM 1 BY 1
              UNTIL IDX-SIT > W-NB-SIT OR W-TROUVE = 1
              IF W-SIT-CODE(IDX-SIT) = W-SITE-DOSSIER
                 MOVE 1 TO W-TROUVE
                 ADD 1 TO W-SIT-CONSTATS(IDX-SIT)
                 ADD W-EMPLOI TO W-SIT-EMPLOIS(IDX-SIT)
                 ADD W-EMPLOI-CIBLE TO W-SIT-DANS-CIBLE(IDX-SIT)
              END-IF
           END-PERFORM
           IF W-TROUVE = 0 AND W-NB-SIT < 20
              ADD 1 TO W-NB-SIT
              MOVE W-SITE-DOSSIER TO W-SIT-CODE(W-NB-SIT)
              MOVE 1 TO W-SIT-CONSTATS(W-NB-SIT)
              MOVE W-EMPLOI TO W-SIT-EMPLOIS(W-NB-SIT)
              MOVE W-EMPLOI-CIBLE TO W-SIT-DANS-CIBLE(W-NB-SIT)
           END-IF
           .

       30000-EDITE-CROISEMENT.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'CROISEMENT GRAND DOMAINE CIBLE X DEVENIR'
             TO W-SST-LIBELLE
           WRITE RPT-LIGNE FROM W-LIGNE-SOUS-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE-CRO
           PERFORM VARYING IDX-DOM FROM 1 BY 1 UNTIL IDX-DOM > 15
              IF IDX-DOM = 15
                 MOVE 'SANS CIBLE' TO W-CRO-DOMAINE
              ELSE
                 MOVE SPACE TO W-CRO-DOMAINE
                 MOVE W-DOMAINES(IDX-DOM:1) TO W-CRO-DOMAINE(1:1)
              END-IF
              PERFORM VARYING IDX-DEV FROM 1 BY 1 UNTIL IDX-DEV > 4
                 MOVE W-CRO-NB(IDX-DOM, IDX-DEV) TO W-CRO-VAL(IDX-DEV)
              END-PERFORM
              MOVE W-CRO-DANS-CIBLE(IDX-DOM) TO W-CRO-VAL-CIBLE
              WRITE RPT-LIGNE FROM W-LIGNE-CROISEMENT
           END-PERFORM
           .

       40000-EDITE-PARTS.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'PART EN EMPLOI DANS LE DOMAINE CIBLE PAR SESSION'
             TO W-SST-LIBELLE
           WRITE RPT-LIGNE FROM W-LIGNE-SOUS-TITRE
           PERFORM VARYING IDX-SES FROM 1 BY 1
              UNTIL IDX-SES > W-NB-SES
              MOVE 'SESSION ' TO W-TAU-TYPE
              MOVE W-SES-CODE(IDX-SES)       TO W-TAU-CODE
              MOVE W-SES-CONSTATS(IDX-SES)   TO W-TAU-CONSTATS
              MOVE W-SES-EMPLOIS(IDX-SES)    TO W-TAU-EMPLOIS
              MOVE W-SES-DANS-CIBLE(IDX-SES) TO W-TAU-DANS-CIBLE
              COMPUTE W-TAUX ROUNDED =
                      W-SES-DANS-CIBLE(IDX-SES) * 100
                      / W-SES-CONSTATS(IDX-SES)
              MOVE W-TAUX TO W-TAU-TAUX
              WRITE RPT-LIGNE FROM W-LIGNE-TAUX
           END-PERFORM

           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'PART EN EMPLOI DANS LE DOMAINE CIBLE PAR SITE'
             TO W-SST-LIBELLE
           WRITE RPT-LIGNE FROM W-LIGNE-SOUS-TITRE
           PERFORM VARYING IDX-SIT FROM 1 BY 1
              UNTIL IDX-SIT > W-NB-SIT
              MOVE 'SITE    ' TO W-TAU-TYPE
              MOVE SPACE TO W-TAU-CODE
              MOVE W-SIT-CODE(IDX-SIT)       TO W-TAU-CODE(1:3)
              MOVE W-SIT-CONSTATS(IDX-SIT)   TO W-TAU-CONSTATS
              MOVE W-SIT-EMPLOIS(IDX-SIT)    TO W-TAU-EMPLOIS
              MOVE W-SIT-DANS-CIBLE(IDX-SIT) TO W-TAU-DANS-CIBLE
              COMPUTE W-TAUX ROUNDED =
                      W-SIT-DANS-CIBLE(IDX-SIT) * 100
                      / W-SIT-CONSTATS(IDX-SIT)
              MOVE W-TAUX TO W-TAU-TAUX
              WRITE RPT-LIGNE FROM W-LIGNE-TAUX
           END-PERFORM
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE FSUIV-FILE
           CLOSE FSTAG-FILE
           CLOSE FROME-FILE
           CLOSE FPLAC-FILE
           CLOSE FEMPL-FILE
           CLOSE RPT-FILE

           DISPLAY 'ROM2CI11 - EDITION TERMINEE - ' W-NB-STAGIAIRES
                   ' STAGIAIRE(S) / ' W-NB-SANS-CIBLE ' SANS CIBLE'
           .
