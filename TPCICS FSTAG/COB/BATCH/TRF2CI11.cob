      *======================================================*
      *   PROGRAMME BATCH - EDITION MENSUELLE DES TRANSFERTS *
      *   INTER-SITES (REGISTRE FTRSF11 ALIMENTE PAR L'ECRAN *
      *   TRF1CI11) SUR LE MOIS PRECEDENT : PAR SITE, LES    *
      *   ENTREES (DOSSIERS RECUS) ET LES SORTIES (DOSSIERS  *
      *   CEDES) DETAILLEES PUIS TOTALISEES AVEC LE SOLDE DU *
      *   SITE ; TOTAL GENERAL EN FIN D'EDITION              *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRF2CI11.

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
           SELECT FTRSF-FILE ASSIGN TO FTRSF11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-TRF-CLE
               FILE STATUS IS FTRSF-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FSITE-FILE ASSIGN TO FSITE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SIT-CODE
               FILE STATUS IS FSITE-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

           SELECT RPT-FILE ASSIGN TO RPTTRSF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FTRSF-FILE.
       COPY CTRSF.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FSITE-FILE.
       COPY CSITE.

       SD  WORK-TRI.
       01  TRI-ENREG.
           05 TRI-SITE                PIC X(3).
           05 TRI-SENS                PIC X(1).
             88 TRI-ENTREE            VALUE 'E'.
             88 TRI-SORTIE            VALUE 'S'.
           05 TRI-DATE                PIC X(8).
           05 TRI-NUMERO              PIC 9(6).
           05 TRI-SITE-AUTRE          PIC X(3).
           05 TRI-SESSION-ORIG        PIC X(6).
           05 TRI-SESSION-DEST        PIC X(6).
           05 TRI-GEST-ORIG           PIC X(8).
           05 TRI-GEST-DEST           PIC X(8).
           05 TRI-USERID              PIC X(8).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FTRSF-STATUT                PIC X(2).
         88 FTRSF-OK                  VALUE '00'.
         88 FTRSF-FIN                 VALUE '10'.
         88 FTRSF-ABSENT              VALUE '35'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FSITE-STATUT                PIC X(2).
         88 FSITE-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 TRI-INDIC                   PIC 9 VALUE 0.
         88 TRI-TERMINE               VALUE 1.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-JOUR REDEFINES W-DATE-SYS.
           05 W-DATE-JOUR-AAAA        PIC 9(4).
           05 W-DATE-JOUR-MM          PIC 9(2).
           05 W-DATE-JOUR-JJ          PIC 9(2).

      *------------------------------------------------------*
      *   MOIS EDITE (MOIS PRECEDENT LA DATE DU JOUR)        *
      *------------------------------------------------------*
       01 W-MOIS-CONTROLE.
           05 W-CTL-AAAA              PIC 9(4).
           05 W-CTL-MM                PIC 9(2).
       01 W-CTL-DEBUT                 PIC X(8).
       01 W-CTL-FIN                   PIC X(8).

      *------------------------------------------------------*
      *   CUMULS : 1 = SITE, 2 = GENERAL                     *
      *------------------------------------------------------*
       01 TAB-CUMULS.
           05 W-CUMUL OCCURS 2.
             10 W-CUM-ENTREES         PIC 9(5).
             10 W-CUM-SORTIES         PIC 9(5).
       01 IDX-NIV                     PIC 9(1) COMP.
       01 W-NIV                       PIC 9(1) COMP.
       01 W-SOLDE                     PIC S9(5).

      *------------------------------------------------------*
      *   RUPTURE SUR LE SITE                                *
      *------------------------------------------------------*
       01 W-SITE-COURANT              PIC X(3) VALUE SPACE.
       01 W-PREMIER                   PIC 9 VALUE 1.

       01 W-NB-LUES                   PIC 9(6) VALUE 0.
       01 W-NB-RETENUES               PIC 9(6) VALUE 0.

       01 W-DATE-AAAAMMJJ.
           05 W-DAT-AAAA              PIC X(4).
           05 W-DAT-MM                PIC X(2).
           05 W-DAT-JJ                PIC X(2).

      *------------------------------------------------------*
      *   LIGNES DE L'EDITION                                *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(49) VALUE
              'TRANSFERTS INTER-SITES - EDITION MENSUELLE - MOIS'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TIT-MM                PIC 9(2).
           05 FILLER                  PIC X(1)  VALUE '/'.
           05 W-TIT-AAAA              PIC 9(4).

       01 W-LIGNE-SITE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(5)  VALUE 'SITE '.
           05 W-SIT-CODE-E            PIC X(3).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-SIT-LIBELLE-E         PIC X(30).

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(5)  VALUE SPACE.
           05 W-DET-SENS              PIC X(7).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-DATE              PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-PRENOM            PIC X(15).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-LIEN              PIC X(6).
           05 W-DET-SITE-AUTRE        PIC X(3).
           05 FILLER                  PIC X(10) VALUE ' SESSION '.
           05 W-DET-SESSION-ORIG      PIC X(6).
           05 FILLER                  PIC X(1)  VALUE '>'.
           05 W-DET-SESSION-DEST      PIC X(6).
           05 FILLER                  PIC X(5)  VALUE ' REF '.
           05 W-DET-GEST-ORIG         PIC X(8).
           05 FILLER                  PIC X(1)  VALUE '>'.
           05 W-DET-GEST-DEST         PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-USERID            PIC X(8).

       01 W-LIGNE-CUMUL.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 W-CUM-LIBELLE-E         PIC X(28).
           05 FILLER                  PIC X(9)  VALUE ' ENTREES '.
           05 W-CUM-ENTREES-E         PIC ZZZZ9.
           05 FILLER                  PIC X(9)  VALUE ' SORTIES '.
           05 W-CUM-SORTIES-E         PIC ZZZZ9.
           05 FILLER                  PIC X(7)  VALUE ' SOLDE '.
           05 W-CUM-SOLDE-E           PIC -ZZZZ9.

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-TRANSFERTS
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD

           PERFORM 13000-MOIS-CONTROLE

           OPEN INPUT FTRSF-FILE
           EVALUATE TRUE
              WHEN FTRSF-OK
                 CONTINUE
              WHEN FTRSF-ABSENT
                 DISPLAY 'TRF2CI11 - AUCUN TRANSFERT ENREGISTRE'
                 STOP RUN
              WHEN OTHER
                 DISPLAY 'TRF2CI11 - OUVERTURE FTRSF11 IMPOSSIBLE : '
                         FTRSF-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'TRF2CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSITE-FILE
           IF NOT FSITE-OK
              DISPLAY 'TRF2CI11 - OUVERTURE FSITE11 IMPOSSIBLE : '
                      FSITE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'TRF2CI11 - OUVERTURE RPTTRSF IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE W-CTL-MM        TO W-TIT-MM
           MOVE W-CTL-AAAA      TO W-TIT-AAAA
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE

           MOVE 2 TO W-NIV
           PERFORM 26000-RAZ-CUMUL
           .

      *--------------------------------------------------------*
      *   MOIS EDITE = MOIS PRECEDANT LA DATE DU JOUR ; LES    *
      *   DATES DU REGISTRE (AAAAMMJJ) SONT COMPAREES AUX      *
      *   BORNES AAAAMM01 / AAAAMM31                           *
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

           STRING W-MOIS-CONTROLE '01'
                  DELIMITED BY SIZE INTO W-CTL-DEBUT
           END-STRING
           STRING W-MOIS-CONTROLE '31'
                  DELIMITED BY SIZE INTO W-CTL-FIN
           END-STRING
           .

       20000-TRAIT-TRANSFERTS.
      *----------------------*
           SORT WORK-TRI
                ON ASCENDING KEY TRI-SITE
                ON ASCENDING KEY TRI-SENS
                ON ASCENDING KEY TRI-DATE
                ON ASCENDING KEY TRI-NUMERO
                INPUT PROCEDURE  20900-SELECTION-TRANSFERTS
                OUTPUT PROCEDURE 21000-EDITION-TRANSFERTS
           .

      *--------------------------------------------------------*
      *   SELECTION : TRANSFERTS DU MOIS. CHAQUE TRANSFERT PART*
      *   DEUX FOIS AU TRI : EN SORTIE SOUS LE SITE QUITTE, EN *
      *   ENTREE SOUS LE SITE REJOINT                          *
      *--------------------------------------------------------*
       20900-SELECTION-TRANSFERTS.
      *----------------------*
           READ FTRSF-FILE NEXT RECORD
              AT END
                 SET FTRSF-FIN TO TRUE
           END-READ

           PERFORM UNTIL FTRSF-FIN
              ADD 1 TO W-NB-LUES
              IF E-TRF-DATE NOT < W-CTL-DEBUT
                 AND E-TRF-DATE NOT > W-CTL-FIN
                 PERFORM 20910-LIBERE-TRANSFERT
              END-IF
              READ FTRSF-FILE NEXT RECORD
                 AT END
                    SET FTRSF-FIN TO TRUE
              END-READ
           END-PERFORM

           CLOSE FTRSF-FILE
           .

       20910-LIBERE-TRANSFERT.
      *----------------------*
           MOVE E-TRF-DATE         TO TRI-DATE
           MOVE E-TRF-NUMERO       TO TRI-NUMERO
           MOVE E-TRF-SESSION-ORIG TO TRI-SESSION-ORIG
           MOVE E-TRF-SESSION-DEST TO TRI-SESSION-DEST
           MOVE E-TRF-GEST-ORIG    TO TRI-GEST-ORIG
           MOVE E-TRF-GEST-DEST    TO TRI-GEST-DEST
           MOVE E-TRF-USERID       TO TRI-USERID

           MOVE E-TRF-SITE-ORIG    TO TRI-SITE
           MOVE E-TRF-SITE-DEST    TO TRI-SITE-AUTRE
           SET TRI-SORTIE          TO TRUE
           RELEASE TRI-ENREG

           MOVE E-TRF-SITE-DEST    TO TRI-SITE
           MOVE E-TRF-SITE-ORIG    TO TRI-SITE-AUTRE
           SET TRI-ENTREE          TO TRUE
           RELEASE TRI-ENREG

           ADD 1 TO W-NB-RETENUES
           .

       21000-EDITION-TRANSFERTS.
      *----------------------*
           MOVE 0 TO TRI-INDIC

           PERFORM UNTIL TRI-TERMINE
              RETURN WORK-TRI AT END
                 SET TRI-TERMINE TO TRUE
              NOT AT END
                 PERFORM 22000-TRAITE-MOUVEMENT
              END-RETURN
           END-PERFORM

           IF W-PREMIER = 0
              PERFORM 24000-CLOTURE-SITE
           END-IF

           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'TOTAL GENERAL' TO W-CUM-LIBELLE-E
           MOVE 2 TO W-NIV
           PERFORM 25000-EDITE-CUMUL
           .

       22000-TRAITE-MOUVEMENT.
      *----------------------*
           IF W-PREMIER = 1
              MOVE 0 TO W-PREMIER
              PERFORM 22100-NOUVEAU-SITE
           ELSE
              IF TRI-SITE NOT = W-SITE-COURANT
                 PERFORM 24000-CLOTURE-SITE
                 PERFORM 22100-NOUVEAU-SITE
              END-IF
           END-IF

      *    CHAQUE TRANSFERT ETANT UNE SORTIE POUR UN SITE ET UNE
      *    ENTREE POUR UN AUTRE, LE SOLDE GENERAL EST NUL
           PERFORM VARYING IDX-NIV FROM 1 BY 1 UNTIL IDX-NIV > 2
              IF TRI-ENTREE
                 ADD 1 TO W-CUM-ENTREES(IDX-NIV)
              ELSE
                 ADD 1 TO W-CUM-SORTIES(IDX-NIV)
              END-IF
           END-PERFORM

           PERFORM 22300-EDITE-MOUVEMENT
           .

       22100-NOUVEAU-SITE.
      *----------------------*
           MOVE TRI-SITE TO W-SITE-COURANT
           MOVE 1 TO W-NIV
           PERFORM 26000-RAZ-CUMUL

           MOVE TRI-SITE TO E-SIT-CODE
           READ FSITE-FILE
              INVALID KEY
                 MOVE 'SITE INCONNU' TO W-SIT-LIBELLE-E
              NOT INVALID KEY
                 MOVE E-SIT-LIBELLE TO W-SIT-LIBELLE-E
           END-READ

           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE TRI-SITE TO W-SIT-CODE-E
           WRITE RPT-LIGNE FROM W-LIGNE-SITE
           .

      *--------------------------------------------------------*
      *   DETAIL D'UN MOUVEMENT : ENTREE (VENANT DE) OU SORTIE *
      *   (PARTI VERS), IDENTITE REPRISE DU DOSSIER FSTAG11    *
      *--------------------------------------------------------*
       22300-EDITE-MOUVEMENT.
      *----------------------*
           IF TRI-ENTREE
              MOVE 'ENTREE'    TO W-DET-SENS
              MOVE 'DE   '     TO W-DET-LIEN
           ELSE
              MOVE 'SORTIE'    TO W-DET-SENS
              MOVE 'VERS '     TO W-DET-LIEN
           END-IF
           MOVE TRI-DATE         TO W-DATE-AAAAMMJJ
           STRING W-DAT-JJ '/' W-DAT-MM '/' W-DAT-AAAA
                  DELIMITED BY SIZE INTO W-DET-DATE
           END-STRING
           MOVE TRI-NUMERO       TO W-DET-NUMERO

           MOVE TRI-NUMERO TO E-NUMERO
           READ FSTAG-FILE
              INVALID KEY
                 MOVE 'DOSSIER INCONNU' TO W-DET-NOM
                 MOVE SPACE             TO W-DET-PRENOM
              NOT INVALID KEY
                 MOVE E-NOM    TO W-DET-NOM
                 MOVE E-PRENOM TO W-DET-PRENOM
           END-READ

           MOVE TRI-SITE-AUTRE   TO W-DET-SITE-AUTRE
           MOVE TRI-SESSION-ORIG TO W-DET-SESSION-ORIG
           MOVE TRI-SESSION-DEST TO W-DET-SESSION-DEST
           MOVE TRI-GEST-ORIG    TO W-DET-GEST-ORIG
           MOVE TRI-GEST-DEST    TO W-DET-GEST-DEST
           MOVE TRI-USERID       TO W-DET-USERID
           WRITE RPT-LIGNE FROM W-LIGNE-DETAIL
           .

       24000-CLOTURE-SITE.
      *----------------------*
           MOVE SPACE TO W-CUM-LIBELLE-E
           STRING 'TOTAL SITE ' W-SITE-COURANT
                  DELIMITED BY SIZE INTO W-CUM-LIBELLE-E
           END-STRING
           MOVE 1 TO W-NIV
           PERFORM 25000-EDITE-CUMUL
           .

       25000-EDITE-CUMUL.
      *----------------------*
           MOVE W-CUM-ENTREES(W-NIV) TO W-CUM-ENTREES-E
           MOVE W-CUM-SORTIES(W-NIV) TO W-CUM-SORTIES-E
           COMPUTE W-SOLDE = W-CUM-ENTREES(W-NIV)
                           - W-CUM-SORTIES(W-NIV)
           MOVE W-SOLDE              TO W-CUM-SOLDE-E
           WRITE RPT-LIGNE FROM W-LIGNE-CUMUL
           .

       26000-RAZ-CUMUL.
      *----------------------*
           MOVE 0 TO W-CUM-ENTREES(W-NIV)
                     W-CUM-SORTIES(W-NIV)
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE FSTAG-FILE
           CLOSE FSITE-FILE
           CLOSE RPT-FILE

           DISPLAY 'TRF2CI11 - EDITION TERMINEE - '
                   W-NB-LUES ' LUE(S), '
                   W-NB-RETENUES ' TRANSFERT(S) DU MOIS'
           .
