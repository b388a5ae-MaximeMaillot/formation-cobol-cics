      *======================================================*
      *   PROGRAMME BATCH - SCORE MENSUEL DE COMPLETUDE DES  *
      *   DOSSIERS ACTIFS : CHAQUE DOSSIER ACTIF NON         *
      *   SUPPRIME ET NON TRANSFERE EST NOTE SUR 100 D'APRES *
      *   SEPT CRITERES (EMAIL PRESENT ET NON INVALIDE,      *
      *   ADRESSE POSTALE VALIDE, PIECES EXIGEES RECUES DANS *
      *   FDOCS11, COORDONNEES BANCAIRES APPROUVEES DANS     *
      *   FBANC11, CONTACT D'URGENCE, SESSION RATTACHEE,     *
      *   REFERENT AFFECTE). EDITION DE LA MOYENNE PAR SITE  *
      *   ET GESTIONNAIRE, PAR SITE ET GENERALE AVEC LE      *
      *   CHIFFRE DU MOIS PRECEDENT (HISTORIQUE FSCOR11,     *
      *   MIS A JOUR PAR CE PROGRAMME), ET LISTE DE TRAVAIL  *
      *   DES DIX DOSSIERS LES MOINS COMPLETS DE CHAQUE      *
      *   GESTIONNAIRE                                       *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCO1CI11.

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

           SELECT FDOCS-FILE ASSIGN TO FDOCS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-DOC-CLE
               FILE STATUS IS FDOCS-STATUT.

           SELECT FTDOC-FILE ASSIGN TO FTDOC11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-TDO-CODE
               FILE STATUS IS FTDOC-STATUT.

           SELECT FBANC-FILE ASSIGN TO FBANC11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-BAN-NUMERO
               FILE STATUS IS FBANC-STATUT.

           SELECT FSCOR-FILE ASSIGN TO FSCOR11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-SCO-CLE
               FILE STATUS IS FSCOR-STATUT.

      *        CARTE PARAMETRE : MOIS DU SCORE (AAAAMM)
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

           SELECT RPT-FILE ASSIGN TO RPTSCOR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

           SELECT TRV-FILE ASSIGN TO RPTSCOW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRV-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FDOCS-FILE.
       COPY CDOCS.

       FD  FTDOC-FILE.
       COPY CTDOC.

       FD  FBANC-FILE.
       COPY CBANC.

       FD  FSCOR-FILE.
       COPY CSCOR.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-MOIS              PIC X(6).
           05 FILLER                  PIC X(74).

      *    UN DOSSIER SCORE ; LES DEFAUTS SONT MARQUES 'X' DANS
      *    L'ORDRE DES CRITERES DE FSCOR11
       SD  WORK-TRI.
       01  TRI-ENREG.
           05 TRI-SITE                PIC X(3).
           05 TRI-GESTIONNAIRE        PIC X(8).
           05 TRI-SCORE               PIC 9(3).
           05 TRI-NUMERO              PIC 9(6).
           05 TRI-NOM                 PIC X(20).
           05 TRI-PRENOM              PIC X(15).
           05 TRI-DEFAUTS.
             10 TRI-DEFAUT            PIC X(1) OCCURS 7.

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       FD  TRV-FILE.
       01  TRV-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.
         88 FSTAG-FIN                 VALUE '10'.

       01 FDOCS-STATUT                PIC X(2).
         88 FDOCS-OK                  VALUE '00'.
         88 FDOCS-FIN                 VALUE '10'.

       01 FTDOC-STATUT                PIC X(2).
         88 FTDOC-OK                  VALUE '00'.

       01 FBANC-STATUT                PIC X(2).
         88 FBANC-OK                  VALUE '00'.

       01 FSCOR-STATUT                PIC X(2).
         88 FSCOR-OK                  VALUE '00'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 TRV-STATUT                  PIC X(2).
         88 TRV-OK                    VALUE '00'.

       01 TRI-INDIC                   PIC 9 VALUE 0.
         88 TRI-TERMINE               VALUE 1.

      *------------------------------------------------------*
      *   MOIS DU SCORE ET MOIS DE COMPARAISON                *
      *------------------------------------------------------*
       01 W-MOIS-EDITE                PIC 9(6).
       01 W-MOIS-DECOUPE REDEFINES W-MOIS-EDITE.
           05 W-MOIS-AAAA             PIC 9(4).
           05 W-MOIS-MM               PIC 9(2).
       01 W-MOIS-PRECEDENT            PIC 9(6).
       01 W-PREC-DECOUPE REDEFINES W-MOIS-PRECEDENT.
           05 W-PREC-AAAA             PIC 9(4).
           05 W-PREC-MM               PIC 9(2).

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-AAAAMMJJ.
           05 W-DAT-AAAA              PIC X(4).
           05 W-DAT-MM                PIC X(2).
           05 W-DAT-JJ                PIC X(2).
       01 W-DATE-EDITEE               PIC X(10).

      *------------------------------------------------------*
      *   NOTATION D'UN DOSSIER                               *
      *------------------------------------------------------*
       01 W-NB-DEFAUTS                PIC 9(1).
       01 W-DEFAUTS.
           05 W-DEFAUT                PIC X(1) OCCURS 7.
       01 W-NB-CRITERES               PIC 9(1) VALUE 7.
       01 IDX-CR                      PIC 9(1).

      *------------------------------------------------------*
      *   CUMULS : 1 GESTIONNAIRE, 2 SITE, 3 GENERAL          *
      *------------------------------------------------------*
       01 W-TAB-CUMULS.
           05 W-CUMUL OCCURS 3.
             10 W-CUM-DOSSIERS        PIC 9(6).
             10 W-CUM-SCORES          PIC 9(9).
             10 W-CUM-DEFAUT          PIC 9(6) OCCURS 7.
       01 IDX-CUM                     PIC 9(1).

       01 W-SITE-COURANT              PIC X(3) VALUE SPACE.
       01 W-GEST-COURANT              PIC X(8) VALUE SPACE.
       01 W-PREMIER                   PIC 9 VALUE 1.
       01 W-RANG-GEST                 PIC 9(6).
       01 W-TAILLE-LISTE              PIC 9(2) VALUE 10.

       01 W-MOYENNE                   PIC 9(3)V9.
       01 W-MOYENNE-PREC              PIC 9(3)V9.
       01 W-ECART                     PIC S9(3)V9.
       01 W-PREC-TROUVE               PIC 9.

      *    Cle du niveau a historiser
       01 W-NIV-SITE                  PIC X(3).
       01 W-NIV-NIVEAU                PIC X(1).
       01 W-NIV-GESTIONNAIRE          PIC X(8).

       01 W-NB-LUS                    PIC 9(6) VALUE 0.
       01 W-NB-HISTO-KO               PIC 9(4) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES DE L'EDITION DES MOYENNES                    *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(35) VALUE
              'SCORE DE COMPLETUDE DES DOSSIERS - '.
           05 W-TIT-MOIS              PIC 9(6).
           05 FILLER                  PIC X(23) VALUE
              ' - COMPARAISON AVEC LE '.
           05 W-TIT-PREC              PIC 9(6).

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(5)  VALUE 'SITE'.
           05 FILLER                  PIC X(11) VALUE 'GESTION.'.
           05 FILLER                  PIC X(10) VALUE 'DOSSIERS'.
           05 FILLER                  PIC X(8)  VALUE 'MOYENNE'.
           05 FILLER                  PIC X(7)  VALUE 'MOIS-1'.
           05 FILLER                  PIC X(7)  VALUE 'ECART'.
           05 FILLER                  PIC X(42) VALUE
              ' EMAIL ADRES PIECE BANQU URGEN SESSI REFER'.

       01 W-LIGNE-MOYENNE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-MOY-SITE              PIC X(3).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-MOY-GEST              PIC X(8).
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 W-MOY-DOSSIERS          PIC ZZZZZ9.
           05 FILLER                  PIC X(4)  VALUE SPACE.
           05 W-MOY-MOYENNE           PIC ZZ9,9.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 W-MOY-PREC              PIC ZZ9,9.
           05 W-MOY-PREC-X REDEFINES W-MOY-PREC
                                      PIC X(5).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-MOY-ECART             PIC +ZZ9,9.
           05 W-MOY-ECART-X REDEFINES W-MOY-ECART
                                      PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-MOY-DEFAUTS OCCURS 7.
             10 W-MOY-DEFAUT          PIC ZZZZZ9.

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

      *------------------------------------------------------*
      *   LIGNES DE LA LISTE DE TRAVAIL                       *
      *------------------------------------------------------*
       01 W-TRV-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(34) VALUE
              'DOSSIERS LES MOINS COMPLETS - MOIS'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TRV-MOIS              PIC 9(6).
           05 FILLER                  PIC X(8)  VALUE ' - SITE '.
           05 W-TRV-SITE              PIC X(3).
           05 FILLER                  PIC X(16) VALUE
              ' - GESTIONNAIRE '.
           05 W-TRV-GEST              PIC X(8).

       01 W-TRV-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(8)  VALUE 'NUMERO'.
           05 FILLER                  PIC X(21) VALUE 'NOM'.
           05 FILLER                  PIC X(16) VALUE 'PRENOM'.
           05 FILLER                  PIC X(8)  VALUE 'SCORE'.
           05 FILLER                  PIC X(42) VALUE
              'EMAIL ADRES PIECE BANQU URGEN SESSI REFER'.

       01 W-TRV-DETAIL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TRD-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-TRD-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TRD-PRENOM            PIC X(15).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-TRD-SCORE             PIC ZZ9.
           05 FILLER                  PIC X(4)  VALUE SPACE.
           05 W-TRD-DEFAUTS OCCURS 7.
             10 FILLER                PIC X(2).
             10 W-TRD-DEFAUT          PIC X(1).
             10 FILLER                PIC X(3).

       01 W-TRV-PIED.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(27) VALUE
              'DOSSIERS ACTIFS SCORES  : '.
           05 W-TRP-DOSSIERS          PIC ZZZZZ9.
           05 FILLER                  PIC X(18) VALUE
              ' - SCORE MOYEN : '.
           05 W-TRP-MOYENNE           PIC ZZ9,9.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-SCORES
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD
           MOVE W-DATE-SYS TO W-DATE-AAAAMMJJ
           STRING W-DAT-JJ   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  W-DAT-MM   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  W-DAT-AAAA DELIMITED BY SIZE
                  INTO W-DATE-EDITEE
           END-STRING

           OPEN INPUT CARTE-FILE
           IF NOT CARTE-OK
              DISPLAY 'SCO1CI11 - OUVERTURE CARTE IMPOSSIBLE : '
                      CARTE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CARTE-FILE
              AT END
                 DISPLAY 'SCO1CI11 - CARTE PARAMETRE ABSENTE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE CARTE-FILE

           IF CARTE-MOIS IS NOT NUMERIC
              DISPLAY 'SCO1CI11 - MOIS PARAMETRE INVALIDE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE CARTE-MOIS TO W-MOIS-EDITE
           IF W-MOIS-MM < 1 OR W-MOIS-MM > 12
              DISPLAY 'SCO1CI11 - MOIS PARAMETRE INVALIDE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF W-MOIS-MM = 1
              COMPUTE W-PREC-AAAA = W-MOIS-AAAA - 1
              MOVE 12 TO W-PREC-MM
           ELSE
              MOVE W-MOIS-AAAA TO W-PREC-AAAA
              COMPUTE W-PREC-MM = W-MOIS-MM - 1
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'SCO1CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FDOCS-FILE
           IF NOT FDOCS-OK
              DISPLAY 'SCO1CI11 - OUVERTURE FDOCS11 IMPOSSIBLE : '
                      FDOCS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FTDOC-FILE
           IF NOT FTDOC-OK
              DISPLAY 'SCO1CI11 - OUVERTURE FTDOC11 IMPOSSIBLE : '
                      FTDOC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FBANC-FILE
           IF NOT FBANC-OK
              DISPLAY 'SCO1CI11 - OUVERTURE FBANC11 IMPOSSIBLE : '
                      FBANC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FSCOR-FILE
           IF NOT FSCOR-OK
              DISPLAY 'SCO1CI11 - OUVERTURE FSCOR11 IMPOSSIBLE : '
                      FSCOR-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'SCO1CI11 - OUVERTURE RPTSCOR IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT TRV-FILE
           IF NOT TRV-OK
              DISPLAY 'SCO1CI11 - OUVERTURE RPTSCOW IMPOSSIBLE : '
                      TRV-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           INITIALIZE W-TAB-CUMULS
           .

       20000-TRAIT-SCORES.
      *----------------------*
           SORT WORK-TRI
                ON ASCENDING KEY TRI-SITE
                ON ASCENDING KEY TRI-GESTIONNAIRE
                ON ASCENDING KEY TRI-SCORE
                ON ASCENDING KEY TRI-NUMERO
                INPUT PROCEDURE  20900-SELECTION-ACTIFS
                OUTPUT PROCEDURE 22000-EDITION-SCORES
           .

       20900-SELECTION-ACTIFS.
      *----------------------*
           READ FSTAG-FILE NEXT RECORD
              AT END
                 SET FSTAG-FIN TO TRUE
           END-READ

           PERFORM UNTIL FSTAG-FIN
              IF STATUT-ACTIF AND SUPPRIME-NON
                 AND NOT TRANSFERE-REGION-OUI
                 ADD 1 TO W-NB-LUS
                 PERFORM 21000-NOTE-DOSSIER
              END-IF
              READ FSTAG-FILE NEXT RECORD
                 AT END
                    SET FSTAG-FIN TO TRUE
              END-READ
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   NOTE DU DOSSIER : PART DES SEPT CRITERES SATISFAITS,  *
      *   RAMENEE A 100                                         *
      *--------------------------------------------------------*
       21000-NOTE-DOSSIER.
      *----------------------*
           MOVE SPACE TO W-DEFAUTS

      *    1 - Email present et non invalide par la passerelle
           IF E-EMAIL = SPACE OR E-EMAIL = LOW-VALUE
              OR EMAIL-INVALIDE-OUI
              MOVE 'X' TO W-DEFAUT(1)
           END-IF

      *    2 - Adresse postale renseignee et non revenue en NPAI
           IF E-ADR1 = SPACE OR E-CODEP = SPACE OR E-VILLE = SPACE
              OR ADRESSE-INVALIDE-OUI
              MOVE 'X' TO W-DEFAUT(2)
           END-IF

      *    3 - Aucune piece exigee encore manquante
           PERFORM 21100-CONTROLE-PIECES

      *    4 - Coordonnees bancaires approuvees
           MOVE E-NUMERO TO E-BAN-NUMERO
           READ FBANC-FILE
              INVALID KEY
                 MOVE 'X' TO W-DEFAUT(4)
              NOT INVALID KEY
                 IF E-BAN-IBAN = SPACE OR NOT BAN-VALIDE
                    MOVE 'X' TO W-DEFAUT(4)
                 END-IF
           END-READ

      *    5 - Contact d'urgence (nom et telephone)
           IF E-CONTACT-URGENCE-NOM = SPACE
              OR E-CONTACT-URGENCE-TEL = SPACE
              MOVE 'X' TO W-DEFAUT(5)
           END-IF

      *    6 - Session de formation rattachee
           IF E-CODE-SESSION = SPACE
              MOVE 'X' TO W-DEFAUT(6)
           END-IF

      *    7 - Gestionnaire referent affecte
           IF E-GESTIONNAIRE = SPACE
              MOVE 'X' TO W-DEFAUT(7)
           END-IF

           MOVE 0 TO W-NB-DEFAUTS
           INSPECT W-DEFAUTS TALLYING W-NB-DEFAUTS FOR ALL 'X'

           MOVE E-CODE-SITE    TO TRI-SITE
           MOVE E-GESTIONNAIRE TO TRI-GESTIONNAIRE
           COMPUTE TRI-SCORE ROUNDED =
                   (W-NB-CRITERES - W-NB-DEFAUTS) * 100 / W-NB-CRITERES
           MOVE E-NUMERO       TO TRI-NUMERO
           MOVE E-NOM          TO TRI-NOM
           MOVE E-PRENOM       TO TRI-PRENOM
           MOVE W-DEFAUTS      TO TRI-DEFAUTS
           RELEASE TRI-ENREG
           .

      *    Meme regle que l'etat d'exception EXC1CI11 : une piece
      *    manquante dont le type est exige par FTDOC11, ou absent
      *    du referentiel, met le critere en defaut
       21100-CONTROLE-PIECES.
      *----------------------*
           MOVE E-NUMERO  TO E-DOC-NUMERO
           MOVE LOW-VALUE TO E-DOC-CODE
           START FDOCS-FILE KEY IS GREATER THAN E-DOC-CLE
              INVALID KEY
                 SET FDOCS-FIN TO TRUE
           END-START

           PERFORM UNTIL FDOCS-FIN
              READ FDOCS-FILE NEXT RECORD
                 AT END
                    SET FDOCS-FIN TO TRUE
                 NOT AT END
                    IF E-DOC-NUMERO = E-NUMERO
                       IF DOC-MANQUANT
                          PERFORM 21150-TESTE-OBLIGATOIRE
                       END-IF
                    ELSE
                       SET FDOCS-FIN TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           MOVE '00' TO FDOCS-STATUT
           .

       21150-TESTE-OBLIGATOIRE.
      *----------------------*
           MOVE E-DOC-CODE TO E-TDO-CODE
           READ FTDOC-FILE
              INVALID KEY
                 MOVE 'X' TO W-DEFAUT(3)
              NOT INVALID KEY
                 IF TDO-OBLIGATOIRE
                    MOVE 'X' TO W-DEFAUT(3)
                 END-IF
           END-READ
           .

      *--------------------------------------------------------*
      *   RUPTURES SITE / GESTIONNAIRE : MOYENNES, HISTORIQUE   *
      *   ET LISTE DE TRAVAIL (DOSSIERS TRIES PAR SCORE         *
      *   CROISSANT DANS CHAQUE GESTIONNAIRE)                   *
      *--------------------------------------------------------*
       22000-EDITION-SCORES.
      *----------------------*
           MOVE W-MOIS-EDITE     TO W-TIT-MOIS
           MOVE W-MOIS-PRECEDENT TO W-TIT-PREC
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE

           MOVE 0 TO TRI-INDIC
           PERFORM UNTIL TRI-TERMINE
              RETURN WORK-TRI AT END
                 SET TRI-TERMINE TO TRUE
              NOT AT END
                 PERFORM 22100-TRAITE-DOSSIER
              END-RETURN
           END-PERFORM

           IF W-PREMIER = 0
              PERFORM 23000-FIN-GESTIONNAIRE
              PERFORM 23500-FIN-SITE
           END-IF
           .

       22100-TRAITE-DOSSIER.
      *----------------------*
           IF W-PREMIER = 0
              IF TRI-SITE NOT = W-SITE-COURANT
                 PERFORM 23000-FIN-GESTIONNAIRE
                 PERFORM 23500-FIN-SITE
              ELSE
                 IF TRI-GESTIONNAIRE NOT = W-GEST-COURANT
                    PERFORM 23000-FIN-GESTIONNAIRE
                 END-IF
              END-IF
           END-IF

           IF W-PREMIER = 1
              OR TRI-SITE NOT = W-SITE-COURANT
              OR TRI-GESTIONNAIRE NOT = W-GEST-COURANT
              MOVE 0                TO W-PREMIER
              MOVE TRI-SITE         TO W-SITE-COURANT
              MOVE TRI-GESTIONNAIRE TO W-GEST-COURANT
              MOVE 0                TO W-RANG-GEST
              PERFORM 22200-ENTETE-LISTE
           END-IF

           PERFORM VARYING IDX-CUM FROM 1 BY 1 UNTIL IDX-CUM > 3
              ADD 1         TO W-CUM-DOSSIERS(IDX-CUM)
              ADD TRI-SCORE TO W-CUM-SCORES(IDX-CUM)
              PERFORM VARYING IDX-CR FROM 1 BY 1 UNTIL IDX-CR > 7
                 IF TRI-DEFAUT(IDX-CR) = 'X'
                    ADD 1 TO W-CUM-DEFAUT(IDX-CUM IDX-CR)
                 END-IF
              END-PERFORM
           END-PERFORM

           ADD 1 TO W-RANG-GEST
           IF W-RANG-GEST NOT > W-TAILLE-LISTE
              MOVE TRI-NUMERO TO W-TRD-NUMERO
              MOVE TRI-NOM    TO W-TRD-NOM
              MOVE TRI-PRENOM TO W-TRD-PRENOM
              MOVE TRI-SCORE  TO W-TRD-SCORE
              PERFORM VARYING IDX-CR FROM 1 BY 1 UNTIL IDX-CR > 7
                 MOVE TRI-DEFAUT(IDX-CR) TO W-TRD-DEFAUT(IDX-CR)
              END-PERFORM
              WRITE TRV-LIGNE FROM W-TRV-DETAIL
           END-IF
           .

      *    Une page de liste de travail par gestionnaire
       22200-ENTETE-LISTE.
      *----------------------*
           MOVE W-MOIS-EDITE TO W-TRV-MOIS
           MOVE TRI-SITE     TO W-TRV-SITE
           IF TRI-GESTIONNAIRE = SPACE
              MOVE '(AUCUN)'        TO W-TRV-GEST
           ELSE
              MOVE TRI-GESTIONNAIRE TO W-TRV-GEST
           END-IF
           WRITE TRV-LIGNE FROM W-TRV-TITRE
           MOVE SPACE TO TRV-LIGNE
           WRITE TRV-LIGNE
           WRITE TRV-LIGNE FROM W-TRV-ENTETE
           MOVE SPACE TO W-TRV-DETAIL
           .

       23000-FIN-GESTIONNAIRE.
      *----------------------*
           MOVE 1 TO IDX-CUM
           COMPUTE W-MOYENNE ROUNDED =
                   W-CUM-SCORES(1) / W-CUM-DOSSIERS(1)
           MOVE SPACE TO TRV-LIGNE
           WRITE TRV-LIGNE
           MOVE W-CUM-DOSSIERS(1) TO W-TRP-DOSSIERS
           MOVE W-MOYENNE         TO W-TRP-MOYENNE
           WRITE TRV-LIGNE FROM W-TRV-PIED

           MOVE W-SITE-COURANT TO W-NIV-SITE
           MOVE 'G'            TO W-NIV-NIVEAU
           MOVE W-GEST-COURANT TO W-NIV-GESTIONNAIRE
           PERFORM 24000-ECRIT-NIVEAU
           INITIALIZE W-CUMUL(1)
           .

       23500-FIN-SITE.
      *----------------------*
           MOVE 2 TO IDX-CUM
           MOVE W-SITE-COURANT TO W-NIV-SITE
           MOVE 'S'            TO W-NIV-NIVEAU
           MOVE SPACE          TO W-NIV-GESTIONNAIRE
           PERFORM 24000-ECRIT-NIVEAU
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           INITIALIZE W-CUMUL(2)
           .

      *--------------------------------------------------------*
      *   LIGNE DE MOYENNE DU NIVEAU IDX-CUM AVEC LE MOIS       *
      *   PRECEDENT, PUIS HISTORISATION DU MOIS DANS FSCOR11    *
      *   (UNE REPRISE DU MEME MOIS REMPLACE SES CHIFFRES)      *
      *--------------------------------------------------------*
       24000-ECRIT-NIVEAU.
      *----------------------*
           COMPUTE W-MOYENNE ROUNDED =
                   W-CUM-SCORES(IDX-CUM) / W-CUM-DOSSIERS(IDX-CUM)

           MOVE 0 TO W-PREC-TROUVE
           MOVE W-MOIS-PRECEDENT   TO E-SCO-MOIS
           MOVE W-NIV-SITE         TO E-SCO-SITE
           MOVE W-NIV-NIVEAU       TO E-SCO-NIVEAU
           MOVE W-NIV-GESTIONNAIRE TO E-SCO-GESTIONNAIRE
           READ FSCOR-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 1             TO W-PREC-TROUVE
                 MOVE E-SCO-MOYENNE TO W-MOYENNE-PREC
           END-READ

           MOVE W-NIV-SITE TO W-MOY-SITE
           EVALUATE W-NIV-NIVEAU
              WHEN 'S'
                 MOVE '*SITE*'  TO W-MOY-GEST
              WHEN 'T'
                 MOVE '***'     TO W-MOY-SITE
                 MOVE '*TOUS*'  TO W-MOY-GEST
              WHEN OTHER
                 IF W-NIV-GESTIONNAIRE = SPACE
                    MOVE '(AUCUN)'          TO W-MOY-GEST
                 ELSE
                    MOVE W-NIV-GESTIONNAIRE TO W-MOY-GEST
                 END-IF
           END-EVALUATE
           MOVE W-CUM-DOSSIERS(IDX-CUM) TO W-MOY-DOSSIERS
           MOVE W-MOYENNE               TO W-MOY-MOYENNE
           IF W-PREC-TROUVE = 1
              MOVE W-MOYENNE-PREC TO W-MOY-PREC
              COMPUTE W-ECART = W-MOYENNE - W-MOYENNE-PREC
              MOVE W-ECART        TO W-MOY-ECART
           ELSE
              MOVE '  N/D'        TO W-MOY-PREC-X
              MOVE SPACE          TO W-MOY-ECART-X
           END-IF
           PERFORM VARYING IDX-CR FROM 1 BY 1 UNTIL IDX-CR > 7
              MOVE W-CUM-DEFAUT(IDX-CUM IDX-CR)
                TO W-MOY-DEFAUT(IDX-CR)
           END-PERFORM
           WRITE RPT-LIGNE FROM W-LIGNE-MOYENNE

           INITIALIZE E-SCORE-COMPLETUDE
           MOVE W-MOIS-EDITE            TO E-SCO-MOIS
           MOVE W-NIV-SITE              TO E-SCO-SITE
           MOVE W-NIV-NIVEAU            TO E-SCO-NIVEAU
           MOVE W-NIV-GESTIONNAIRE      TO E-SCO-GESTIONNAIRE
           MOVE W-CUM-DOSSIERS(IDX-CUM) TO E-SCO-NB-DOSSIERS
           MOVE W-MOYENNE               TO E-SCO-MOYENNE
           PERFORM VARYING IDX-CR FROM 1 BY 1 UNTIL IDX-CR > 7
              MOVE W-CUM-DEFAUT(IDX-CUM IDX-CR)
                TO E-SCO-DEFAUT(IDX-CR)
           END-PERFORM
           MOVE W-DATE-EDITEE           TO E-SCO-DATE-CALCUL

           WRITE E-SCORE-COMPLETUDE
              INVALID KEY
                 REWRITE E-SCORE-COMPLETUDE
                    INVALID KEY
                       ADD 1 TO W-NB-HISTO-KO
                       DISPLAY 'SCO1CI11 - HISTORIQUE FSCOR11 KO '
                               E-SCO-CLE ' : ' FSCOR-STATUT
                 END-REWRITE
           END-WRITE
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           IF W-CUM-DOSSIERS(3) > 0
              MOVE 3     TO IDX-CUM
              MOVE SPACE TO W-NIV-SITE W-NIV-GESTIONNAIRE
              MOVE 'T'   TO W-NIV-NIVEAU
              PERFORM 24000-ECRIT-NIVEAU
           END-IF

           CLOSE FSTAG-FILE
           CLOSE FDOCS-FILE
           CLOSE FTDOC-FILE
           CLOSE FBANC-FILE
           CLOSE FSCOR-FILE
           CLOSE RPT-FILE
           CLOSE TRV-FILE

           DISPLAY 'SCO1CI11 - MOIS ' W-MOIS-EDITE ' : '
                   W-NB-LUS ' DOSSIERS ACTIFS SCORES'
           IF W-NB-HISTO-KO > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
