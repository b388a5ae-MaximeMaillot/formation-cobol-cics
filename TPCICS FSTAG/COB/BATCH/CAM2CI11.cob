      *======================================================*
      *   PROGRAMME BATCH - SERVICE DES CAMPAGNES DE         *
      *   COURRIER PONCTUELLES : CHAQUE CAMPAGNE EN ATTENTE  *
      *   (FCAMP11, DEPOSEE PAR CAM1CI11) EST SERVIE PAR UN  *
      *   PARCOURS DE FSTAG11 FILTRE SUR SES CRITERES (CEUX  *
      *   DU GUICHET EXT2CI11 PLUS SESSION ET SITE). LES     *
      *   CONSENTEMENTS ET LES ADRESSES / COURRIELS          *
      *   INVALIDES DU CANAL CHOISI ECARTENT LE DOSSIER ;    *
      *   LES AUTRES RECOIVENT LA LETTRE DU MODELE FLETT11   *
      *   (RPTCAMP, TRIEE PAR CODE POSTAL) OU UN MESSAGE     *
      *   DEPOSE DANS LE SAS FMAIL11 / FSMSS11. LE BILAN     *
      *   (RPTCAMR) COMPTE LES ATTEINTS PAR CANAL ET LISTE   *
      *   LES EXCLUS AVEC LEUR MOTIF ; LA CAMPAGNE EST       *
      *   MARQUEE SERVIE (OU REJETEE SI LE MODELE N'EXISTE   *
      *   PLUS DANS FLETT11, CODE RETOUR 4)                  *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAM2CI11.

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
           SELECT FCAMP-FILE ASSIGN TO FCAMP11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-CAM-RANG
               FILE STATUS IS FCAMP-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FLETT-FILE ASSIGN TO FLETT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-LET-CLE
               FILE STATUS IS FLETT-STATUT.

           SELECT FMAIL-FILE ASSIGN TO FMAIL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-MAI-CLE
               FILE STATUS IS FMAIL-STATUT.

           SELECT FSMSS-FILE ASSIGN TO FSMSS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SMS-CLE
               FILE STATUS IS FSMSS-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

           SELECT LET-FILE ASSIGN TO RPTCAMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LET-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTCAMR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FCAMP-FILE.
       COPY CCAMP.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FLETT-FILE.
       COPY CLETT.

       FD  FMAIL-FILE.
       COPY CMAIL.

       FD  FSMSS-FILE.
       COPY CSMSS.

       SD  WORK-TRI.
       01  TRI-ENREG.
           05 TRI-CODEP               PIC X(5).
           05 TRI-NOM                 PIC X(20).
           05 TRI-NUMERO              PIC 9(6).
           05 TRI-PRENOM              PIC X(15).
           05 TRI-ADR1                PIC X(30).
           05 TRI-ADR2                PIC X(30).
           05 TRI-VILLE               PIC X(25).
           05 TRI-EMAIL               PIC X(40).
           05 TRI-TELPOR              PIC X(10).
           05 TRI-DATE-DEB            PIC X(8).
           05 TRI-DATE-FIN            PIC X(8).

       FD  LET-FILE.
       01  LET-LIGNE                  PIC X(132).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FCAMP-STATUT                PIC X(2).
         88 FCAMP-OK                  VALUE '00'.
         88 FCAMP-FIN                 VALUE '10'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.
         88 FSTAG-FIN                 VALUE '10'.

       01 FLETT-STATUT                PIC X(2).
         88 FLETT-OK                  VALUE '00'.
         88 FLETT-FIN                 VALUE '10'.

       01 FMAIL-STATUT                PIC X(2).
         88 FMAIL-OK                  VALUE '00'.

       01 FSMSS-STATUT                PIC X(2).
         88 FSMSS-OK                  VALUE '00'.

       01 LET-STATUT                  PIC X(2).
         88 LET-OK                    VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 TRI-INDIC                   PIC 9 VALUE 0.
         88 TRI-TERMINE               VALUE 1.

       01 W-MESSAGE-DEPOSE            PIC 9.

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
      *   DATES DE PRESTATION RECADREES AAAAMMJJ POUR LES     *
      *   COMPARAISONS DE FENETRE                            *
      *------------------------------------------------------*
       01 W-DATE-ORDONNEE.
           05 W-ORD-AAAA              PIC X(4).
           05 W-ORD-MM                PIC X(2).
           05 W-ORD-JJ                PIC X(2).
       01 W-DATE-ORDONNEE-N REDEFINES W-DATE-ORDONNEE
                                      PIC 9(8).
       01 W-BORNE-ORDONNEE-N          PIC 9(8).
       01 W-RETENU                    PIC 9.
         88 RETENU-OUI                VALUE 1.
         88 RETENU-NON                VALUE 0.

      *------------------------------------------------------*
      *   TABLE DU MODELE DE LA CAMPAGNE (RECHARGEE A CHAQUE  *
      *   CAMPAGNE)                                          *
      *------------------------------------------------------*
       01 TAB-MODELE.
           05 W-NB-LIGNES-MODELE      PIC 9(2) COMP VALUE 0.
           05 W-LIGNE-MODELE          PIC X(70) OCCURS 30.
       01 IDX-MOD                     PIC 9(2) COMP.

      *------------------------------------------------------*
      *   SUBSTITUTION DES MARQUEURS                          *
      *------------------------------------------------------*
       01 W-LIGNE-SOURCE              PIC X(70).
       01 W-LIGNE-FUSION              PIC X(132).
       01 W-PTR-SRC                   PIC 9(3).
       01 W-PTR-DST                   PIC 9(3).

       01 W-LIGNE-SAUT.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(131) VALUE SPACE.

      *------------------------------------------------------*
      *   COMPTEURS DE LA CAMPAGNE EN COURS                   *
      *------------------------------------------------------*
       01 W-NB-CIBLES                 PIC 9(5).
       01 W-NB-ATTEINTS               PIC 9(5).
       01 W-NB-EXCLUS                 PIC 9(5).
       01 W-NB-EXC-REFUS              PIC 9(5).
       01 W-NB-EXC-INVALIDE           PIC 9(5).
       01 W-NB-EXC-ABSENT             PIC 9(5).
       01 W-NB-EXC-TRANSFERT          PIC 9(5).
       01 W-NB-EXC-SATURE             PIC 9(5).

      *------------------------------------------------------*
      *   CUMULS DU PASSAGE (ATTEINTS PAR CANAL)              *
      *------------------------------------------------------*
       01 W-NB-SERVIES                PIC 9(5) VALUE 0.
       01 W-NB-REJETEES               PIC 9(5) VALUE 0.
       01 W-TOT-LETTRES               PIC 9(7) VALUE 0.
       01 W-TOT-COURRIELS             PIC 9(7) VALUE 0.
       01 W-TOT-SMS                   PIC 9(7) VALUE 0.
       01 W-TOT-EXCLUS                PIC 9(7) VALUE 0.

      *------------------------------------------------------*
      *   MOTIF D'EXCLUSION DU DOSSIER EN COURS               *
      *------------------------------------------------------*
       01 W-MOTIF                     PIC X(30).

      *------------------------------------------------------*
      *   LIGNES DU BILAN (RPTCAMR)                           *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(45) VALUE
              'CAMPAGNES DE COURRIER PONCTUELLES - BILAN DU '.
           05 W-TIT-DATE              PIC X(10).

       01 W-LIGNE-CAMPAGNE.
           05 FILLER                  PIC X(10) VALUE ' CAMPAGNE '.
           05 W-CAM-RANG              PIC 9(5).
           05 FILLER                  PIC X(10) VALUE '  CANAL : '.
           05 W-CAM-CANAL             PIC X(8).
           05 FILLER                  PIC X(11) VALUE '  MODELE : '.
           05 W-CAM-MODELE            PIC X(8).
           05 FILLER                  PIC X(15) VALUE
              '  DEMANDEE PAR '.
           05 W-CAM-USERID            PIC X(8).
           05 FILLER                  PIC X(4)  VALUE ' LE '.
           05 W-CAM-DATE              PIC X(10).

       01 W-LIGNE-CRITERES.
           05 FILLER                  PIC X(12) VALUE ' CRITERES : '.
           05 FILLER                  PIC X(7)  VALUE 'STATUT '.
           05 W-CRI-STATUT            PIC X(1).
           05 FILLER                  PIC X(5)  VALUE '  CP '.
           05 W-CRI-CODEP             PIC X(5).
           05 FILLER                  PIC X(8)  VALUE '  VILLE '.
           05 W-CRI-VILLE             PIC X(25).
           05 FILLER                  PIC X(10) VALUE '  SESSION '.
           05 W-CRI-SESSION           PIC X(6).
           05 FILLER                  PIC X(7)  VALUE '  SITE '.
           05 W-CRI-SITE              PIC X(3).

       01 W-LIGNE-FENETRES.
           05 FILLER                  PIC X(12) VALUE SPACE.
           05 FILLER                  PIC X(12) VALUE 'DEBUT ENTRE '.
           05 W-FEN-DEB-MIN           PIC X(8).
           05 FILLER                  PIC X(4)  VALUE ' ET '.
           05 W-FEN-DEB-MAX           PIC X(8).
           05 FILLER                  PIC X(12) VALUE
              '  FIN ENTRE '.
           05 W-FEN-FIN-MIN           PIC X(8).
           05 FILLER                  PIC X(4)  VALUE ' ET '.
           05 W-FEN-FIN-MAX           PIC X(8).

       01 W-LIGNE-EXCLU.
           05 FILLER                  PIC X(10) VALUE '    EXCLU '.
           05 W-EXC-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-EXC-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-EXC-PRENOM            PIC X(15).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-EXC-MOTIF             PIC X(30).

       01 W-LIGNE-REJET.
           05 FILLER                  PIC X(50) VALUE
              '    MODELE ABSENT DE FLETT11 - CAMPAGNE REJETEE'.

       01 W-LIGNE-BILAN.
           05 FILLER                  PIC X(13) VALUE
              '    CIBLES : '.
           05 W-BIL-CIBLES            PIC ZZZZ9.
           05 FILLER                  PIC X(14) VALUE
              '   ATTEINTS : '.
           05 W-BIL-ATTEINTS          PIC ZZZZ9.
           05 FILLER                  PIC X(4)  VALUE ' PAR'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-BIL-CANAL             PIC X(8).
           05 FILLER                  PIC X(12) VALUE
              '   EXCLUS : '.
           05 W-BIL-EXCLUS            PIC ZZZZ9.

       01 W-LIGNE-MOTIFS.
           05 FILLER                  PIC X(17) VALUE
              '    DONT REFUS : '.
           05 W-MOT-REFUS             PIC ZZZZ9.
           05 FILLER                  PIC X(14) VALUE
              '  INVALIDES : '.
           05 W-MOT-INVALIDE          PIC ZZZZ9.
           05 FILLER                  PIC X(20) VALUE
              '  SANS COORDONNEE : '.
           05 W-MOT-ABSENT            PIC ZZZZ9.
           05 FILLER                  PIC X(15) VALUE
              '  TRANSFERES : '.
           05 W-MOT-TRANSFERT         PIC ZZZZ9.
           05 FILLER                  PIC X(15) VALUE
              '  SAS SATURE : '.
           05 W-MOT-SATURE            PIC ZZZZ9.

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(10) VALUE ' TOTAL : '.
           05 W-TOT-SERVIES-ED        PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE ' SERVIE(S), '.
           05 W-TOT-REJETEES-ED       PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE ' REJETEE(S) '.

       01 W-LIGNE-CANAUX.
           05 FILLER                  PIC X(22) VALUE
              ' ATTEINTS PAR LETTRE: '.
           05 W-CAN-LETTRES           PIC ZZZZZZ9.
           05 FILLER                  PIC X(16) VALUE
              '  PAR COURRIEL: '.
           05 W-CAN-COURRIELS         PIC ZZZZZZ9.
           05 FILLER                  PIC X(11) VALUE
              '  PAR SMS: '.
           05 W-CAN-SMS               PIC ZZZZZZ9.
           05 FILLER                  PIC X(10) VALUE
              '  EXCLUS: '.
           05 W-CAN-EXCLUS            PIC ZZZZZZ9.

      *------------------------------------------------------*
      *   REGISTRE DES CORRESPONDANCES (FCORR11) : LA COPIE   *
      *   DE CHAQUE LETTRE EST REPEREE DANS LE DEPOT FREPO11  *
      *   (CODE DE VERSEMENT DE L'ETAPE REP1CI11 DU JCL ET    *
      *   RANG DE SA PREMIERE LIGNE DANS L'EDITION)           *
      *------------------------------------------------------*
       01 W-CODE-DEPOT                PIC X(8) VALUE 'LETCAMPA'.
       01 W-NB-LIGNES-EDITEES         PIC 9(5) VALUE 0.
       01 pgm-corrbat                 PIC X(8) VALUE 'CORRBAT '.
      *    CODE RETOUR DU PAS, PRESERVE AUTOUR DE L'APPEL
       01 W-RC-APPELANT               PIC S9(4) COMP.
       COPY CCORP.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-CAMPAGNES
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

           OPEN I-O FCAMP-FILE
           IF NOT FCAMP-OK
              DISPLAY 'CAM2CI11 - OUVERTURE FCAMP11 IMPOSSIBLE : '
                      FCAMP-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'CAM2CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FLETT-FILE
           IF NOT FLETT-OK
              DISPLAY 'CAM2CI11 - OUVERTURE FLETT11 IMPOSSIBLE : '
                      FLETT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FMAIL-FILE
           IF NOT FMAIL-OK
              DISPLAY 'CAM2CI11 - OUVERTURE FMAIL11 IMPOSSIBLE : '
                      FMAIL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FSMSS-FILE
           IF NOT FSMSS-OK
              DISPLAY 'CAM2CI11 - OUVERTURE FSMSS11 IMPOSSIBLE : '
                      FSMSS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT LET-FILE
           IF NOT LET-OK
              DISPLAY 'CAM2CI11 - OUVERTURE RPTCAMP IMPOSSIBLE : '
                      LET-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'CAM2CI11 - OUVERTURE RPTCAMR IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE W-DATE-EDITION TO W-TIT-DATE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           .

       20000-TRAIT-CAMPAGNES.
      *----------------------*
           MOVE 0 TO E-CAM-RANG
           START FCAMP-FILE KEY IS GREATER THAN E-CAM-RANG
              INVALID KEY
                 SET FCAMP-FIN TO TRUE
           END-START

           PERFORM UNTIL FCAMP-FIN
              READ FCAMP-FILE NEXT RECORD
                 AT END
                    SET FCAMP-FIN TO TRUE
                 NOT AT END
                    IF CAM-EN-ATTENTE
                       PERFORM 21000-SERT-UNE-CAMPAGNE
                    END-IF
              END-READ
           END-PERFORM
           .

       21000-SERT-UNE-CAMPAGNE.
      *----------------------*
           MOVE 0 TO W-NB-CIBLES W-NB-ATTEINTS W-NB-EXCLUS
                     W-NB-EXC-REFUS W-NB-EXC-INVALIDE
                     W-NB-EXC-ABSENT W-NB-EXC-TRANSFERT
                     W-NB-EXC-SATURE

           PERFORM 21200-ENTETE-CAMPAGNE
           PERFORM 21100-CHARGE-MODELE

           IF W-NB-LIGNES-MODELE = 0
      *       MODELE SUPPRIME DE FLETT11 DEPUIS LE DEPOT : RIEN
      *       NE PART, LA CAMPAGNE EST A REDEPOSER
              WRITE RPT-LIGNE FROM W-LIGNE-REJET
              MOVE 'R'            TO E-CAM-ETAT
              ADD 1 TO W-NB-REJETEES
              MOVE 4 TO RETURN-CODE
           ELSE
              SORT WORK-TRI
                   ON ASCENDING KEY TRI-CODEP
                   ON ASCENDING KEY TRI-NOM
                   INPUT PROCEDURE  22000-SELECTION-POPULATION
                   OUTPUT PROCEDURE 25000-PRODUCTION-ENVOIS
              PERFORM 21300-BILAN-CAMPAGNE
              MOVE 'S'            TO E-CAM-ETAT
              ADD 1 TO W-NB-SERVIES
           END-IF

           MOVE W-DATE-EDITION TO E-CAM-DATE-SERVIE
           MOVE W-NB-CIBLES    TO E-CAM-NB-CIBLES
           MOVE W-NB-ATTEINTS  TO E-CAM-NB-ATTEINTS
           MOVE W-NB-EXCLUS    TO E-CAM-NB-EXCLUS
           REWRITE E-CAMPAGNE
              INVALID KEY
                 DISPLAY 'CAM2CI11 - REWRITE IMPOSSIBLE RANG '
                         E-CAM-RANG
           END-REWRITE
           .

       21100-CHARGE-MODELE.
      *----------------------*
           MOVE 0            TO W-NB-LIGNES-MODELE
           MOVE '00'         TO FLETT-STATUT
           MOVE E-CAM-MODELE TO E-LET-CODE
           MOVE 0            TO E-LET-LIGNE
           START FLETT-FILE KEY IS GREATER THAN E-LET-CLE
              INVALID KEY
                 SET FLETT-FIN TO TRUE
           END-START

           PERFORM UNTIL FLETT-FIN
              READ FLETT-FILE NEXT RECORD
                 AT END
                    SET FLETT-FIN TO TRUE
                 NOT AT END
                    IF E-LET-CODE = E-CAM-MODELE
                       AND W-NB-LIGNES-MODELE < 30
                       ADD 1 TO W-NB-LIGNES-MODELE
                       MOVE E-LET-TEXTE
                         TO W-LIGNE-MODELE(W-NB-LIGNES-MODELE)
                    ELSE
                       SET FLETT-FIN TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           MOVE '00' TO FLETT-STATUT
           .

       21200-ENTETE-CAMPAGNE.
      *----------------------*
           MOVE SPACE TO RPT-LIGNE
           WRITE RPT-LIGNE

           MOVE E-CAM-RANG         TO W-CAM-RANG
           PERFORM 21210-LIBELLE-CANAL
           MOVE W-BIL-CANAL        TO W-CAM-CANAL
           MOVE E-CAM-MODELE       TO W-CAM-MODELE
           MOVE E-CAM-USERID       TO W-CAM-USERID
           MOVE E-CAM-DATE-DEMANDE TO W-CAM-DATE
           WRITE RPT-LIGNE FROM W-LIGNE-CAMPAGNE

           MOVE E-CAM-STATUT       TO W-CRI-STATUT
           MOVE E-CAM-CODEP        TO W-CRI-CODEP
           MOVE E-CAM-VILLE        TO W-CRI-VILLE
           MOVE E-CAM-SESSION      TO W-CRI-SESSION
           MOVE E-CAM-SITE         TO W-CRI-SITE
           WRITE RPT-LIGNE FROM W-LIGNE-CRITERES

           MOVE E-CAM-DEB-MIN      TO W-FEN-DEB-MIN
           MOVE E-CAM-DEB-MAX      TO W-FEN-DEB-MAX
           MOVE E-CAM-FIN-MIN      TO W-FEN-FIN-MIN
           MOVE E-CAM-FIN-MAX      TO W-FEN-FIN-MAX
           WRITE RPT-LIGNE FROM W-LIGNE-FENETRES
           .

       21210-LIBELLE-CANAL.
           EVALUATE TRUE
              WHEN CAM-COURRIER
                 MOVE 'LETTRE  '   TO W-BIL-CANAL
              WHEN CAM-COURRIEL
                 MOVE 'COURRIEL'   TO W-BIL-CANAL
              WHEN CAM-SMS
                 MOVE 'SMS     '   TO W-BIL-CANAL
              WHEN OTHER
                 MOVE '?       '   TO W-BIL-CANAL
           END-EVALUATE
           .

       21300-BILAN-CAMPAGNE.
      *----------------------*
           MOVE W-NB-CIBLES        TO W-BIL-CIBLES
           MOVE W-NB-ATTEINTS      TO W-BIL-ATTEINTS
           MOVE W-NB-EXCLUS        TO W-BIL-EXCLUS
           WRITE RPT-LIGNE FROM W-LIGNE-BILAN

           MOVE W-NB-EXC-REFUS     TO W-MOT-REFUS
           MOVE W-NB-EXC-INVALIDE  TO W-MOT-INVALIDE
           MOVE W-NB-EXC-ABSENT    TO W-MOT-ABSENT
           MOVE W-NB-EXC-TRANSFERT TO W-MOT-TRANSFERT
           MOVE W-NB-EXC-SATURE    TO W-MOT-SATURE
           WRITE RPT-LIGNE FROM W-LIGNE-MOTIFS

           EVALUATE TRUE
              WHEN CAM-COURRIER
                 ADD W-NB-ATTEINTS TO W-TOT-LETTRES
              WHEN CAM-COURRIEL
                 ADD W-NB-ATTEINTS TO W-TOT-COURRIELS
              WHEN CAM-SMS
                 ADD W-NB-ATTEINTS TO W-TOT-SMS
           END-EVALUATE
           ADD W-NB-EXCLUS TO W-TOT-EXCLUS
           .

      *--------------------------------------------------------*
      *   SELECTION : POPULATION DES CRITERES, PUIS ECARTS DU   *
      *   CANAL (CONSENTEMENT, ADRESSE OU COURRIEL INVALIDE,    *
      *   COORDONNEE ABSENTE, DOSSIER TRANSFERE)                *
      *--------------------------------------------------------*
       22000-SELECTION-POPULATION.
      *----------------------*
           MOVE 0 TO E-NUMERO
           START FSTAG-FILE KEY IS GREATER THAN E-NUMERO
              INVALID KEY
                 SET FSTAG-FIN TO TRUE
           END-START

           PERFORM UNTIL FSTAG-FIN
              READ FSTAG-FILE NEXT RECORD
                 AT END
                    SET FSTAG-FIN TO TRUE
                 NOT AT END
                    PERFORM 23000-FILTRE-STAGIAIRE
                    IF RETENU-OUI
                       ADD 1 TO W-NB-CIBLES
                       PERFORM 24000-CONTROLE-CANAL
                    END-IF
              END-READ
           END-PERFORM
           MOVE '00' TO FSTAG-STATUT
           .

       23000-FILTRE-STAGIAIRE.
      *----------------------*
           SET RETENU-OUI TO TRUE

           IF SUPPRIME-OUI
              SET RETENU-NON TO TRUE
           END-IF

           IF RETENU-OUI
              AND E-CAM-STATUT NOT = SPACE AND LOW-VALUE
              IF E-STATUT NOT = E-CAM-STATUT
                 SET RETENU-NON TO TRUE
              END-IF
           END-IF

           IF RETENU-OUI
              AND E-CAM-CODEP NOT = SPACE AND LOW-VALUE
              IF E-CODEP NOT = E-CAM-CODEP
                 SET RETENU-NON TO TRUE
              END-IF
           END-IF

           IF RETENU-OUI
              AND E-CAM-VILLE NOT = SPACE AND LOW-VALUE
              IF E-VILLE NOT = E-CAM-VILLE
                 SET RETENU-NON TO TRUE
              END-IF
           END-IF

           IF RETENU-OUI
              AND E-CAM-SESSION NOT = SPACE AND LOW-VALUE
              IF E-CODE-SESSION NOT = E-CAM-SESSION
                 SET RETENU-NON TO TRUE
              END-IF
           END-IF

           IF RETENU-OUI
              AND E-CAM-SITE NOT = SPACE AND LOW-VALUE
              IF E-CODE-SITE NOT = E-CAM-SITE
                 SET RETENU-NON TO TRUE
              END-IF
           END-IF

           IF RETENU-OUI
              PERFORM 23100-FILTRE-FENETRE-DEB
           END-IF
           IF RETENU-OUI
              PERFORM 23200-FILTRE-FENETRE-FIN
           END-IF
           .

       23100-FILTRE-FENETRE-DEB.
      *----------------------*
           IF (E-CAM-DEB-MIN NOT = SPACE AND LOW-VALUE)
              OR (E-CAM-DEB-MAX NOT = SPACE AND LOW-VALUE)
              IF E-DATE-DEB-PRESTA IS NOT NUMERIC
                 SET RETENU-NON TO TRUE
              ELSE
                 MOVE E-DATE-DEB-PRESTA(5:4) TO W-ORD-AAAA
                 MOVE E-DATE-DEB-PRESTA(3:2) TO W-ORD-MM
                 MOVE E-DATE-DEB-PRESTA(1:2) TO W-ORD-JJ
                 IF E-CAM-DEB-MIN NOT = SPACE AND LOW-VALUE
                    PERFORM 23110-ORDONNE-BORNE-DEB-MIN
                    IF W-DATE-ORDONNEE-N < W-BORNE-ORDONNEE-N
                       SET RETENU-NON TO TRUE
                    END-IF
                 END-IF
                 IF RETENU-OUI
                    AND E-CAM-DEB-MAX NOT = SPACE AND LOW-VALUE
                    PERFORM 23120-ORDONNE-BORNE-DEB-MAX
                    IF W-DATE-ORDONNEE-N > W-BORNE-ORDONNEE-N
                       SET RETENU-NON TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       23110-ORDONNE-BORNE-DEB-MIN.
           MOVE E-CAM-DEB-MIN(5:4) TO W-BORNE-ORDONNEE-N(1:4)
           MOVE E-CAM-DEB-MIN(3:2) TO W-BORNE-ORDONNEE-N(5:2)
           MOVE E-CAM-DEB-MIN(1:2) TO W-BORNE-ORDONNEE-N(7:2)
           .

       23120-ORDONNE-BORNE-DEB-MAX.
           MOVE E-CAM-DEB-MAX(5:4) TO W-BORNE-ORDONNEE-N(1:4)
           MOVE E-CAM-DEB-MAX(3:2) TO W-BORNE-ORDONNEE-N(5:2)
           MOVE E-CAM-DEB-MAX(1:2) TO W-BORNE-ORDONNEE-N(7:2)
           .

       23200-FILTRE-FENETRE-FIN.
      *----------------------*
           IF (E-CAM-FIN-MIN NOT = SPACE AND LOW-VALUE)
              OR (E-CAM-FIN-MAX NOT = SPACE AND LOW-VALUE)
              IF E-DATE-FIN-PRESTA IS NOT NUMERIC
                 SET RETENU-NON TO TRUE
              ELSE
                 MOVE E-DATE-FIN-PRESTA(5:4) TO W-ORD-AAAA
                 MOVE E-DATE-FIN-PRESTA(3:2) TO W-ORD-MM
                 MOVE E-DATE-FIN-PRESTA(1:2) TO W-ORD-JJ
                 IF E-CAM-FIN-MIN NOT = SPACE AND LOW-VALUE
                    PERFORM 23210-ORDONNE-BORNE-FIN-MIN
                    IF W-DATE-ORDONNEE-N < W-BORNE-ORDONNEE-N
                       SET RETENU-NON TO TRUE
                    END-IF
                 END-IF
                 IF RETENU-OUI
                    AND E-CAM-FIN-MAX NOT = SPACE AND LOW-VALUE
                    PERFORM 23220-ORDONNE-BORNE-FIN-MAX
                    IF W-DATE-ORDONNEE-N > W-BORNE-ORDONNEE-N
                       SET RETENU-NON TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       23210-ORDONNE-BORNE-FIN-MIN.
           MOVE E-CAM-FIN-MIN(5:4) TO W-BORNE-ORDONNEE-N(1:4)
           MOVE E-CAM-FIN-MIN(3:2) TO W-BORNE-ORDONNEE-N(5:2)
           MOVE E-CAM-FIN-MIN(1:2) TO W-BORNE-ORDONNEE-N(7:2)
           .

       23220-ORDONNE-BORNE-FIN-MAX.
           MOVE E-CAM-FIN-MAX(5:4) TO W-BORNE-ORDONNEE-N(1:4)
           MOVE E-CAM-FIN-MAX(3:2) TO W-BORNE-ORDONNEE-N(5:2)
           MOVE E-CAM-FIN-MAX(1:2) TO W-BORNE-ORDONNEE-N(7:2)
           .

       24000-CONTROLE-CANAL.
      *----------------------*
      *    Un dossier transfere est suivi par la region d'accueil ;
      *    pour le reste, seuls les drapeaux du canal choisi comptent
           MOVE SPACE TO W-MOTIF
           EVALUATE TRUE
              WHEN TRANSFERE-REGION-OUI
                 MOVE 'DOSSIER TRANSFERE HORS REGION' TO W-MOTIF
                 ADD 1 TO W-NB-EXC-TRANSFERT
              WHEN CAM-COURRIER AND CONSENT-COURRIER-NON
                 MOVE 'REFUS DU CONTACT POSTAL'       TO W-MOTIF
                 ADD 1 TO W-NB-EXC-REFUS
              WHEN CAM-COURRIER AND ADRESSE-INVALIDE-OUI
                 MOVE 'ADRESSE INVALIDEE (NPAI)'      TO W-MOTIF
                 ADD 1 TO W-NB-EXC-INVALIDE
              WHEN CAM-COURRIER
                   AND (E-ADR1 = SPACE OR LOW-VALUE)
                 MOVE 'ADRESSE POSTALE ABSENTE'       TO W-MOTIF
                 ADD 1 TO W-NB-EXC-ABSENT
              WHEN CAM-COURRIEL AND CONSENT-EMAIL-NON
                 MOVE 'REFUS DU CONTACT COURRIEL'     TO W-MOTIF
                 ADD 1 TO W-NB-EXC-REFUS
              WHEN CAM-COURRIEL AND EMAIL-INVALIDE-OUI
                 MOVE 'COURRIEL INVALIDE'             TO W-MOTIF
                 ADD 1 TO W-NB-EXC-INVALIDE
              WHEN CAM-COURRIEL
                   AND (E-EMAIL = SPACE OR LOW-VALUE)
                 MOVE 'ADRESSE COURRIEL ABSENTE'      TO W-MOTIF
                 ADD 1 TO W-NB-EXC-ABSENT
              WHEN CAM-SMS AND CONSENT-SMS-NON
                 MOVE 'REFUS DU CONTACT SMS'          TO W-MOTIF
                 ADD 1 TO W-NB-EXC-REFUS
              WHEN CAM-SMS
                   AND (E-TELPOR = SPACE OR LOW-VALUE)
                 MOVE 'NUMERO DE PORTABLE ABSENT'     TO W-MOTIF
                 ADD 1 TO W-NB-EXC-ABSENT
           END-EVALUATE

           IF W-MOTIF NOT = SPACE
              MOVE E-NUMERO          TO W-EXC-NUMERO
              MOVE E-NOM             TO W-EXC-NOM
              MOVE E-PRENOM          TO W-EXC-PRENOM
              PERFORM 24100-ECRIT-EXCLUSION
           ELSE
              MOVE E-CODEP           TO TRI-CODEP
              MOVE E-NOM             TO TRI-NOM
              MOVE E-NUMERO          TO TRI-NUMERO
              MOVE E-PRENOM          TO TRI-PRENOM
              MOVE E-ADR1            TO TRI-ADR1
              MOVE E-ADR2            TO TRI-ADR2
              MOVE E-VILLE           TO TRI-VILLE
              MOVE E-EMAIL           TO TRI-EMAIL
              MOVE E-TELPOR          TO TRI-TELPOR
              MOVE E-DATE-DEB-PRESTA TO TRI-DATE-DEB
              MOVE E-DATE-FIN-PRESTA TO TRI-DATE-FIN
              RELEASE TRI-ENREG
           END-IF
           .

       24100-ECRIT-EXCLUSION.
      *----------------------*
           MOVE W-MOTIF TO W-EXC-MOTIF
           WRITE RPT-LIGNE FROM W-LIGNE-EXCLU
           ADD 1 TO W-NB-EXCLUS
           .

      *--------------------------------------------------------*
      *   PRODUCTION : LETTRE FUSIONNEE OU MESSAGE DEPOSE DANS  *
      *   LE SAS DU CANAL, INSCRIT AU REGISTRE FCORR11          *
      *--------------------------------------------------------*
       25000-PRODUCTION-ENVOIS.
      *----------------------*
           MOVE 0 TO TRI-INDIC

           PERFORM UNTIL TRI-TERMINE
              RETURN WORK-TRI AT END
                 SET TRI-TERMINE TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN CAM-COURRIER
                       PERFORM 25100-EDITE-LETTRE
                    WHEN CAM-COURRIEL
                       PERFORM 25300-DEPOSE-COURRIEL
                    WHEN CAM-SMS
                       PERFORM 25400-DEPOSE-SMS
                 END-EVALUATE
              END-RETURN
           END-PERFORM
           .

       25100-EDITE-LETTRE.
      *----------------------*
           PERFORM 26000-INSCRIT-LETTRE
           WRITE LET-LIGNE FROM W-LIGNE-SAUT
           ADD 1 TO W-NB-LIGNES-EDITEES

      *    Bloc adresse destinataire
           MOVE SPACE TO W-LIGNE-FUSION
           STRING TRI-PRENOM DELIMITED BY '  '
                  ' '        DELIMITED BY SIZE
                  TRI-NOM    DELIMITED BY '  '
                  INTO W-LIGNE-FUSION
           END-STRING
           WRITE LET-LIGNE FROM W-LIGNE-FUSION
           ADD 1 TO W-NB-LIGNES-EDITEES
           MOVE TRI-ADR1 TO LET-LIGNE
           WRITE LET-LIGNE
           ADD 1 TO W-NB-LIGNES-EDITEES
           IF TRI-ADR2 NOT = SPACE
              MOVE TRI-ADR2 TO LET-LIGNE
              WRITE LET-LIGNE
              ADD 1 TO W-NB-LIGNES-EDITEES
           END-IF
           MOVE SPACE TO W-LIGNE-FUSION
           STRING TRI-CODEP DELIMITED BY SIZE
                  ' '       DELIMITED BY SIZE
                  TRI-VILLE DELIMITED BY '  '
                  INTO W-LIGNE-FUSION
           END-STRING
           WRITE LET-LIGNE FROM W-LIGNE-FUSION
           ADD 1 TO W-NB-LIGNES-EDITEES
           MOVE SPACE TO LET-LIGNE
           WRITE LET-LIGNE
           ADD 1 TO W-NB-LIGNES-EDITEES

      *    Corps : lignes du modele, marqueurs fusionnes
           PERFORM VARYING IDX-MOD FROM 1 BY 1
              UNTIL IDX-MOD > W-NB-LIGNES-MODELE
              MOVE W-LIGNE-MODELE(IDX-MOD) TO W-LIGNE-SOURCE
              PERFORM 25200-FUSIONNE-LIGNE
              WRITE LET-LIGNE FROM W-LIGNE-FUSION
              ADD 1 TO W-NB-LIGNES-EDITEES
           END-PERFORM

           ADD 1 TO W-NB-ATTEINTS
           .

      *--------------------------------------------------------*
      *   REMPLACEMENT DES MARQUEURS &NOM, &PRENOM, &DATEDEB,   *
      *   &DATEFIN DANS UNE LIGNE DU MODELE                     *
      *--------------------------------------------------------*
       25200-FUSIONNE-LIGNE.
      *----------------------*
           MOVE SPACE TO W-LIGNE-FUSION
           MOVE 1 TO W-PTR-SRC W-PTR-DST

           PERFORM UNTIL W-PTR-SRC > 70
              EVALUATE TRUE
                 WHEN W-PTR-SRC <= 67
                      AND W-LIGNE-SOURCE(W-PTR-SRC:4) = '&NOM'
                    STRING TRI-NOM DELIMITED BY '  '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 4 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 64
                      AND W-LIGNE-SOURCE(W-PTR-SRC:7) = '&PRENOM'
                    STRING TRI-PRENOM DELIMITED BY '  '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 7 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 63
                      AND W-LIGNE-SOURCE(W-PTR-SRC:8) = '&DATEDEB'
                    STRING TRI-DATE-DEB DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 8 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 63
                      AND W-LIGNE-SOURCE(W-PTR-SRC:8) = '&DATEFIN'
                    STRING TRI-DATE-FIN DELIMITED BY SIZE
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

       25300-DEPOSE-COURRIEL.
      *    Le modele de la campagne sert de gabarit a la passerelle,
      *    l'identite du stagiaire de champ de fusion ; la sequence
      *    suivante est trouvee en reessayant l'ecriture
           MOVE SPACE          TO E-MAIL
           MOVE TRI-NUMERO     TO E-MAI-NUMERO
           MOVE TRI-EMAIL      TO E-MAI-DEST
           MOVE E-CAM-MODELE   TO E-MAI-TEMPLATE
           STRING TRI-PRENOM DELIMITED BY '  '
                  ' '        DELIMITED BY SIZE
                  TRI-NOM    DELIMITED BY '  '
                  INTO E-MAI-FUSION
           END-STRING
           MOVE 'A'            TO E-MAI-ETAT
           MOVE W-DATE-EDITION TO E-MAI-DATE-DEPOT
           MOVE SPACE          TO E-MAI-DATE-ETAT

           MOVE 1 TO E-MAI-SEQ
           MOVE 0 TO W-MESSAGE-DEPOSE
           PERFORM UNTIL W-MESSAGE-DEPOSE = 1 OR E-MAI-SEQ > 9999
              WRITE E-MAIL
                 INVALID KEY
                    ADD 1 TO E-MAI-SEQ
                 NOT INVALID KEY
                    MOVE 1 TO W-MESSAGE-DEPOSE
              END-WRITE
           END-PERFORM

           IF W-MESSAGE-DEPOSE = 0
              DISPLAY 'CAM2CI11 - SAS FMAIL11 SATURE NUM '
                      E-MAI-NUMERO
              MOVE 'SAS FMAIL11 SATURE'        TO W-MOTIF
              PERFORM 25500-EXCLU-SAS-SATURE
           ELSE
              PERFORM 26100-INSCRIT-COURRIEL
              ADD 1 TO W-NB-ATTEINTS
           END-IF
           .

       25400-DEPOSE-SMS.
           MOVE SPACE          TO E-SMS
           MOVE TRI-NUMERO     TO E-SMS-NUMERO
           MOVE TRI-TELPOR     TO E-SMS-DEST
           MOVE E-CAM-MODELE   TO E-SMS-TEMPLATE
           MOVE TRI-PRENOM     TO E-SMS-FUSION
           MOVE 'A'            TO E-SMS-ETAT
           MOVE W-DATE-EDITION TO E-SMS-DATE-DEPOT
           MOVE SPACE          TO E-SMS-DATE-ETAT

           MOVE 1 TO E-SMS-SEQ
           MOVE 0 TO W-MESSAGE-DEPOSE
           PERFORM UNTIL W-MESSAGE-DEPOSE = 1 OR E-SMS-SEQ > 9999
              WRITE E-SMS
                 INVALID KEY
                    ADD 1 TO E-SMS-SEQ
                 NOT INVALID KEY
                    MOVE 1 TO W-MESSAGE-DEPOSE
              END-WRITE
           END-PERFORM

           IF W-MESSAGE-DEPOSE = 0
              DISPLAY 'CAM2CI11 - SAS FSMSS11 SATURE NUM '
                      E-SMS-NUMERO
              MOVE 'SAS FSMSS11 SATURE'        TO W-MOTIF
              PERFORM 25500-EXCLU-SAS-SATURE
           ELSE
              PERFORM 26200-INSCRIT-SMS
              ADD 1 TO W-NB-ATTEINTS
           END-IF
           .

       25500-EXCLU-SAS-SATURE.
           MOVE TRI-NUMERO     TO W-EXC-NUMERO
           MOVE TRI-NOM        TO W-EXC-NOM
           MOVE TRI-PRENOM     TO W-EXC-PRENOM
           ADD 1 TO W-NB-EXC-SATURE
           PERFORM 24100-ECRIT-EXCLUSION
           .

      *--------------------------------------------------------*
      *   INSCRIPTION AU REGISTRE DES CORRESPONDANCES FCORR11   *
      *   (CORRBAT) : LA LETTRE AVEC LA PREMIERE LIGNE DE SA    *
      *   COPIE DANS LE DEPOT, LE MESSAGE AVEC SA CLE DU SAS    *
      *--------------------------------------------------------*
       26000-INSCRIT-LETTRE.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE TRI-NUMERO      TO COR-NUMERO
           MOVE 'C'             TO COR-CANAL
           MOVE E-CAM-MODELE    TO COR-MODELE
           MOVE 'CAM2CI11'      TO COR-PROGRAMME
           MOVE W-CODE-DEPOT    TO COR-REP-CODE
           MOVE W-DATE-SYS      TO COR-REP-DATE
           COMPUTE COR-REP-LIGNE = W-NB-LIGNES-EDITEES + 1
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

       26100-INSCRIT-COURRIEL.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE E-MAI-NUMERO    TO COR-NUMERO
           MOVE 'E'             TO COR-CANAL
           MOVE E-MAI-TEMPLATE  TO COR-MODELE
           MOVE 'CAM2CI11'      TO COR-PROGRAMME
           MOVE SPACE           TO COR-REFERENCE
           MOVE 'FMAIL11 '      TO COR-SAS-FICHIER
           MOVE E-MAI-SEQ       TO COR-SAS-SEQ
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

       26200-INSCRIT-SMS.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE E-SMS-NUMERO    TO COR-NUMERO
           MOVE 'S'             TO COR-CANAL
           MOVE E-SMS-TEMPLATE  TO COR-MODELE
           MOVE 'CAM2CI11'      TO COR-PROGRAMME
           MOVE SPACE           TO COR-REFERENCE
           MOVE 'FSMSS11 '      TO COR-SAS-FICHIER
           MOVE E-SMS-SEQ       TO COR-SAS-SEQ
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE SPACE TO RPT-LIGNE
           WRITE RPT-LIGNE
           MOVE W-NB-SERVIES       TO W-TOT-SERVIES-ED
           MOVE W-NB-REJETEES      TO W-TOT-REJETEES-ED
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE W-TOT-LETTRES      TO W-CAN-LETTRES
           MOVE W-TOT-COURRIELS    TO W-CAN-COURRIELS
           MOVE W-TOT-SMS          TO W-CAN-SMS
           MOVE W-TOT-EXCLUS       TO W-CAN-EXCLUS
           WRITE RPT-LIGNE FROM W-LIGNE-CANAUX

           CLOSE FCAMP-FILE
           CLOSE FSTAG-FILE
           CLOSE FLETT-FILE
           CLOSE FMAIL-FILE
           CLOSE FSMSS-FILE
           CLOSE LET-FILE
           CLOSE RPT-FILE
           MOVE 'F'             TO COR-FONCTION
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE

           DISPLAY 'CAM2CI11 - CAMPAGNES SERVIES - ' W-NB-SERVIES
                   ' SERVIE(S) / ' W-NB-REJETEES ' REJETEE(S)'
           .
