      *======================================================*
      *   PROGRAMME BATCH - CHARGEMENT DU FICHIER PERIODIQUE *
      *   DES SITUATIONS TRANSMIS PAR L'OPERATEUR DE         *
      *   L'EMPLOI (INSCRIPTIONS ET RADIATIONS DES           *
      *   DEMANDEURS D'EMPLOI) DANS FDEIN11.                 *
      *   RAPPROCHEMENT PAR L'IDENTIFIANT DEMANDEUR D'EMPLOI *
      *   (INDEX UNIQUE FDEIX11), A DEFAUT PAR NOM + PRENOM  *
      *   + DATE DE NAISSANCE EN EXACT SUR LES DOSSIERS NON  *
      *   SUPPRIMES (FSTAG11 VIA L'INDEX FPHON11) ; UN       *
      *   DOSSIER RAPPROCHE PAR LE NOM APPREND L'IDENTIFIANT.*
      *   UNE RADIATION SUR UN DOSSIER ACTIF MET SON         *
      *   INDEMNISATION EN ATTENTE DE REVUE (ETAT 'S') : LES *
      *   JOURS POSTERIEURS SONT SUSPENDUS PAR PAI1CI11      *
      *   JUSQU'A LA DECISION DU GESTIONNAIRE SUR DSI1CI11.  *
      *   CHAQUE LIGNE, RAPPROCHEE OU NON, EST TRACEE DANS   *
      *   LE FICHIER D'AUDIT DESAUDIT ; LES RADIATIONS EN    *
      *   ATTENTE DE REVUE SONT LISTEES PAR GESTIONNAIRE     *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSI2CI11.

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
           SELECT DESI-FILE ASSIGN TO DESINSC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DESI-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

      *        INDEX PHONETIQUE DES NOMS DE FSTAG11 (CF PHO1CI11) :
      *        DONNE LES DOSSIERS CANDIDATS AU RAPPROCHEMENT PAR
      *        LE NOM
           SELECT FPHON-FILE ASSIGN TO FPHON11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-PHO-CLE
               FILE STATUS IS FPHON-STATUT.

      *        SITUATION AUPRES DE L'OPERATEUR : CLE PRIMAIRE LE
      *        NUMERO, CLE ALTERNATIVE UNIQUE L'IDENTIFIANT
      *        DEMANDEUR D'EMPLOI (CHEMIN DD FDEIN111)
           SELECT FDEIN-FILE ASSIGN TO FDEIN11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-DEI-NUMERO
               ALTERNATE RECORD KEY IS E-DEI-IDENTIFIANT
               FILE STATUS IS FDEIN-STATUT.

           SELECT FALRT-FILE ASSIGN TO FALRT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-ALR-CLE
               FILE STATUS IS FALRT-STATUT.

      *        TRACE DE CHAQUE LIGNE CHARGEE (GENERATION PAR RUN)
           SELECT AUDIT-FILE ASSIGN TO DESAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDIT-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

           SELECT RPT-FILE ASSIGN TO RPTDSI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

      *------------------------------------------------------*
      *   SITUATION TRANSMISE PAR L'OPERATEUR (LRECL=100)     *
      *------------------------------------------------------*
       FD  DESI-FILE.
       01  DESI-REC.
      *        '10' : LIGNE DE SITUATION
           05 DES-TYPE                PIC X(2).
           05 DES-IDENTIFIANT         PIC X(8).
           05 DES-NOM                 PIC X(20).
           05 DES-PRENOM              PIC X(15).
      *        JJMMAAAA, COMME E-DATE-NAISS
           05 DES-DATE-NAISS          PIC X(8).
      *        I : INSCRIT, R : RADIE
           05 DES-SITUATION           PIC X(1).
      *        AAAAMMJJ
           05 DES-DATE-SITUATION      PIC X(8).
           05 DES-DATE-SITUATION-N REDEFINES DES-DATE-SITUATION
                                      PIC 9(8).
           05 DES-MOTIF               PIC X(2).
           05 DES-LIBELLE-MOTIF       PIC X(30).
           05 FILLER                  PIC X(6).
      *        ENVELOPPE DE L'ECHANGE : PREMIERE LIGNE '01'
      *        (NUMERO + NOMBRE ANNONCE), DERNIERE LIGNE '99'
      *        (NOMBRE PORTE)
       01  DESI-ENV.
           05 ENV-TYPE                PIC X(2).
           05 ENV-NUMERO              PIC 9(6).
           05 ENV-NB                  PIC 9(7).
           05 FILLER                  PIC X(85).

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FPHON-FILE.
       COPY CPHON.

       FD  FDEIN-FILE.
       COPY CDEIN.

       FD  FALRT-FILE.
       COPY CALRT.

       FD  AUDIT-FILE.
       01  AUDIT-LIGNE                PIC X(132).

      *    UN DOSSIER DONT LA RADIATION ATTEND LA REVUE
       SD  WORK-TRI.
       01  TRI-ENREG.
           05 TRI-GESTIONNAIRE        PIC X(8).
           05 TRI-NUMERO              PIC 9(6).
           05 TRI-NOM                 PIC X(20).
           05 TRI-PRENOM              PIC X(15).
           05 TRI-SITE                PIC X(3).
           05 TRI-IDENTIFIANT         PIC X(8).
           05 TRI-DATE                PIC 9(8).
           05 TRI-MOTIF               PIC X(2).
           05 TRI-LIBELLE-MOTIF       PIC X(30).
           05 TRI-MONTANT-CENTIMES    PIC 9(9).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 DESI-STATUT                 PIC X(2).
         88 DESI-OK                   VALUE '00'.
         88 DESI-FIN                  VALUE '10'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FPHON-STATUT                PIC X(2).
         88 FPHON-OK                  VALUE '00'.
         88 FPHON-FIN                 VALUE '10'.

       01 FDEIN-STATUT                PIC X(2).
         88 FDEIN-OK                  VALUE '00'.
         88 FDEIN-FIN                 VALUE '10'.
         88 FDEIN-DOUBLON             VALUE '22'.

       01 FALRT-STATUT                PIC X(2).
         88 FALRT-OK                  VALUE '00'.

       01 AUDIT-STATUT                PIC X(2).
         88 AUDIT-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-FIN-FICHIER               PIC 9 VALUE 0.
         88 FIN-FICHIER-OUI           VALUE 1.

      *------------------------------------------------------*
      *   ENVELOPPE DE L'ECHANGE                              *
      *------------------------------------------------------*
       01 W-NUMERO-ECHANGE            PIC 9(6) VALUE 0.
       01 W-NB-ANNONCES               PIC 9(7) VALUE 0.
       01 W-NB-DETAILS                PIC 9(7) VALUE 0.
       01 W-TRAILER-VU                PIC 9 VALUE 0.
       01 W-NB-TRAILER                PIC 9(7) VALUE 0.

      *------------------------------------------------------*
      *   RESULTAT DU TRAITEMENT D'UNE LIGNE                  *
      *------------------------------------------------------*
       01 W-RESULTAT                  PIC 9.
         88 LIGNE-RAPPROCHEE          VALUE 1.
         88 LIGNE-NON-RAPPROCHEE      VALUE 0.
       01 W-MOTIF-AUDIT               PIC X(40).
       01 W-NUMERO-RAPPROCHE          PIC 9(6).
       01 W-MODE-RAPPROCHEMENT        PIC X(1).
       01 W-DEIN-EXISTE               PIC 9.
         88 DEIN-EXISTE-OUI           VALUE 1.
         88 DEIN-EXISTE-NON           VALUE 0.
       01 W-A-SIGNALER                PIC 9.
         88 A-SIGNALER-OUI            VALUE 1.
         88 A-SIGNALER-NON            VALUE 0.

      *------------------------------------------------------*
      *   RAPPROCHEMENT PAR LE NOM : NOM + PRENOM + DATE DE   *
      *   NAISSANCE EN EXACT, UN SEUL DOSSIER ADMIS           *
      *------------------------------------------------------*
       01 W-PHO-NOM-DES               PIC X(8).
       01 W-FIN-PHON                  PIC 9.
         88 FIN-PHON-OUI              VALUE 1.
       01 W-NB-HOMONYMES              PIC 9(3).

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-validpho              PIC X(8) value 'VALIDPHO'.

      * --------- Parametre pour sous-programme VALIDPHO
       01 validpho-param.
         02 NOM-A-CODER               PIC X(20).
         02 CLE-PHONETIQUE            PIC X(8).
         02 CR-PHONETIQUE             PIC 9.
           88 cr-phonetique-vide value 0.
           88 cr-phonetique-ok   value 1.

      *------------------------------------------------------*
      *   COMPTEURS                                           *
      *------------------------------------------------------*
       01 W-NB-LUS                    PIC 9(7) VALUE 0.
       01 W-NB-RAPPROCHES             PIC 9(7) VALUE 0.
       01 W-NB-NON-RAPPROCHES         PIC 9(7) VALUE 0.
       01 W-NB-PAR-IDENTIFIANT        PIC 9(7) VALUE 0.
       01 W-NB-PAR-NOM                PIC 9(7) VALUE 0.
       01 W-NB-SIGNALES               PIC 9(7) VALUE 0.
       01 W-NB-A-REVOIR               PIC 9(6) VALUE 0.
       01 W-NB-ALERTES                PIC 9(4) VALUE 0.

       01 W-GEST-COURANT              PIC X(8) VALUE SPACE.
       01 W-PREMIER                   PIC 9 VALUE 1.
       01 W-NB-GEST                   PIC 9(6) VALUE 0.
       01 W-MONTANT-GEST              PIC 9(11) VALUE 0.
       01 W-FIN-TRI                   PIC 9 VALUE 0.
         88 FIN-TRI-OUI               VALUE 1.
       01 W-FIN-DEIN                  PIC 9 VALUE 0.
         88 FIN-DEIN-OUI              VALUE 1.
       01 W-ALERTE-POSEE              PIC 9.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-AAAAMMJJ.
           05 W-DAT-AAAA              PIC X(4).
           05 W-DAT-MM                PIC X(2).
           05 W-DAT-JJ                PIC X(2).
       01 W-DATE-EDITEE               PIC X(10).

      *------------------------------------------------------*
      *   LIGNE DU FICHIER D'AUDIT                           *
      *------------------------------------------------------*
       01 W-LIGNE-AUDIT.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-AUD-RANG              PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-AUD-RESULTAT          PIC X(14).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-AUD-IDENTIFIANT       PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-AUD-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-AUD-PRENOM            PIC X(15).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-AUD-SITUATION         PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-AUD-DATE              PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-AUD-NUMERO            PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-AUD-MODE              PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-AUD-MOTIF             PIC X(40).

       01 W-AUDIT-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(30) VALUE
              'CHARGEMENT SITUATIONS ECHANGE '.
           05 W-AEN-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(4)  VALUE ' DU '.
           05 W-AEN-DATE              PIC X(10).

       01 W-AUDIT-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(7)  VALUE 'LUES : '.
           05 W-ATO-LUS               PIC ZZZZZZ9.
           05 FILLER                  PIC X(14) VALUE
              '  RAPPROCHEES '.
           05 W-ATO-RAPPROCHES        PIC ZZZZZZ9.
           05 FILLER                  PIC X(18) VALUE
              '  NON RAPPROCHEES '.
           05 W-ATO-NON-RAPPROCHES    PIC ZZZZZZ9.
           05 FILLER                  PIC X(19) VALUE
              '  RADIATIONS MISES '.
           05 FILLER                  PIC X(12) VALUE
              'EN ATTENTE '.
           05 W-ATO-SIGNALES          PIC ZZZZZZ9.

      *------------------------------------------------------*
      *   LIGNES DE LA LISTE DE TRAVAIL                      *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(39) VALUE
              'RADIATIONS EN ATTENTE DE REVUE AU '.
           05 W-TIT-DATE              PIC X(10).
           05 W-TIT-RUBRIQUE          PIC X(17) VALUE
              ' - GESTIONNAIRE '.
           05 W-TIT-GESTIONNAIRE      PIC X(8).

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(7)  VALUE 'NUMERO'.
           05 FILLER                  PIC X(21) VALUE 'NOM'.
           05 FILLER                  PIC X(16) VALUE 'PRENOM'.
           05 FILLER                  PIC X(5)  VALUE 'SITE'.
           05 FILLER                  PIC X(10) VALUE 'IDENTIF.'.
           05 FILLER                  PIC X(12) VALUE 'RADIE LE'.
           05 FILLER                  PIC X(34) VALUE 'MOTIF'.
           05 FILLER                  PIC X(10) VALUE 'SUSPENDU'.

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-PRENOM            PIC X(15).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-SITE              PIC X(3).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-IDENTIFIANT       PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-DATE              PIC X(10).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-MOTIF             PIC X(2).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-LIBELLE-MOTIF     PIC X(30).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-MONTANT           PIC ZZZZZZ9,99.

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TOT-LIBELLE           PIC X(40).
           05 W-TOT-NOMBRE            PIC ZZZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-TOT-MONTANT           PIC ZZZZZZZZ9,99.

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-CHARGEMENT
           PERFORM  30000-LISTE-A-REVOIR
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD
           MOVE W-DATE-SYS TO W-DATE-AAAAMMJJ
           PERFORM 39000-FORMATE-DATE
           MOVE W-DATE-EDITEE TO W-AEN-DATE W-TIT-DATE

           OPEN INPUT DESI-FILE
           IF NOT DESI-OK
              DISPLAY 'DSI2CI11 - OUVERTURE DESINSC IMPOSSIBLE : '
                      DESI-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'DSI2CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FPHON-FILE
           IF NOT FPHON-OK
              DISPLAY 'DSI2CI11 - OUVERTURE FPHON11 IMPOSSIBLE : '
                      FPHON-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FDEIN-FILE
           IF NOT FDEIN-OK
              DISPLAY 'DSI2CI11 - OUVERTURE FDEIN11 IMPOSSIBLE : '
                      FDEIN-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FALRT-FILE
           IF NOT FALRT-OK
              DISPLAY 'DSI2CI11 - OUVERTURE FALRT11 KO : '
                      FALRT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT AUDIT-FILE
           IF NOT AUDIT-OK
              DISPLAY 'DSI2CI11 - OUVERTURE DESAUDIT IMPOSSIBLE : '
                      AUDIT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'DSI2CI11 - OUVERTURE RPTDSI IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       20000-TRAIT-CHARGEMENT.
      *----------------------*
      *    LA PREMIERE LIGNE DOIT ETRE L'ENTETE '01' DE
      *    L'ECHANGE, LA DERNIERE LA FIN '99' PORTANT LE NOMBRE
      *    DE LIGNES DE SITUATION
           READ DESI-FILE
              AT END
                 DISPLAY 'DSI2CI11 - FICHIER VIDE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ

           IF ENV-TYPE NOT = '01'
              OR ENV-NUMERO IS NOT NUMERIC
              OR ENV-NB IS NOT NUMERIC
              DISPLAY 'DSI2CI11 - ENTETE D''ECHANGE ABSENTE OU '
                      'INVALIDE : CHARGEMENT REFUSE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ENV-NUMERO TO W-NUMERO-ECHANGE W-AEN-NUMERO
           MOVE ENV-NB     TO W-NB-ANNONCES
           WRITE AUDIT-LIGNE FROM W-AUDIT-ENTETE

           READ DESI-FILE
              AT END
                 SET FIN-FICHIER-OUI TO TRUE
           END-READ

           PERFORM UNTIL FIN-FICHIER-OUI
              IF ENV-TYPE = '99'
                 MOVE 1      TO W-TRAILER-VU
                 MOVE ENV-NB TO W-NB-TRAILER
                 SET FIN-FICHIER-OUI TO TRUE
              ELSE
                 ADD 1 TO W-NB-DETAILS
                 ADD 1 TO W-NB-LUS
                 PERFORM 21000-TRAITE-LIGNE
                 READ DESI-FILE
                    AT END
                       SET FIN-FICHIER-OUI TO TRUE
                 END-READ
              END-IF
           END-PERFORM

           IF W-TRAILER-VU = 0
              DISPLAY 'DSI2CI11 - FIN DE FICHIER 99 ABSENTE : '
                      'TRANSMISSION TRONQUEE PRESUMEE'
              MOVE 12 TO RETURN-CODE
           ELSE
              IF W-NB-TRAILER NOT = W-NB-DETAILS
                 OR W-NB-ANNONCES NOT = W-NB-DETAILS
                 DISPLAY 'DSI2CI11 - COMPTE ANNONCE '
                         W-NB-ANNONCES ' / PORTE ' W-NB-TRAILER
                         ' / LU ' W-NB-DETAILS ' : ECART'
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF

           MOVE W-NB-LUS            TO W-ATO-LUS
           MOVE W-NB-RAPPROCHES     TO W-ATO-RAPPROCHES
           MOVE W-NB-NON-RAPPROCHES TO W-ATO-NON-RAPPROCHES
           MOVE W-NB-SIGNALES       TO W-ATO-SIGNALES
           WRITE AUDIT-LIGNE FROM W-AUDIT-TOTAL
           .

      *--------------------------------------------------------*
      *   UNE LIGNE DE SITUATION : CONTROLE, RAPPROCHEMENT,     *
      *   MISE A JOUR DE FDEIN11 ET TRACE D'AUDIT               *
      *--------------------------------------------------------*
       21000-TRAITE-LIGNE.
      *----------------------*
           SET LIGNE-RAPPROCHEE TO TRUE
           SET A-SIGNALER-NON   TO TRUE
           MOVE SPACE TO W-MOTIF-AUDIT W-MODE-RAPPROCHEMENT
           MOVE 0     TO W-NUMERO-RAPPROCHE

           PERFORM 21100-CONTROLE-LIGNE
           IF LIGNE-RAPPROCHEE
              PERFORM 22000-RAPPROCHE
           END-IF
           IF LIGNE-RAPPROCHEE
              PERFORM 23000-APPLIQUE-SITUATION
           END-IF

           IF LIGNE-RAPPROCHEE
              ADD 1 TO W-NB-RAPPROCHES
              IF W-MODE-RAPPROCHEMENT = 'I'
                 ADD 1 TO W-NB-PAR-IDENTIFIANT
              ELSE
                 ADD 1 TO W-NB-PAR-NOM
              END-IF
              IF A-SIGNALER-OUI
                 ADD 1 TO W-NB-SIGNALES
              END-IF
           ELSE
              ADD 1 TO W-NB-NON-RAPPROCHES
           END-IF

           PERFORM 24000-ECRIT-AUDIT
           .

       21100-CONTROLE-LIGNE.
      *----------------------*
           EVALUATE TRUE
              WHEN DES-TYPE NOT = '10'
                 SET LIGNE-NON-RAPPROCHEE TO TRUE
                 MOVE 'TYPE D''ENREGISTREMENT INCONNU'
                   TO W-MOTIF-AUDIT
              WHEN DES-IDENTIFIANT = SPACE OR LOW-VALUE
                 SET LIGNE-NON-RAPPROCHEE TO TRUE
                 MOVE 'IDENTIFIANT DEMANDEUR D''EMPLOI ABSENT'
                   TO W-MOTIF-AUDIT
              WHEN DES-SITUATION NOT = 'I' AND NOT = 'R'
                 SET LIGNE-NON-RAPPROCHEE TO TRUE
                 MOVE 'SITUATION INCONNUE (I OU R)'
                   TO W-MOTIF-AUDIT
              WHEN DES-DATE-SITUATION IS NOT NUMERIC
                 SET LIGNE-NON-RAPPROCHEE TO TRUE
                 MOVE 'DATE DE SITUATION INVALIDE'
                   TO W-MOTIF-AUDIT
              WHEN DES-DATE-SITUATION-N = 0
                 SET LIGNE-NON-RAPPROCHEE TO TRUE
                 MOVE 'DATE DE SITUATION INVALIDE'
                   TO W-MOTIF-AUDIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   L'IDENTIFIANT DEJA CONNU DESIGNE LE DOSSIER SANS      *
      *   AMBIGUITE ; A DEFAUT, NOM + PRENOM + NAISSANCE EN     *
      *   EXACT SUR UN SEUL DOSSIER NON SUPPRIME, QUI NE DOIT   *
      *   PAS DEJA PORTER UN AUTRE IDENTIFIANT                  *
      *--------------------------------------------------------*
       22000-RAPPROCHE.
      *----------------------*
           SET DEIN-EXISTE-NON TO TRUE
           MOVE DES-IDENTIFIANT TO E-DEI-IDENTIFIANT
           READ FDEIN-FILE KEY IS E-DEI-IDENTIFIANT
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET DEIN-EXISTE-OUI TO TRUE
                 MOVE E-DEI-NUMERO TO W-NUMERO-RAPPROCHE
                 MOVE 'I'          TO W-MODE-RAPPROCHEMENT
           END-READ

           IF DEIN-EXISTE-NON
              PERFORM 22100-RAPPROCHE-NOM
           END-IF

           IF LIGNE-RAPPROCHEE
              MOVE W-NUMERO-RAPPROCHE TO E-NUMERO
              READ FSTAG-FILE
                 INVALID KEY
                    SET LIGNE-NON-RAPPROCHEE TO TRUE
                    MOVE 'DOSSIER INCONNU DE FSTAG11'
                      TO W-MOTIF-AUDIT
                 NOT INVALID KEY
                    IF SUPPRIME-OUI
                       SET LIGNE-NON-RAPPROCHEE TO TRUE
                       MOVE 'DOSSIER SUPPRIME' TO W-MOTIF-AUDIT
                    END-IF
              END-READ
           END-IF
           .

       22100-RAPPROCHE-NOM.
      *----------------------*
           IF DES-NOM = SPACE OR DES-DATE-NAISS = SPACE
              SET LIGNE-NON-RAPPROCHEE TO TRUE
              MOVE 'IDENTIFIANT INCONNU, NOM OU NAISSANCE ABSENT'
                TO W-MOTIF-AUDIT
           ELSE
              MOVE DES-NOM TO NOM-A-CODER
              CALL pgm-validpho USING validpho-param
              MOVE CLE-PHONETIQUE TO W-PHO-NOM-DES
              MOVE 0 TO W-NB-HOMONYMES

              MOVE 0 TO W-FIN-PHON
              MOVE W-PHO-NOM-DES TO E-PHO-SOUNDEX
              MOVE 0             TO E-PHO-NUMERO
              START FPHON-FILE KEY IS NOT LESS THAN E-PHO-CLE
                 INVALID KEY
                    SET FIN-PHON-OUI TO TRUE
              END-START
              PERFORM 22200-LIT-PHONETIQUE
                UNTIL FIN-PHON-OUI
              MOVE '00' TO FPHON-STATUT

              EVALUATE TRUE
                 WHEN W-NB-HOMONYMES = 0
                    SET LIGNE-NON-RAPPROCHEE TO TRUE
                    MOVE 'AUCUN DOSSIER (IDENTIFIANT, NOM, NAISSANCE)'
                      TO W-MOTIF-AUDIT
                 WHEN W-NB-HOMONYMES > 1
                    SET LIGNE-NON-RAPPROCHEE TO TRUE
                    MOVE 'RAPPROCHEMENT AMBIGU : PLUSIEURS DOSSIERS'
                      TO W-MOTIF-AUDIT
                 WHEN OTHER
                    MOVE 'N' TO W-MODE-RAPPROCHEMENT
                    PERFORM 22300-CONTROLE-IDENTIFIANT
              END-EVALUATE
           END-IF
           .

       22200-LIT-PHONETIQUE.
      *----------------------*
           READ FPHON-FILE NEXT RECORD
              AT END
                 SET FIN-PHON-OUI TO TRUE
              NOT AT END
                 IF E-PHO-SOUNDEX NOT = W-PHO-NOM-DES
                    SET FIN-PHON-OUI TO TRUE
                 ELSE
                    MOVE E-PHO-NUMERO TO E-NUMERO
                    READ FSTAG-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          IF SUPPRIME-NON
                             AND E-NOM = DES-NOM
                             AND E-PRENOM = DES-PRENOM
                             AND E-DATE-NAISS = DES-DATE-NAISS
                             ADD 1 TO W-NB-HOMONYMES
                             MOVE E-NUMERO TO W-NUMERO-RAPPROCHE
                          END-IF
                    END-READ
                 END-IF
           END-READ
           .

      *--------------------------------------------------------*
      *   LE DOSSIER RAPPROCHE PAR LE NOM NE DOIT PAS ETRE DEJA *
      *   RATTACHE A UN AUTRE DEMANDEUR D'EMPLOI                *
      *--------------------------------------------------------*
       22300-CONTROLE-IDENTIFIANT.
      *----------------------*
           MOVE W-NUMERO-RAPPROCHE TO E-DEI-NUMERO
           READ FDEIN-FILE
              INVALID KEY
                 SET DEIN-EXISTE-NON TO TRUE
              NOT INVALID KEY
                 SET DEIN-EXISTE-OUI TO TRUE
                 IF E-DEI-IDENTIFIANT NOT = DES-IDENTIFIANT
                    SET LIGNE-NON-RAPPROCHEE TO TRUE
                    MOVE 'DOSSIER RATTACHE A UN AUTRE IDENTIFIANT'
                      TO W-MOTIF-AUDIT
                 END-IF
           END-READ
           .

      *--------------------------------------------------------*
      *   MISE A JOUR DE LA SITUATION. UNE RADIATION NOUVELLE   *
      *   SUR UN DOSSIER ACTIF PASSE EN ATTENTE DE REVUE ; LA   *
      *   MEME RADIATION RETRANSMISE (FICHIER PERIODIQUE) NE    *
      *   REMET PAS EN CAUSE LA DECISION DEJA PRISE. UNE        *
      *   REINSCRIPTION NE LEVE RIEN D'ELLE-MEME : LE           *
      *   GESTIONNAIRE TRANCHE SUR DSI1CI11                     *
      *--------------------------------------------------------*
       23000-APPLIQUE-SITUATION.
      *----------------------*
           IF DEIN-EXISTE-NON
              MOVE SPACE              TO E-DESINSCRIPTION
              MOVE W-NUMERO-RAPPROCHE TO E-DEI-NUMERO
              MOVE 0                  TO E-DEI-DATE-SITUATION
                                         E-DEI-MONTANT-CENTIMES
           END-IF

           EVALUATE TRUE
              WHEN DES-SITUATION = 'R' AND DEI-RADIE
                 AND E-DEI-DATE-SITUATION = DES-DATE-SITUATION-N
                 AND NOT DEI-SANS-OBJET
                 MOVE 'RADIATION DEJA SIGNALEE' TO W-MOTIF-AUDIT
              WHEN DES-SITUATION = 'R' AND STATUT-ACTIF
      *          Une radiation confirmee est soldee ; une somme
      *          levee non encore versee est revue avec la
      *          nouvelle radiation
                 IF DEI-CONFIRME
                    MOVE 0 TO E-DEI-MONTANT-CENTIMES
                 END-IF
                 SET DEI-SUSPENDU TO TRUE
                 MOVE SPACE       TO E-DEI-DATE-REVUE
                                     E-DEI-USERID-REVUE
                 SET A-SIGNALER-OUI TO TRUE
                 MOVE 'RADIATION : INDEMNISATION SUSPENDUE'
                   TO W-MOTIF-AUDIT
              WHEN DES-SITUATION = 'R'
                 MOVE 'RADIATION SUR DOSSIER NON ACTIF'
                   TO W-MOTIF-AUDIT
              WHEN DEI-SUSPENDU
                 MOVE 'REINSCRIPTION : A TRANCHER PAR LE GESTIONNAIRE'
                   TO W-MOTIF-AUDIT
              WHEN OTHER
                 MOVE 'INSCRIT : SITUATION ENREGISTREE'
                   TO W-MOTIF-AUDIT
           END-EVALUATE

           MOVE DES-IDENTIFIANT      TO E-DEI-IDENTIFIANT
           MOVE DES-SITUATION        TO E-DEI-SITUATION
           MOVE DES-DATE-SITUATION-N TO E-DEI-DATE-SITUATION
           MOVE DES-MOTIF            TO E-DEI-MOTIF
           MOVE DES-LIBELLE-MOTIF    TO E-DEI-LIBELLE-MOTIF
           MOVE W-MODE-RAPPROCHEMENT TO E-DEI-RAPPROCHEMENT
           MOVE W-DATE-SYS           TO E-DEI-DATE-CHARGEMENT

           IF DEIN-EXISTE-OUI
              REWRITE E-DESINSCRIPTION
                 INVALID KEY
                    CONTINUE
              END-REWRITE
           ELSE
              WRITE E-DESINSCRIPTION
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF

           IF NOT FDEIN-OK
              SET LIGNE-NON-RAPPROCHEE TO TRUE
              SET A-SIGNALER-NON       TO TRUE
              IF FDEIN-DOUBLON
                 MOVE 'IDENTIFIANT DEJA PORTE PAR UN AUTRE DOSSIER'
                   TO W-MOTIF-AUDIT
              ELSE
                 MOVE SPACE TO W-MOTIF-AUDIT
                 STRING 'ECHEC MISE A JOUR FDEIN11 STATUT '
                        FDEIN-STATUT
                        DELIMITED BY SIZE INTO W-MOTIF-AUDIT
                 END-STRING
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   TRACE DE LA LIGNE : RAPPROCHEE OU NON, AVEC LE        *
      *   DOSSIER, LE MODE DE RAPPROCHEMENT ET LE MOTIF         *
      *--------------------------------------------------------*
       24000-ECRIT-AUDIT.
      *----------------------*
           MOVE W-NB-DETAILS      TO W-AUD-RANG
           IF LIGNE-RAPPROCHEE
              MOVE 'RAPPROCHEE'   TO W-AUD-RESULTAT
              MOVE W-NUMERO-RAPPROCHE TO W-AUD-NUMERO
              MOVE W-MODE-RAPPROCHEMENT TO W-AUD-MODE
           ELSE
              MOVE 'NON RAPPROCHEE' TO W-AUD-RESULTAT
              MOVE SPACE          TO W-AUD-NUMERO W-AUD-MODE
           END-IF
           MOVE DES-IDENTIFIANT   TO W-AUD-IDENTIFIANT
           MOVE DES-NOM           TO W-AUD-NOM
           MOVE DES-PRENOM        TO W-AUD-PRENOM
           MOVE DES-SITUATION     TO W-AUD-SITUATION
           IF DES-DATE-SITUATION IS NUMERIC
              MOVE DES-DATE-SITUATION TO W-DATE-AAAAMMJJ
              PERFORM 39000-FORMATE-DATE
              MOVE W-DATE-EDITEE  TO W-AUD-DATE
           ELSE
              MOVE DES-DATE-SITUATION TO W-AUD-DATE
           END-IF
           MOVE W-MOTIF-AUDIT     TO W-AUD-MOTIF
           WRITE AUDIT-LIGNE FROM W-LIGNE-AUDIT
           .

      *--------------------------------------------------------*
      *   LISTE DE TRAVAIL : TOUTES LES RADIATIONS EN ATTENTE   *
      *   DE REVUE (CHARGEES CE JOUR OU AVANT), UNE PAGE PAR    *
      *   GESTIONNAIRE DU DOSSIER                               *
      *--------------------------------------------------------*
       30000-LISTE-A-REVOIR.
      *----------------------*
           SORT WORK-TRI
                ON ASCENDING KEY TRI-GESTIONNAIRE
                ON ASCENDING KEY TRI-NUMERO
                INPUT PROCEDURE  31000-SELECTION-A-REVOIR
                OUTPUT PROCEDURE 32000-EDITION-A-REVOIR

           PERFORM 33000-ALERTE-A-REVOIR
           .

       31000-SELECTION-A-REVOIR.
      *----------------------*
           MOVE 0 TO W-FIN-DEIN
           MOVE 0 TO E-DEI-NUMERO
           START FDEIN-FILE KEY IS NOT LESS THAN E-DEI-NUMERO
              INVALID KEY
                 SET FIN-DEIN-OUI TO TRUE
           END-START

           PERFORM 31100-LIT-SITUATION
             UNTIL FIN-DEIN-OUI
           .

       31100-LIT-SITUATION.
      *----------------------*
           READ FDEIN-FILE NEXT RECORD
              AT END
                 SET FIN-DEIN-OUI TO TRUE
              NOT AT END
                 IF DEI-SUSPENDU
                    MOVE E-DEI-NUMERO TO E-NUMERO
                    READ FSTAG-FILE
                       INVALID KEY
                          MOVE SPACE TO E-GESTIONNAIRE E-NOM
                                        E-PRENOM E-CODE-SITE
                    END-READ
                    MOVE E-GESTIONNAIRE TO TRI-GESTIONNAIRE
                    IF TRI-GESTIONNAIRE = SPACE OR LOW-VALUE
                       MOVE '********'  TO TRI-GESTIONNAIRE
                    END-IF
                    MOVE E-DEI-NUMERO   TO TRI-NUMERO
                    MOVE E-NOM          TO TRI-NOM
                    MOVE E-PRENOM       TO TRI-PRENOM
                    MOVE E-CODE-SITE    TO TRI-SITE
                    MOVE E-DEI-IDENTIFIANT    TO TRI-IDENTIFIANT
                    MOVE E-DEI-DATE-SITUATION TO TRI-DATE
                    MOVE E-DEI-MOTIF          TO TRI-MOTIF
                    MOVE E-DEI-LIBELLE-MOTIF  TO TRI-LIBELLE-MOTIF
                    MOVE E-DEI-MONTANT-CENTIMES
                      TO TRI-MONTANT-CENTIMES
                    RELEASE TRI-ENREG
                    ADD 1 TO W-NB-A-REVOIR
                 END-IF
           END-READ
           .

       32000-EDITION-A-REVOIR.
      *----------------------*
           MOVE 0 TO W-FIN-TRI

           PERFORM UNTIL FIN-TRI-OUI
              RETURN WORK-TRI AT END
                 SET FIN-TRI-OUI TO TRUE
              NOT AT END
                 PERFORM 32100-TRAITE-A-REVOIR
              END-RETURN
           END-PERFORM

           IF W-PREMIER = 0
              PERFORM 32300-CLOTURE-GESTIONNAIRE
           END-IF

           MOVE ' - RECAPITULATIF' TO W-TIT-RUBRIQUE
           MOVE SPACE              TO W-TIT-GESTIONNAIRE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'LIGNES LUES'           TO W-TOT-LIBELLE
           MOVE W-NB-LUS                TO W-TOT-NOMBRE
           MOVE 0                       TO W-TOT-MONTANT
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'RAPPROCHEES PAR IDENTIFIANT' TO W-TOT-LIBELLE
           MOVE W-NB-PAR-IDENTIFIANT    TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'RAPPROCHEES PAR NOM ET NAISSANCE' TO W-TOT-LIBELLE
           MOVE W-NB-PAR-NOM            TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'NON RAPPROCHEES (CF DESAUDIT)' TO W-TOT-LIBELLE
           MOVE W-NB-NON-RAPPROCHES     TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'RADIATIONS MISES EN ATTENTE CE JOUR' TO W-TOT-LIBELLE
           MOVE W-NB-SIGNALES           TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'DOSSIERS EN ATTENTE DE REVUE' TO W-TOT-LIBELLE
           MOVE W-NB-A-REVOIR           TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           .

       32100-TRAITE-A-REVOIR.
      *----------------------*
           IF W-PREMIER = 1
              MOVE 0 TO W-PREMIER
              PERFORM 32200-NOUVEAU-GESTIONNAIRE
           ELSE
              IF TRI-GESTIONNAIRE NOT = W-GEST-COURANT
                 PERFORM 32300-CLOTURE-GESTIONNAIRE
                 PERFORM 32200-NOUVEAU-GESTIONNAIRE
              END-IF
           END-IF

           MOVE TRI-NUMERO        TO W-DET-NUMERO
           MOVE TRI-NOM           TO W-DET-NOM
           MOVE TRI-PRENOM        TO W-DET-PRENOM
           MOVE TRI-SITE          TO W-DET-SITE
           MOVE TRI-IDENTIFIANT   TO W-DET-IDENTIFIANT
           MOVE TRI-DATE          TO W-DATE-AAAAMMJJ
           PERFORM 39000-FORMATE-DATE
           MOVE W-DATE-EDITEE     TO W-DET-DATE
           MOVE TRI-MOTIF         TO W-DET-MOTIF
           MOVE TRI-LIBELLE-MOTIF TO W-DET-LIBELLE-MOTIF
           COMPUTE W-DET-MONTANT = TRI-MONTANT-CENTIMES / 100
           WRITE RPT-LIGNE FROM W-LIGNE-DETAIL
           ADD 1 TO W-NB-GEST
           ADD TRI-MONTANT-CENTIMES TO W-MONTANT-GEST
           .

       32200-NOUVEAU-GESTIONNAIRE.
      *----------------------*
           MOVE TRI-GESTIONNAIRE TO W-GEST-COURANT
           MOVE 0 TO W-NB-GEST W-MONTANT-GEST
           MOVE TRI-GESTIONNAIRE TO W-TIT-GESTIONNAIRE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           .

       32300-CLOTURE-GESTIONNAIRE.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'DOSSIERS A REVOIR / SOMMES SUSPENDUES'
             TO W-TOT-LIBELLE
           MOVE W-NB-GEST TO W-TOT-NOMBRE
           COMPUTE W-TOT-MONTANT = W-MONTANT-GEST / 100
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           .

      *--------------------------------------------------------*
      *   UNE ALERTE FALRT11 TANT QUE DES RADIATIONS ATTENDENT  *
      *   LA REVUE DES GESTIONNAIRES                            *
      *--------------------------------------------------------*
       33000-ALERTE-A-REVOIR.
      *----------------------*
           IF W-NB-A-REVOIR > 0
              MOVE W-DATE-SYS       TO E-ALR-DATE
              MOVE 'DSI2CI11'       TO E-ALR-JOB
              MOVE 'W'              TO E-ALR-SEVERITE
              MOVE SPACE            TO E-ALR-MESSAGE
              MOVE W-NB-A-REVOIR    TO W-TOT-NOMBRE
              STRING 'RADIATIONS A REVOIR (DSI1CI11) :'
                                             DELIMITED BY SIZE
                     W-TOT-NOMBRE            DELIMITED BY SIZE
                     ' DOSSIER(S)'           DELIMITED BY SIZE
                     INTO E-ALR-MESSAGE
              END-STRING
              MOVE 0                TO E-ALR-NUMERO
              MOVE 'O'              TO E-ALR-ETAT
              MOVE SPACE            TO E-ALR-ACQ-USERID
                                       E-ALR-ACQ-DATE
              PERFORM 34000-ECRIT-ALERTE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

       34000-ECRIT-ALERTE.
      *----------------------*
           MOVE 1 TO E-ALR-SEQ
           MOVE 0 TO W-ALERTE-POSEE
           PERFORM UNTIL W-ALERTE-POSEE = 1 OR E-ALR-SEQ = 9999
              WRITE E-ALERTE
                 INVALID KEY
                    ADD 1 TO E-ALR-SEQ
                 NOT INVALID KEY
                    MOVE 1 TO W-ALERTE-POSEE
                    ADD 1 TO W-NB-ALERTES
              END-WRITE
           END-PERFORM
           .

       39000-FORMATE-DATE.
      *----------------------*
           STRING W-DAT-JJ '/' W-DAT-MM '/' W-DAT-AAAA
                  DELIMITED BY SIZE INTO W-DATE-EDITEE
           END-STRING
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE DESI-FILE
           CLOSE FSTAG-FILE
           CLOSE FPHON-FILE
           CLOSE FDEIN-FILE
           CLOSE FALRT-FILE
           CLOSE AUDIT-FILE
           CLOSE RPT-FILE

           DISPLAY 'DSI2CI11 - CHARGEMENT DES SITUATIONS TERMINE'
           DISPLAY '   ECHANGE            : ' W-NUMERO-ECHANGE
           DISPLAY '   LIGNES LUES        : ' W-NB-LUS
           DISPLAY '   RAPPROCHEES        : ' W-NB-RAPPROCHES
           DISPLAY '   NON RAPPROCHEES    : ' W-NB-NON-RAPPROCHES
           DISPLAY '   RADIATIONS SIGNALEES : ' W-NB-SIGNALES
           DISPLAY '   A REVOIR           : ' W-NB-A-REVOIR
           DISPLAY '   ALERTES FALRT11    : ' W-NB-ALERTES
           .
