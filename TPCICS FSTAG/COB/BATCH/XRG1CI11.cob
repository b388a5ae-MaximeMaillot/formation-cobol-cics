      *======================================================*
      *   PROGRAMME BATCH - EXPORT DE DOSSIERS COMPLETS      *
      *   VERS UNE AUTRE REGION (STAGIAIRE QUI DEMENAGE) :   *
      *   FSTAG11 ET SES SOUS-FICHIERS FPLAC11, FPRES11,     *
      *   FDOCS11, FNOTE11, FENTR11, FRESU11, PLUS LE CUMUL  *
      *   DES PAIEMENTS FHPAI11, AU FORMAT D'ECHANGE CXECH   *
      *   (ENTETE '01', TRAILER DE CONTROLE '99').           *
      *   LA CARTE XRGCART DONNE LA REGION DE DESTINATION    *
      *   ET LE NUMERO DE CHAQUE DOSSIER A TRANSFERER ; UN   *
      *   FICHIER D'ECHANGE NE SERT QU'UNE REGION.           *
      *   LE DOSSIER EXPORTE N'EST PAS SUPPRIME : IL EST     *
      *   MARQUE TRANSFERE ('R'), SA PRESTATION ACTIVE EST   *
      *   CLOSE A LA DATE DU JOUR, AVEC TRACE 'M' (FSTAGA11) *
      *   ET DETAIL AVANT/APRES (FSTAGD11), ET L'ENVOI EST   *
      *   INSCRIT AU REGISTRE DES ECHANGES FXREG11.          *
      *   LE CHARGEMENT DANS LA REGION D'ACCUEIL EST FAIT    *
      *   PAR XRG2CI11                                       *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XRG1CI11.

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
           SELECT CARTE-FILE ASSIGN TO XRGCART
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

           SELECT XECH-FILE ASSIGN TO XRGECH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS XECH-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

      *        SOUS-FICHIERS DU DOSSIER, PARCOURUS PAR NUMERO
           SELECT FPLAC-FILE ASSIGN TO FPLAC11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-PLA-CLE
               FILE STATUS IS FPLAC-STATUT.

           SELECT FPRES-FILE ASSIGN TO FPRES11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-PRE-CLE
               FILE STATUS IS FPRES-STATUT.

           SELECT FDOCS-FILE ASSIGN TO FDOCS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-DOC-CLE
               FILE STATUS IS FDOCS-STATUT.

           SELECT FNOTE-FILE ASSIGN TO FNOTE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-NOT-CLE
               FILE STATUS IS FNOTE-STATUT.

           SELECT FENTR-FILE ASSIGN TO FENTR11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-ENT-CLE
               FILE STATUS IS FENTR-STATUT.

           SELECT FRESU-FILE ASSIGN TO FRESU11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-RES-CLE
               FILE STATUS IS FRESU-STATUT.

           SELECT FHPAI-FILE ASSIGN TO FHPAI11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-HPA-CLE
               FILE STATUS IS FHPAI-STATUT.

           SELECT FSTAGA-FILE ASSIGN TO FSTAGA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-HISTO
               FILE STATUS IS FSTAGA-STATUT.

           SELECT FSTAGD-FILE ASSIGN TO FSTAGD11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-DET-CLE
               FILE STATUS IS FSTAGD-STATUT.

           SELECT FXREG-FILE ASSIGN TO FXREG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-XRG-CLE
               FILE STATUS IS FXREG-STATUT.

      *        CODE DE LA REGION (PARAMETRE CODE-REGION)
           SELECT FPARM-FILE ASSIGN TO FPARM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PAR-CLE
               FILE STATUS IS FPARM-STATUT.

      *        JOURNAL DES ECHANGES EMIS : DONNE LE NUMERO DU
      *        PROCHAIN ECHANGE (LE PLUS HAUT + 1)
           SELECT XLOG-FILE ASSIGN TO XRGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XLOG-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTXRG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

      *------------------------------------------------------*
      *   CARTE : REGION DE DESTINATION (COL 1-2) ET NUMERO  *
      *   DU DOSSIER A TRANSFERER (COL 4-9)                  *
      *------------------------------------------------------*
       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CRT-REGION              PIC X(2).
           05 FILLER                  PIC X(1).
           05 CRT-NUMERO              PIC X(6).
           05 FILLER                  PIC X(71).

       FD  XECH-FILE.
       COPY CXECH.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FPLAC-FILE.
       COPY CPLAC.

       FD  FPRES-FILE.
       COPY CPRES.

       FD  FDOCS-FILE.
       COPY CDOCS.

       FD  FNOTE-FILE.
       COPY CNOTE.

       FD  FENTR-FILE.
       COPY CENTR.

       FD  FRESU-FILE.
       COPY CRESU.

       FD  FHPAI-FILE.
       COPY CHPAI.

       FD  FSTAGA-FILE.
       COPY CTDHIST.

       FD  FSTAGD-FILE.
       COPY CDETA.

       FD  FXREG-FILE.
       COPY CXREG.

       FD  FPARM-FILE.
       COPY CPARM.

       FD  XLOG-FILE.
       01  XLOG-REC.
           05 XLOG-ECHANGE            PIC 9(6).
           05 FILLER                  PIC X(1).
           05 XLOG-REGION             PIC 9(2).
           05 FILLER                  PIC X(1).
           05 XLOG-DATE               PIC 9(8).
           05 FILLER                  PIC X(1).
           05 XLOG-NB-DOSSIERS        PIC 9(5).
           05 FILLER                  PIC X(56).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------*
      *   SCELLEMENT DES TRACES D'AUDIT ECRITES (FSCEL11)     *
      *------------------------------------------------------*
       01 pgm-scellbat                PIC X(8) VALUE 'SCELLBAT'.
       COPY CSCEP.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.
         88 CARTE-FIN                 VALUE '10'.

       01 XECH-STATUT                 PIC X(2).
         88 XECH-OK                   VALUE '00'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FPLAC-STATUT                PIC X(2).
         88 FPLAC-OK                  VALUE '00'.
         88 FPLAC-FIN                 VALUE '10'.

       01 FPRES-STATUT                PIC X(2).
         88 FPRES-OK                  VALUE '00'.
         88 FPRES-FIN                 VALUE '10'.

       01 FDOCS-STATUT                PIC X(2).
         88 FDOCS-OK                  VALUE '00'.
         88 FDOCS-FIN                 VALUE '10'.

       01 FNOTE-STATUT                PIC X(2).
         88 FNOTE-OK                  VALUE '00'.
         88 FNOTE-FIN                 VALUE '10'.

       01 FENTR-STATUT                PIC X(2).
         88 FENTR-OK                  VALUE '00'.
         88 FENTR-FIN                 VALUE '10'.

       01 FRESU-STATUT                PIC X(2).
         88 FRESU-OK                  VALUE '00'.
         88 FRESU-FIN                 VALUE '10'.

       01 FHPAI-STATUT                PIC X(2).
         88 FHPAI-OK                  VALUE '00'.
         88 FHPAI-FIN                 VALUE '10'.

       01 FSTAGA-STATUT               PIC X(2).
         88 FSTAGA-OK                 VALUE '00'.

       01 FSTAGD-STATUT               PIC X(2).
         88 FSTAGD-OK                 VALUE '00'.

       01 FXREG-STATUT                PIC X(2).
         88 FXREG-OK                  VALUE '00'.

       01 FPARM-STATUT                PIC X(2).
         88 FPARM-OK                  VALUE '00'.
         88 FPARM-ABSENT              VALUE '35'.

       01 XLOG-STATUT                 PIC X(2).
         88 XLOG-OK                   VALUE '00'.
         88 XLOG-FIN                  VALUE '10'.
         88 XLOG-ABSENT               VALUE '35'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

      *------------------------------------------------------*
      *   REGIONS ET NUMERO DE L'ECHANGE                      *
      *------------------------------------------------------*
       01 W-REGION-LOCALE             PIC 9(2) VALUE 0.
       01 W-REGION-DEST               PIC 9(2) VALUE 0.
       01 W-NUMERO-ECHANGE            PIC 9(6) VALUE 0.

      *------------------------------------------------------*
      *   DOSSIERS RETENUS AU CONTROLE DES CARTES (L'ENTETE   *
      *   ANNONCE LEUR NOMBRE AVANT LE PREMIER DOSSIER)       *
      *------------------------------------------------------*
       01 W-MAX-DOSSIERS              PIC 9(3) VALUE 500.
       01 W-NB-RETENUS                PIC 9(3) VALUE 0.
       01 W-TAB-DOSSIERS.
           05 W-TAB-NUMERO            PIC 9(6) OCCURS 500.
       01 W-IDX                       PIC 9(3).
       01 W-DEJA-RETENU               PIC 9.
         88 DEJA-RETENU-OUI           VALUE 1.
         88 DEJA-RETENU-NON           VALUE 0.

       01 W-CARTE-VALIDE              PIC 9.
         88 CARTE-VALIDE              VALUE 1.
         88 CARTE-REJETEE             VALUE 0.
       01 W-MOTIF-REJET               PIC X(40).

      *------------------------------------------------------*
      *   DOSSIER EN COURS D'EXPORT                           *
      *------------------------------------------------------*
       01 W-NUMERO-COURANT            PIC 9(6).
       01 W-PLA-SEQ-COURANT           PIC 9(2).
       01 W-NB-ENREG-DOSSIER          PIC 9(5).

      *    CUMUL FHPAI11 DU DOSSIER
       01 W-HPA-NB-MOIS               PIC 9(3).
       01 W-HPA-PREMIER               PIC 9(6).
       01 W-HPA-DERNIER               PIC 9(6).
       01 W-HPA-MONTANT               PIC 9(11).
       01 W-HPA-SAISIE                PIC 9(11).
       01 W-HPA-INDU                  PIC 9(11).
       01 W-HPA-FRAIS                 PIC 9(11).
       01 W-HPA-AIDE                  PIC 9(11).

      *    TOTAUX DE CONTROLE PORTES PAR LE TRAILER '99'
       01 W-NB-ENREG                  PIC 9(7) VALUE 0.
       01 W-TOTAL-NUMEROS             PIC 9(12) VALUE 0.
       01 W-TOTAL-MONTANT             PIC 9(13) VALUE 0.

      *------------------------------------------------------*
      *   MARQUAGE DU DOSSIER TRANSFERE                       *
      *------------------------------------------------------*
       01 W-DATE-FIN-JOUR.
           05 W-FIN-JJ                PIC 99.
           05 W-FIN-MM                PIC 99.
           05 W-FIN-AAAA              PIC 9(4).
       01 W-TRACE-TRANSFERT.
           05 FILLER                  PIC X(7)  VALUE 'REGION '.
           05 W-TRC-REGION            PIC 9(2).
           05 FILLER                  PIC X(9)  VALUE ' ECHANGE '.
           05 W-TRC-ECHANGE           PIC 9(6).

       01 W-COMPTEUR-SECONDE          PIC 9(2) VALUE 0.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-HEURE-SYS                 PIC 9(8).
       01 W-DATE-AUDIT.
           05 W-AUD-JJ                PIC 99.
           05 FILLER                  PIC X VALUE '/'.
           05 W-AUD-MM                PIC 99.
           05 FILLER                  PIC X VALUE '/'.
           05 W-AUD-AAAA              PIC 9(4).
       01 W-HEURE-AUDIT.
           05 W-AUD-HH                PIC 99.
           05 FILLER                  PIC X VALUE ':'.
           05 W-AUD-MN                PIC 99.
           05 FILLER                  PIC X VALUE ':'.
           05 W-AUD-SS                PIC 99.

      *------------------------------------------------------*
      *   COMPTEURS                                           *
      *------------------------------------------------------*
       01 W-NB-CARTES                 PIC 9(5) VALUE 0.
       01 W-NB-EXPORTES               PIC 9(5) VALUE 0.
       01 W-NB-REJETES                PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES D'EDITION                                   *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(47) VALUE
              'EXPORT DE DOSSIERS VERS UNE AUTRE REGION - ECH.'.
           05 W-TIT-ECHANGE           PIC 9(6).
           05 FILLER                  PIC X(10) VALUE ' - REGION '.
           05 W-TIT-REGION            PIC 9(2).

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-PRENOM            PIC X(15).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-NB-ENREG          PIC ZZZZ9.
           05 FILLER                  PIC X(7)  VALUE ' ENREG.'.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-STATUT            PIC X(30).

       01 W-LIGNE-REJET.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-REJ-CARTE             PIC X(9).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 FILLER                  PIC X(8)  VALUE 'REJET : '.
           05 W-REJ-MOTIF             PIC X(40).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(9)  VALUE 'CARTES : '.
           05 W-TOT-CARTES            PIC ZZZZ9.
           05 FILLER                  PIC X(13) VALUE '  EXPORTES : '.
           05 W-TOT-EXPORTES          PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  REJETES : '.
           05 W-TOT-REJETES           PIC ZZZZ9.
           05 FILLER                  PIC X(20) VALUE
              '  ENREGISTREMENTS : '.
           05 W-TOT-ENREG             PIC ZZZZZZ9.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-CONTROLE-CARTES
           IF W-NB-RETENUS > 0
              PERFORM  30000-TRAIT-EXPORT
           END-IF
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS  FROM DATE YYYYMMDD
           ACCEPT W-HEURE-SYS FROM TIME
           MOVE W-DATE-SYS(7:2)  TO W-AUD-JJ  W-FIN-JJ
           MOVE W-DATE-SYS(5:2)  TO W-AUD-MM  W-FIN-MM
           MOVE W-DATE-SYS(1:4)  TO W-AUD-AAAA W-FIN-AAAA
           MOVE W-HEURE-SYS(1:2) TO W-AUD-HH
           MOVE W-HEURE-SYS(3:2) TO W-AUD-MN
           MOVE W-HEURE-SYS(5:2) TO W-AUD-SS

           PERFORM 10500-LIT-PARAMETRES

           OPEN INPUT CARTE-FILE
           IF NOT CARTE-OK
              DISPLAY 'XRG1CI11 - OUVERTURE XRGCART IMPOSSIBLE : '
                      CARTE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'XRG1CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FPLAC-FILE
           IF NOT FPLAC-OK
              DISPLAY 'XRG1CI11 - OUVERTURE FPLAC11 IMPOSSIBLE : '
                      FPLAC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FPRES-FILE
           IF NOT FPRES-OK
              DISPLAY 'XRG1CI11 - OUVERTURE FPRES11 IMPOSSIBLE : '
                      FPRES-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FDOCS-FILE
           IF NOT FDOCS-OK
              DISPLAY 'XRG1CI11 - OUVERTURE FDOCS11 IMPOSSIBLE : '
                      FDOCS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FNOTE-FILE
           IF NOT FNOTE-OK
              DISPLAY 'XRG1CI11 - OUVERTURE FNOTE11 IMPOSSIBLE : '
                      FNOTE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FENTR-FILE
           IF NOT FENTR-OK
              DISPLAY 'XRG1CI11 - OUVERTURE FENTR11 IMPOSSIBLE : '
                      FENTR-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FRESU-FILE
           IF NOT FRESU-OK
              DISPLAY 'XRG1CI11 - OUVERTURE FRESU11 IMPOSSIBLE : '
                      FRESU-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FHPAI-FILE
           IF NOT FHPAI-OK
              DISPLAY 'XRG1CI11 - OUVERTURE FHPAI11 IMPOSSIBLE : '
                      FHPAI-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FSTAGA-FILE
           IF NOT FSTAGA-OK
              DISPLAY 'XRG1CI11 - OUVERTURE FSTAGA11 IMPOSSIBLE : '
                      FSTAGA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FSTAGD-FILE
           IF NOT FSTAGD-OK
              DISPLAY 'XRG1CI11 - OUVERTURE FSTAGD11 IMPOSSIBLE : '
                      FSTAGD-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FXREG-FILE
           IF NOT FXREG-OK
              DISPLAY 'XRG1CI11 - OUVERTURE FXREG11 IMPOSSIBLE : '
                      FXREG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'XRG1CI11 - OUVERTURE RPTXRG IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      *--------------------------------------------------------*
      *   CODE DE LA REGION LOCALE (FPARM11, CLE CODE-REGION) :  *
      *   SANS LUI L'ECHANGE NE PEUT PAS ETRE SIGNE, L'EXPORT    *
      *   EST REFUSE                                             *
      *--------------------------------------------------------*
       10500-LIT-PARAMETRES.
      *----------------------*
           OPEN INPUT FPARM-FILE
           EVALUATE TRUE
              WHEN FPARM-OK
                 MOVE 'CODE-REGION ' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-PAR-VALEUR > 0 AND E-PAR-VALEUR < 100
                          MOVE E-PAR-VALEUR TO W-REGION-LOCALE
                       END-IF
                 END-READ
                 CLOSE FPARM-FILE
              WHEN FPARM-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'XRG1CI11 - OUVERTURE FPARM11 KO : '
                         FPARM-STATUT
           END-EVALUATE

           IF W-REGION-LOCALE = 0
              DISPLAY 'XRG1CI11 - CODE-REGION ABSENT DE FPARM11 : '
                      'EXPORT REFUSE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      *--------------------------------------------------------*
      *   PREMIER PASSAGE : CONTROLE DES CARTES ET CONSTITUTION  *
      *   DE LA LISTE DES DOSSIERS A EXPORTER ; LA PREMIERE      *
      *   CARTE VALIDE FIXE LA REGION DE DESTINATION             *
      *--------------------------------------------------------*
       20000-CONTROLE-CARTES.
      *----------------------*
           PERFORM 21000-LIT-CARTE
             UNTIL CARTE-FIN
           CLOSE CARTE-FILE

           IF W-NB-RETENUS = 0
              DISPLAY 'XRG1CI11 - AUCUN DOSSIER A EXPORTER'
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       21000-LIT-CARTE.
      *----------------------*
           READ CARTE-FILE
              AT END
                 SET CARTE-FIN TO TRUE
              NOT AT END
                 IF CARTE-REC NOT = SPACE
                    ADD 1 TO W-NB-CARTES
                    PERFORM 22000-CONTROLE-CARTE
                    IF CARTE-VALIDE
                       ADD 1 TO W-NB-RETENUS
                       MOVE CRT-NUMERO
                         TO W-TAB-NUMERO(W-NB-RETENUS)
                    ELSE
                       PERFORM 24000-EDITE-REJET
                    END-IF
                 END-IF
           END-READ
           .

       22000-CONTROLE-CARTE.
      *----------------------*
           SET CARTE-VALIDE TO TRUE

           IF CRT-REGION IS NOT NUMERIC OR CRT-REGION = '00'
              MOVE 'REGION DE DESTINATION INVALIDE' TO W-MOTIF-REJET
              SET CARTE-REJETEE TO TRUE
           END-IF

           IF CARTE-VALIDE
              IF W-REGION-DEST = 0
                 MOVE CRT-REGION TO W-REGION-DEST
              END-IF
              IF CRT-REGION NOT = W-REGION-DEST
                 MOVE 'REGION DIFFERENTE DE L''ECHANGE'
                   TO W-MOTIF-REJET
                 SET CARTE-REJETEE TO TRUE
              END-IF
           END-IF

           IF CARTE-VALIDE
              IF W-REGION-DEST = W-REGION-LOCALE
                 MOVE 'REGION DE DESTINATION = REGION LOCALE'
                   TO W-MOTIF-REJET
                 SET CARTE-REJETEE TO TRUE
              END-IF
           END-IF

           IF CARTE-VALIDE
              IF CRT-NUMERO IS NOT NUMERIC
                 MOVE 'NUMERO DE DOSSIER ILLISIBLE' TO W-MOTIF-REJET
                 SET CARTE-REJETEE TO TRUE
              END-IF
           END-IF

           IF CARTE-VALIDE
              SET DEJA-RETENU-NON TO TRUE
              PERFORM VARYING W-IDX FROM 1 BY 1
                        UNTIL W-IDX > W-NB-RETENUS
                 IF W-TAB-NUMERO(W-IDX) = CRT-NUMERO
                    SET DEJA-RETENU-OUI TO TRUE
                 END-IF
              END-PERFORM
              IF DEJA-RETENU-OUI
                 MOVE 'DOSSIER DEJA DEMANDE' TO W-MOTIF-REJET
                 SET CARTE-REJETEE TO TRUE
              END-IF
           END-IF

           IF CARTE-VALIDE
              IF W-NB-RETENUS NOT < W-MAX-DOSSIERS
                 MOVE 'PLUS DE 500 DOSSIERS PAR ECHANGE'
                   TO W-MOTIF-REJET
                 SET CARTE-REJETEE TO TRUE
              END-IF
           END-IF

           IF CARTE-VALIDE
              PERFORM 23000-CONTROLE-DOSSIER
           END-IF
           .

       23000-CONTROLE-DOSSIER.
      *    Seul un dossier vivant, pas encore transfere et dont le
      *    partage n'a pas ete refuse (consentement RGPD) part
           MOVE CRT-NUMERO TO E-NUMERO
           READ FSTAG-FILE
              INVALID KEY
                 MOVE 'DOSSIER INCONNU' TO W-MOTIF-REJET
                 SET CARTE-REJETEE TO TRUE
              NOT INVALID KEY
                 EVALUATE TRUE
                    WHEN SUPPRIME-OUI
                       MOVE 'DOSSIER SUPPRIME' TO W-MOTIF-REJET
                       SET CARTE-REJETEE TO TRUE
                    WHEN TRANSFERE-REGION-OUI
                       MOVE 'DOSSIER DEJA TRANSFERE' TO W-MOTIF-REJET
                       SET CARTE-REJETEE TO TRUE
                    WHEN CONSENT-PARTAGE-NON
                       MOVE 'PARTAGE REFUSE PAR LE STAGIAIRE'
                         TO W-MOTIF-REJET
                       SET CARTE-REJETEE TO TRUE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ
           .

       24000-EDITE-REJET.
      *----------------------*
           ADD 1 TO W-NB-REJETES
           MOVE CARTE-REC(1:9)  TO W-REJ-CARTE
           MOVE W-MOTIF-REJET   TO W-REJ-MOTIF
           WRITE RPT-LIGNE FROM W-LIGNE-REJET
           .

      *--------------------------------------------------------*
      *   SECOND PASSAGE : ENTETE, DOSSIERS RETENUS, TRAILER     *
      *--------------------------------------------------------*
       30000-TRAIT-EXPORT.
      *----------------------*
           PERFORM 31000-NUMERO-ECHANGE

           MOVE W-NUMERO-ECHANGE TO W-TIT-ECHANGE W-TRC-ECHANGE
           MOVE W-REGION-DEST    TO W-TIT-REGION  W-TRC-REGION
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE

           OPEN OUTPUT XECH-FILE
           IF NOT XECH-OK
              DISPLAY 'XRG1CI11 - OUVERTURE XRGECH IMPOSSIBLE : '
                      XECH-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACE               TO E-ECHANGE
           SET XCH-ENTETE           TO TRUE
           MOVE 0                   TO E-XCH-NUMERO
           MOVE '01'                TO E-XCH-ENT-VERSION
           MOVE W-REGION-LOCALE     TO E-XCH-ENT-REGION-ORIG
           MOVE W-REGION-DEST       TO E-XCH-ENT-REGION-DEST
           MOVE W-NUMERO-ECHANGE    TO E-XCH-ENT-ECHANGE
           MOVE W-DATE-SYS          TO E-XCH-ENT-DATE
           MOVE W-NB-RETENUS        TO E-XCH-ENT-NB-DOSSIERS
           WRITE E-ECHANGE

           PERFORM VARYING W-IDX FROM 1 BY 1
                     UNTIL W-IDX > W-NB-RETENUS
              MOVE W-TAB-NUMERO(W-IDX) TO W-NUMERO-COURANT
              PERFORM 32000-EXPORTE-DOSSIER
           END-PERFORM

           MOVE SPACE               TO E-ECHANGE
           SET XCH-FIN              TO TRUE
           MOVE 0                   TO E-XCH-NUMERO
           MOVE W-NB-EXPORTES       TO E-XCH-FIN-NB-DOSSIERS
           MOVE W-NB-ENREG          TO E-XCH-FIN-NB-ENREG
           MOVE W-TOTAL-NUMEROS     TO E-XCH-FIN-TOTAL-NUM
           MOVE W-TOTAL-MONTANT     TO E-XCH-FIN-TOTAL-MONT
           WRITE E-ECHANGE

           CLOSE XECH-FILE

           PERFORM 39000-JOURNALISE-ECHANGE
           .

      *--------------------------------------------------------*
      *   NUMERO DE L'ECHANGE : LE PLUS HAUT DU JOURNAL + 1      *
      *   (JOURNAL ABSENT = PREMIER ECHANGE)                     *
      *--------------------------------------------------------*
       31000-NUMERO-ECHANGE.
      *----------------------*
           MOVE 0 TO W-NUMERO-ECHANGE
           OPEN INPUT XLOG-FILE
           EVALUATE TRUE
              WHEN XLOG-OK
                 PERFORM 31100-LIT-JOURNAL
                   UNTIL XLOG-FIN
                 CLOSE XLOG-FILE
              WHEN XLOG-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'XRG1CI11 - OUVERTURE XRGLOG KO : '
                         XLOG-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           ADD 1 TO W-NUMERO-ECHANGE
           .

       31100-LIT-JOURNAL.
      *----------------------*
           READ XLOG-FILE
              AT END
                 SET XLOG-FIN TO TRUE
              NOT AT END
                 IF XLOG-ECHANGE IS NUMERIC
                    AND XLOG-ECHANGE > W-NUMERO-ECHANGE
                    MOVE XLOG-ECHANGE TO W-NUMERO-ECHANGE
                 END-IF
           END-READ
           .

      *--------------------------------------------------------*
      *   UN DOSSIER : 'ST', 'HP' PUIS LES SOUS-FICHIERS, ET     *
      *   MARQUAGE DU DOSSIER TRANSFERE                          *
      *--------------------------------------------------------*
       32000-EXPORTE-DOSSIER.
      *----------------------*
           MOVE W-NUMERO-COURANT TO E-NUMERO
           READ FSTAG-FILE
              INVALID KEY
                 DISPLAY 'XRG1CI11 - DOSSIER ' W-NUMERO-COURANT
                         ' DISPARU ENTRE LES DEUX PASSAGES'
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
           END-READ

           MOVE 0 TO W-NB-ENREG-DOSSIER
           MOVE 0 TO W-PLA-SEQ-COURANT

           SET XCH-STAGIAIRE TO TRUE
           MOVE E-STAGIAIRE  TO E-XCH-DONNEES
           PERFORM 38000-ECRIT-ECHANGE
           ADD W-NUMERO-COURANT TO W-TOTAL-NUMEROS

           PERFORM 33000-CUMULE-PAIEMENTS
           PERFORM 34100-EXPORTE-PLACEMENTS
           PERFORM 34200-EXPORTE-PRESENCES
           PERFORM 34300-EXPORTE-PIECES
           PERFORM 34400-EXPORTE-NOTES
           PERFORM 34500-EXPORTE-ENTRETIENS
           PERFORM 34600-EXPORTE-RESULTATS

           PERFORM 35000-MARQUE-DOSSIER
           PERFORM 36000-ENREGISTRE-ENVOI

           ADD 1 TO W-NB-EXPORTES
           MOVE W-NUMERO-COURANT   TO W-DET-NUMERO
           MOVE E-NOM              TO W-DET-NOM
           MOVE E-PRENOM           TO W-DET-PRENOM
           MOVE W-NB-ENREG-DOSSIER TO W-DET-NB-ENREG
           MOVE 'EXPORTE, MARQUE TRANSFERE'
             TO W-DET-STATUT
           WRITE RPT-LIGNE FROM W-LIGNE-DETAIL
           .

      *--------------------------------------------------------*
      *   CUMUL DES PAIEMENTS FHPAI11 DU DOSSIER : L'HISTORIQUE  *
      *   MOIS PAR MOIS RESTE ICI, SEUL LE CUMUL VOYAGE ('HP',   *
      *   TOUJOURS ECRIT, A ZERO SI AUCUN PAIEMENT)              *
      *--------------------------------------------------------*
       33000-CUMULE-PAIEMENTS.
      *----------------------*
           MOVE 0 TO W-HPA-NB-MOIS W-HPA-PREMIER W-HPA-DERNIER
                     W-HPA-MONTANT W-HPA-SAISIE W-HPA-INDU
                     W-HPA-FRAIS W-HPA-AIDE
           MOVE W-NUMERO-COURANT TO E-HPA-NUMERO
           MOVE 0                TO E-HPA-MOIS
           MOVE '00' TO FHPAI-STATUT
           START FHPAI-FILE KEY IS GREATER THAN E-HPA-CLE
              INVALID KEY
                 SET FHPAI-FIN TO TRUE
           END-START
           PERFORM 33100-LIT-PAIEMENT
             UNTIL FHPAI-FIN
           MOVE '00' TO FHPAI-STATUT

           MOVE SPACE           TO E-XCH-DONNEES
           SET XCH-PAIEMENTS    TO TRUE
           MOVE W-HPA-NB-MOIS   TO E-XCH-HPA-NB-MOIS
           MOVE W-HPA-PREMIER   TO E-XCH-HPA-PREMIER
           MOVE W-HPA-DERNIER   TO E-XCH-HPA-DERNIER
           MOVE W-HPA-MONTANT   TO E-XCH-HPA-MONTANT
           MOVE W-HPA-SAISIE    TO E-XCH-HPA-SAISIE
           MOVE W-HPA-INDU      TO E-XCH-HPA-INDU
           MOVE W-HPA-FRAIS     TO E-XCH-HPA-FRAIS
           MOVE W-HPA-AIDE      TO E-XCH-HPA-AIDE
           PERFORM 38000-ECRIT-ECHANGE
           ADD W-HPA-MONTANT TO W-TOTAL-MONTANT
           .

       33100-LIT-PAIEMENT.
      *----------------------*
           READ FHPAI-FILE NEXT RECORD
              AT END
                 SET FHPAI-FIN TO TRUE
              NOT AT END
                 IF E-HPA-NUMERO = W-NUMERO-COURANT
                    ADD 1 TO W-HPA-NB-MOIS
                    IF W-HPA-PREMIER = 0
                       MOVE E-HPA-MOIS TO W-HPA-PREMIER
                    END-IF
                    MOVE E-HPA-MOIS TO W-HPA-DERNIER
                    ADD E-HPA-MONTANT-CENTIMES TO W-HPA-MONTANT
                    ADD E-HPA-SAISIE-CENTIMES  TO W-HPA-SAISIE
                    ADD E-HPA-INDU-CENTIMES    TO W-HPA-INDU
                    ADD E-HPA-FRAIS-CENTIMES   TO W-HPA-FRAIS
                    ADD E-HPA-AIDE-CENTIMES    TO W-HPA-AIDE
                 ELSE
                    SET FHPAI-FIN TO TRUE
                 END-IF
           END-READ
           .

      *--------------------------------------------------------*
      *   SOUS-FICHIERS : IMAGE COMPLETE DE CHAQUE ENREGISTRE-   *
      *   MENT DU NUMERO, DANS L'ORDRE DES CLES                  *
      *--------------------------------------------------------*
       34100-EXPORTE-PLACEMENTS.
      *----------------------*
           MOVE W-NUMERO-COURANT TO E-PLA-NUMERO
           MOVE 0                TO E-PLA-SEQ
           MOVE '00' TO FPLAC-STATUT
           START FPLAC-FILE KEY IS GREATER THAN E-PLA-CLE
              INVALID KEY
                 SET FPLAC-FIN TO TRUE
           END-START
           PERFORM 34110-LIT-PLACEMENT
             UNTIL FPLAC-FIN
           MOVE '00' TO FPLAC-STATUT
           .

       34110-LIT-PLACEMENT.
      *----------------------*
           READ FPLAC-FILE NEXT RECORD
              AT END
                 SET FPLAC-FIN TO TRUE
              NOT AT END
                 IF E-PLA-NUMERO = W-NUMERO-COURANT
                    MOVE E-PLA-SEQ     TO W-PLA-SEQ-COURANT
                    SET XCH-PLACEMENT  TO TRUE
                    MOVE E-PLACEMENT   TO E-XCH-DONNEES
                    PERFORM 38000-ECRIT-ECHANGE
                 ELSE
                    SET FPLAC-FIN TO TRUE
                 END-IF
           END-READ
           .

       34200-EXPORTE-PRESENCES.
      *----------------------*
           MOVE W-NUMERO-COURANT TO E-PRE-NUMERO
           MOVE LOW-VALUE        TO E-PRE-DATE
           MOVE '00' TO FPRES-STATUT
           START FPRES-FILE KEY IS NOT LESS THAN E-PRE-CLE
              INVALID KEY
                 SET FPRES-FIN TO TRUE
           END-START
           PERFORM 34210-LIT-PRESENCE
             UNTIL FPRES-FIN
           MOVE '00' TO FPRES-STATUT
           .

       34210-LIT-PRESENCE.
      *----------------------*
           READ FPRES-FILE NEXT RECORD
              AT END
                 SET FPRES-FIN TO TRUE
              NOT AT END
                 IF E-PRE-NUMERO = W-NUMERO-COURANT
                    SET XCH-PRESENCE   TO TRUE
                    MOVE E-PRESENCE    TO E-XCH-DONNEES
                    PERFORM 38000-ECRIT-ECHANGE
                 ELSE
                    SET FPRES-FIN TO TRUE
                 END-IF
           END-READ
           .

       34300-EXPORTE-PIECES.
      *----------------------*
           MOVE W-NUMERO-COURANT TO E-DOC-NUMERO
           MOVE LOW-VALUE        TO E-DOC-CODE
           MOVE '00' TO FDOCS-STATUT
           START FDOCS-FILE KEY IS NOT LESS THAN E-DOC-CLE
              INVALID KEY
                 SET FDOCS-FIN TO TRUE
           END-START
           PERFORM 34310-LIT-PIECE
             UNTIL FDOCS-FIN
           MOVE '00' TO FDOCS-STATUT
           .

       34310-LIT-PIECE.
      *----------------------*
           READ FDOCS-FILE NEXT RECORD
              AT END
                 SET FDOCS-FIN TO TRUE
              NOT AT END
                 IF E-DOC-NUMERO = W-NUMERO-COURANT
                    SET XCH-PIECE      TO TRUE
                    MOVE E-DOCUMENT    TO E-XCH-DONNEES
                    PERFORM 38000-ECRIT-ECHANGE
                 ELSE
                    SET FDOCS-FIN TO TRUE
                 END-IF
           END-READ
           .

       34400-EXPORTE-NOTES.
      *----------------------*
           MOVE W-NUMERO-COURANT TO E-NOT-NUMERO
           MOVE 0                TO E-NOT-SEQ
           MOVE '00' TO FNOTE-STATUT
           START FNOTE-FILE KEY IS NOT LESS THAN E-NOT-CLE
              INVALID KEY
                 SET FNOTE-FIN TO TRUE
           END-START
           PERFORM 34410-LIT-NOTE
             UNTIL FNOTE-FIN
           MOVE '00' TO FNOTE-STATUT
           .

       34410-LIT-NOTE.
      *----------------------*
           READ FNOTE-FILE NEXT RECORD
              AT END
                 SET FNOTE-FIN TO TRUE
              NOT AT END
                 IF E-NOT-NUMERO = W-NUMERO-COURANT
                    SET XCH-NOTE       TO TRUE
                    MOVE E-NOTE        TO E-XCH-DONNEES
                    PERFORM 38000-ECRIT-ECHANGE
                 ELSE
                    SET FNOTE-FIN TO TRUE
                 END-IF
           END-READ
           .

       34500-EXPORTE-ENTRETIENS.
      *----------------------*
           MOVE W-NUMERO-COURANT TO E-ENT-NUMERO
           MOVE LOW-VALUE        TO E-ENT-DATE-PREVUE
           MOVE '00' TO FENTR-STATUT
           START FENTR-FILE KEY IS NOT LESS THAN E-ENT-CLE
              INVALID KEY
                 SET FENTR-FIN TO TRUE
           END-START
           PERFORM 34510-LIT-ENTRETIEN
             UNTIL FENTR-FIN
           MOVE '00' TO FENTR-STATUT
           .

       34510-LIT-ENTRETIEN.
      *----------------------*
           READ FENTR-FILE NEXT RECORD
              AT END
                 SET FENTR-FIN TO TRUE
              NOT AT END
                 IF E-ENT-NUMERO = W-NUMERO-COURANT
                    SET XCH-ENTRETIEN  TO TRUE
                    MOVE E-ENTRETIEN   TO E-XCH-DONNEES
                    PERFORM 38000-ECRIT-ECHANGE
                 ELSE
                    SET FENTR-FIN TO TRUE
                 END-IF
           END-READ
           .

       34600-EXPORTE-RESULTATS.
      *----------------------*
           MOVE W-NUMERO-COURANT TO E-RES-NUMERO
           MOVE LOW-VALUE        TO E-RES-SESSION
           MOVE '00' TO FRESU-STATUT
           START FRESU-FILE KEY IS NOT LESS THAN E-RES-CLE
              INVALID KEY
                 SET FRESU-FIN TO TRUE
           END-START
           PERFORM 34610-LIT-RESULTAT
             UNTIL FRESU-FIN
           MOVE '00' TO FRESU-STATUT
           .

       34610-LIT-RESULTAT.
      *----------------------*
           READ FRESU-FILE NEXT RECORD
              AT END
                 SET FRESU-FIN TO TRUE
              NOT AT END
                 IF E-RES-NUMERO = W-NUMERO-COURANT
                    SET XCH-RESULTAT   TO TRUE
                    MOVE E-RESULTAT    TO E-XCH-DONNEES
                    PERFORM 38000-ECRIT-ECHANGE
                 ELSE
                    SET FRESU-FIN TO TRUE
                 END-IF
           END-READ
           .

      *--------------------------------------------------------*
      *   MARQUAGE DU DOSSIER EXPORTE : IL RESTE CONSULTABLE     *
      *   MAIS FIGE ('R'), SA PRESTATION ACTIVE ET SON           *
      *   PLACEMENT COURANT SONT CLOS A LA DATE DU JOUR ; UNE    *
      *   TRACE 'M' ET UN DETAIL PAR CHAMP CHANGE                *
      *--------------------------------------------------------*
       35000-MARQUE-DOSSIER.
      *----------------------*
           PERFORM 37200-POSE-CLE-AUDIT

           MOVE 'TRFREGION ' TO E-DET-CHAMP
           MOVE SPACE        TO E-DET-AVANT
           MOVE W-TRACE-TRANSFERT TO E-DET-APRES
           PERFORM 37100-ECRIT-DETAIL
           SET TRANSFERE-REGION-OUI TO TRUE

           IF STATUT-ACTIF
              MOVE 'STATUT    ' TO E-DET-CHAMP
              MOVE E-STATUT     TO E-DET-AVANT
              MOVE 'T'          TO E-DET-APRES
              PERFORM 37100-ECRIT-DETAIL
              MOVE 'DATEFIN   ' TO E-DET-CHAMP
              MOVE E-DATE-FIN-PRESTA TO E-DET-AVANT
              MOVE W-DATE-FIN-JOUR   TO E-DET-APRES
              PERFORM 37100-ECRIT-DETAIL
              MOVE 'T'               TO E-STATUT
              MOVE W-DATE-FIN-JOUR   TO E-DATE-FIN-PRESTA
              PERFORM 35100-CLOTURE-PLACEMENT
           END-IF

           ADD 1 TO E-VERSION
           REWRITE E-STAGIAIRE
              INVALID KEY
                 DISPLAY 'XRG1CI11 - ECHEC REWRITE NUM '
                         W-NUMERO-COURANT
           END-REWRITE

           PERFORM 37000-AUDIT-MARQUAGE
           .

       35100-CLOTURE-PLACEMENT.
      *    Le placement courant (plus haute sequence, reperee a
      *    l'export) suit la prestation, comme a FIN1CI11
           IF W-PLA-SEQ-COURANT > 0
              MOVE W-NUMERO-COURANT  TO E-PLA-NUMERO
              MOVE W-PLA-SEQ-COURANT TO E-PLA-SEQ
              READ FPLAC-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PLA-ACTIF
                       MOVE 'T' TO E-PLA-STATUT
                       REWRITE E-PLACEMENT
                          INVALID KEY
                             DISPLAY 'XRG1CI11 - ECHEC PLACEMENT NUM '
                                     W-NUMERO-COURANT
                       END-REWRITE
                    END-IF
              END-READ
           END-IF
           .

      *--------------------------------------------------------*
      *   REGISTRE DES ECHANGES : L'ENVOI EST INSCRIT AVEC LE    *
      *   CUMUL DES PAIEMENTS TRANSMIS                           *
      *--------------------------------------------------------*
       36000-ENREGISTRE-ENVOI.
      *----------------------*
           MOVE SPACE              TO E-ECHANGE-REGION
           MOVE W-NUMERO-COURANT   TO E-XRG-NUMERO
           SET XRG-EXPORT          TO TRUE
           MOVE W-REGION-DEST      TO E-XRG-REGION
           MOVE 0                  TO E-XRG-NUMERO-ORIG
           MOVE W-NUMERO-ECHANGE   TO E-XRG-ECHANGE
           MOVE W-DATE-SYS         TO E-XRG-DATE
           MOVE W-NB-ENREG-DOSSIER TO E-XRG-NB-ENREG
           MOVE W-HPA-NB-MOIS      TO E-XRG-HPA-NB-MOIS
           MOVE W-HPA-MONTANT      TO E-XRG-HPA-MONTANT
           COMPUTE E-XRG-HPA-RETENUES = W-HPA-SAISIE + W-HPA-INDU
           COMPUTE E-XRG-HPA-FRAIS-AIDES = W-HPA-FRAIS + W-HPA-AIDE

           WRITE E-ECHANGE-REGION
              INVALID KEY
                 DISPLAY 'XRG1CI11 - ECHEC REGISTRE FXREG11 NUM '
                         W-NUMERO-COURANT
           END-WRITE
           .

       37000-AUDIT-MARQUAGE.
      *    Trace 'M' du marquage, portee directement sur FSTAGA11
      *    (meme convention batch que ADR2CI11)
           MOVE 'XRG1CI11'      TO USERID-USER-H
           MOVE 'M'             TO FONCTION-H

           MOVE E-HISTO     TO SCP-ENREG
           WRITE E-HISTO
              INVALID KEY
                 DISPLAY 'XRG1CI11 - ECHEC AUDIT NUM '
                         W-NUMERO-COURANT
              NOT INVALID KEY
                 PERFORM 86000-SCELLE-HISTO
           END-WRITE
           .

       37100-ECRIT-DETAIL.
      *----------------------*
           MOVE E-DETAIL    TO SCP-ENREG
           WRITE E-DETAIL
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 86100-SCELLE-DETAIL
           END-WRITE
           .

       37200-POSE-CLE-AUDIT.
      *    Cle de l'evenement d'audit du dossier courant, partagee
      *    entre la trace FSTAGA11 et ses details FSTAGD11 ; la
      *    seconde est decalee par dossier pour garder une cle
      *    unique (comme 25000-AUDIT-MOUVEMENT de MAJ1CI11)
           ADD 1 TO W-COMPTEUR-SECONDE
           IF W-COMPTEUR-SECONDE > 59
              MOVE 0 TO W-COMPTEUR-SECONDE
              ADD 1 TO W-AUD-MN
           END-IF
           MOVE W-COMPTEUR-SECONDE TO W-AUD-SS

           MOVE SPACE          TO E-HISTO
           MOVE E-NUMERO       TO NUM-STAG-H
           MOVE W-DATE-AUDIT   TO DATE-H
           MOVE W-HEURE-AUDIT  TO HEURE-H
           MOVE 'BTCH'         TO TERMINAL-H
           MOVE CLE-HISTO      TO E-DET-CLE-HISTO
           .

       38000-ECRIT-ECHANGE.
      *    Le type et l'image sont poses par l'appelant
           MOVE W-NUMERO-COURANT TO E-XCH-NUMERO
           WRITE E-ECHANGE
           IF NOT XECH-OK
              DISPLAY 'XRG1CI11 - ECRITURE XRGECH IMPOSSIBLE : '
                      XECH-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           ADD 1 TO W-NB-ENREG
           ADD 1 TO W-NB-ENREG-DOSSIER
           .

      *--------------------------------------------------------*
      *   L'ECHANGE EMIS ENTRE AU JOURNAL XRGLOG                 *
      *--------------------------------------------------------*
       39000-JOURNALISE-ECHANGE.
      *----------------------*
           OPEN EXTEND XLOG-FILE
           EVALUATE TRUE
              WHEN XLOG-OK
                 CONTINUE
              WHEN XLOG-ABSENT
                 CLOSE XLOG-FILE
                 OPEN OUTPUT XLOG-FILE
              WHEN OTHER
                 DISPLAY 'XRG1CI11 - JOURNAL XRGLOG KO : '
                         XLOG-STATUT
           END-EVALUATE
           IF XLOG-OK
              MOVE SPACE            TO XLOG-REC
              MOVE W-NUMERO-ECHANGE TO XLOG-ECHANGE
              MOVE W-REGION-DEST    TO XLOG-REGION
              MOVE W-DATE-SYS       TO XLOG-DATE
              MOVE W-NB-EXPORTES    TO XLOG-NB-DOSSIERS
              WRITE XLOG-REC
              CLOSE XLOG-FILE
           END-IF
           .

      *--------------------------------------------------------*
      *   SCELLEMENT DE LA TRACE D'AUDIT QUI VIENT D'ETRE      *
      *   ECRITE : EMPREINTE ET VALEUR CHAINEE DEPOSEES DANS   *
      *   FSCEL11 PAR SCELLBAT (UN INCIDENT NE BLOQUE PAS LE   *
      *   TRAITEMENT, LA TRACE SORT A LA VERIFICATION)         *
      *--------------------------------------------------------*
       86000-SCELLE-HISTO.
      *----------------------*
           MOVE 'A'             TO SCP-TYPE
           MOVE 'E'             TO SCP-FONCTION
           MOVE 'XRG1CI11'      TO SCP-PROGRAMME
           MOVE SCP-ENREG(29:8) TO SCP-USERID
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       86100-SCELLE-DETAIL.
      *----------------------*
      *    LE DETAIL EST SCELLE AU NOM DE L'AUTEUR DE SON
      *    EVENEMENT, SCELLE JUSTE AVANT
           MOVE 'D'             TO SCP-TYPE
           MOVE 'E'             TO SCP-FONCTION
           MOVE 'XRG1CI11'      TO SCP-PROGRAMME
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE W-NB-CARTES   TO W-TOT-CARTES
           MOVE W-NB-EXPORTES TO W-TOT-EXPORTES
           MOVE W-NB-REJETES  TO W-TOT-REJETES
           MOVE W-NB-ENREG    TO W-TOT-ENREG
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FSTAG-FILE
           CLOSE FPLAC-FILE
           CLOSE FPRES-FILE
           CLOSE FDOCS-FILE
           CLOSE FNOTE-FILE
           CLOSE FENTR-FILE
           CLOSE FRESU-FILE
           CLOSE FHPAI-FILE
           CLOSE FSTAGA-FILE
           CLOSE FSTAGD-FILE
           CLOSE FXREG-FILE
           CLOSE RPT-FILE
           MOVE 'F'             TO SCP-FONCTION
           CALL pgm-scellbat USING SCELLEMENT-PARAM

           DISPLAY 'XRG1CI11 - ECHANGE ' W-NUMERO-ECHANGE
                   ' VERS REGION ' W-REGION-DEST ' - '
                   W-NB-EXPORTES ' DOSSIER(S) EXPORTE(S) / '
                   W-NB-REJETES ' CARTE(S) REJETEE(S)'

           IF W-NB-REJETES > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
