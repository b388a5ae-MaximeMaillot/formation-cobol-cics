      *======================================================*
      *   PROGRAMME BATCH - CHARGEMENT DES DOSSIERS RECUS    *
      *   D'UNE AUTRE REGION (FORMAT D'ECHANGE CXECH ECRIT   *
      *   PAR XRG1CI11 DANS LA REGION D'ORIGINE).            *
      *   PREMIER PASSAGE : CONTROLE COMPLET DU FICHIER      *
      *   (ENTETE '01' ADRESSEE A LA REGION LOCALE, ECHANGE  *
      *   PAS DEJA CHARGE, ENCHAINEMENT DES TYPES, TRAILER   *
      *   '99' CONFORME AUX COMPTES ET SOMMES RELUS) ; AU    *
      *   MOINDRE ECART RIEN N'EST CREE (RC 12).             *
      *   SECOND PASSAGE : CHAQUE DOSSIER EST CREE SOUS LE   *
      *   PREMIER NUMERO LIBRE A PARTIR DE 1000 (COMME       *
      *   CHA1CI11) AVEC SES SOUS-FICHIERS RENUMEROTES ; LA  *
      *   REFERENCE D'ORIGINE (REGION + NUMERO) ET LE CUMUL  *
      *   DES PAIEMENTS SONT GARDES AU REGISTRE FXREG11.     *
      *   SITE, SESSION ET REFERENT, PROPRES A LA REGION     *
      *   D'ORIGINE, SONT LAISSES A BLANC : LE DOSSIER EST   *
      *   A RATTACHER SUR PLACE (TRF1CI11 / GES1CI11)        *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XRG2CI11.

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
           SELECT XECH-FILE ASSIGN TO XRGECH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS XECH-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FPLAC-FILE ASSIGN TO FPLAC11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PLA-CLE
               FILE STATUS IS FPLAC-STATUT.

           SELECT FPRES-FILE ASSIGN TO FPRES11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PRE-CLE
               FILE STATUS IS FPRES-STATUT.

           SELECT FDOCS-FILE ASSIGN TO FDOCS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-DOC-CLE
               FILE STATUS IS FDOCS-STATUT.

           SELECT FNOTE-FILE ASSIGN TO FNOTE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NOT-CLE
               FILE STATUS IS FNOTE-STATUT.

           SELECT FENTR-FILE ASSIGN TO FENTR11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-ENT-CLE
               FILE STATUS IS FENTR-STATUT.

           SELECT FRESU-FILE ASSIGN TO FRESU11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-RES-CLE
               FILE STATUS IS FRESU-STATUT.

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

      *        REGISTRE DES ECHANGES : PARCOURU POUR NE PAS
      *        RECREER UN DOSSIER DEJA CHARGE (RELANCE APRES ABEND)
           SELECT FXREG-FILE ASSIGN TO FXREG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-XRG-CLE
               FILE STATUS IS FXREG-STATUT.

      *        CODE DE LA REGION (PARAMETRE CODE-REGION)
           SELECT FPARM-FILE ASSIGN TO FPARM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PAR-CLE
               FILE STATUS IS FPARM-STATUT.

      *        REGISTRE DES ECHANGES DEJA CHARGES (REGION
      *        D'ORIGINE + NUMERO) : UN FICHIER REJOUE EST REFUSE
           SELECT XLOG-FILE ASSIGN TO XRGILOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XLOG-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTXRGI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

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
           05 XLOG-REGION             PIC 9(2).
           05 FILLER                  PIC X(1).
           05 XLOG-ECHANGE            PIC 9(6).
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

       01 XECH-STATUT                 PIC X(2).
         88 XECH-OK                   VALUE '00'.
         88 XECH-FIN                  VALUE '10'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FPLAC-STATUT                PIC X(2).
         88 FPLAC-OK                  VALUE '00'.

       01 FPRES-STATUT                PIC X(2).
         88 FPRES-OK                  VALUE '00'.

       01 FDOCS-STATUT                PIC X(2).
         88 FDOCS-OK                  VALUE '00'.

       01 FNOTE-STATUT                PIC X(2).
         88 FNOTE-OK                  VALUE '00'.

       01 FENTR-STATUT                PIC X(2).
         88 FENTR-OK                  VALUE '00'.

       01 FRESU-STATUT                PIC X(2).
         88 FRESU-OK                  VALUE '00'.

       01 FSTAGA-STATUT               PIC X(2).
         88 FSTAGA-OK                 VALUE '00'.

       01 FSTAGD-STATUT               PIC X(2).
         88 FSTAGD-OK                 VALUE '00'.

       01 FXREG-STATUT                PIC X(2).
         88 FXREG-OK                  VALUE '00'.
         88 FXREG-FIN                 VALUE '10'.

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
      *   ENTETE DE L'ECHANGE                                 *
      *------------------------------------------------------*
       01 W-REGION-LOCALE             PIC 9(2) VALUE 0.
       01 W-REGION-ORIG               PIC 9(2) VALUE 0.
       01 W-NUMERO-ECHANGE            PIC 9(6) VALUE 0.
       01 W-NB-ANNONCES               PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   PREMIER PASSAGE : COMPTES ET SOMMES RELUS, A        *
      *   RAPPROCHER DU TRAILER '99'                          *
      *------------------------------------------------------*
       01 W-NB-DOSSIERS-LUS           PIC 9(5) VALUE 0.
       01 W-NB-ENREG-LUS              PIC 9(7) VALUE 0.
       01 W-TOTAL-NUMEROS             PIC 9(12) VALUE 0.
       01 W-TOTAL-MONTANT             PIC 9(13) VALUE 0.
       01 W-TRAILER-VU                PIC 9 VALUE 0.
         88 TRAILER-VU                VALUE 1.
       01 W-ATTEND-PAIEMENTS          PIC 9 VALUE 0.
         88 ATTEND-PAIEMENTS          VALUE 1.
       01 W-ANOMALIE                  PIC X(50) VALUE SPACE.

      *------------------------------------------------------*
      *   SECOND PASSAGE : DOSSIER EN COURS DE CREATION       *
      *------------------------------------------------------*
       01 W-NUMERO-ORIG               PIC 9(6).
       01 W-NB-ENREG-DOSSIER          PIC 9(5).
       01 W-DOSSIER-OUVERT            PIC 9 VALUE 0.
         88 DOSSIER-OUVERT            VALUE 1.
         88 DOSSIER-FERME             VALUE 0.
       01 W-DOSSIER-ECARTE            PIC 9 VALUE 0.
         88 DOSSIER-ECARTE            VALUE 1.
         88 DOSSIER-RETENU            VALUE 0.
       01 W-MOTIF-REJET               PIC X(40).
       01 W-NUMERO-DEJA               PIC 9(6).

      * --------- Recherche du prochain numero libre (1000 A 999999)
       01 CANDIDAT-NUMERO             PIC 9(6).
       01 NUMERO-TROUVE               PIC 9.
         88 NUMERO-TROUVE-OUI              value 1.
         88 NUMERO-TROUVE-NON              value 0.

       01 W-TRACE-ORIGINE.
           05 FILLER                  PIC X(7)  VALUE 'REGION '.
           05 W-TRC-REGION            PIC 9(2).
           05 FILLER                  PIC X(8)  VALUE ' NUMERO '.
           05 W-TRC-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(5)  VALUE ' ECH '.
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
       01 W-NB-CREES                  PIC 9(5) VALUE 0.
       01 W-NB-ECARTES                PIC 9(5) VALUE 0.
       01 W-NB-ENREG-CHARGES          PIC 9(7) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES D'EDITION                                   *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(45) VALUE
              'CHARGEMENT DE DOSSIERS D''UNE AUTRE REGION - '.
           05 FILLER                  PIC X(7)  VALUE 'REGION '.
           05 W-TIT-REGION            PIC 9(2).
           05 FILLER                  PIC X(9)  VALUE ' ECHANGE '.
           05 W-TIT-ECHANGE           PIC 9(6).

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-NUMERO-ORIG       PIC 9(6).
           05 FILLER                  PIC X(4)  VALUE ' -> '.
           05 W-DET-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-PRENOM            PIC X(15).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-NB-ENREG          PIC ZZZZ9.
           05 FILLER                  PIC X(7)  VALUE ' ENREG.'.

       01 W-LIGNE-REJET.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-REJ-NUMERO-ORIG       PIC 9(6).
           05 FILLER                  PIC X(4)  VALUE SPACE.
           05 FILLER                  PIC X(8)  VALUE 'ECARTE: '.
           05 W-REJ-MOTIF             PIC X(40).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(8)  VALUE 'RECUS : '.
           05 W-TOT-RECUS             PIC ZZZZ9.
           05 FILLER                  PIC X(10) VALUE '  CREES : '.
           05 W-TOT-CREES             PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  ECARTES : '.
           05 W-TOT-ECARTES           PIC ZZZZ9.
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
           PERFORM  20000-CONTROLE-ECHANGE
           PERFORM  30000-TRAIT-CHARGEMENT
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS  FROM DATE YYYYMMDD
           ACCEPT W-HEURE-SYS FROM TIME
           MOVE W-DATE-SYS(7:2)  TO W-AUD-JJ
           MOVE W-DATE-SYS(5:2)  TO W-AUD-MM
           MOVE W-DATE-SYS(1:4)  TO W-AUD-AAAA
           MOVE W-HEURE-SYS(1:2) TO W-AUD-HH
           MOVE W-HEURE-SYS(3:2) TO W-AUD-MN
           MOVE W-HEURE-SYS(5:2) TO W-AUD-SS

           PERFORM 10500-LIT-PARAMETRES

           OPEN I-O FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'XRG2CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FPLAC-FILE
           IF NOT FPLAC-OK
              DISPLAY 'XRG2CI11 - OUVERTURE FPLAC11 IMPOSSIBLE : '
                      FPLAC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FPRES-FILE
           IF NOT FPRES-OK
              DISPLAY 'XRG2CI11 - OUVERTURE FPRES11 IMPOSSIBLE : '
                      FPRES-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FDOCS-FILE
           IF NOT FDOCS-OK
              DISPLAY 'XRG2CI11 - OUVERTURE FDOCS11 IMPOSSIBLE : '
                      FDOCS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FNOTE-FILE
           IF NOT FNOTE-OK
              DISPLAY 'XRG2CI11 - OUVERTURE FNOTE11 IMPOSSIBLE : '
                      FNOTE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FENTR-FILE
           IF NOT FENTR-OK
              DISPLAY 'XRG2CI11 - OUVERTURE FENTR11 IMPOSSIBLE : '
                      FENTR-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FRESU-FILE
           IF NOT FRESU-OK
              DISPLAY 'XRG2CI11 - OUVERTURE FRESU11 IMPOSSIBLE : '
                      FRESU-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FSTAGA-FILE
           IF NOT FSTAGA-OK
              DISPLAY 'XRG2CI11 - OUVERTURE FSTAGA11 IMPOSSIBLE : '
                      FSTAGA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FSTAGD-FILE
           IF NOT FSTAGD-OK
              DISPLAY 'XRG2CI11 - OUVERTURE FSTAGD11 IMPOSSIBLE : '
                      FSTAGD-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FXREG-FILE
           IF NOT FXREG-OK
              DISPLAY 'XRG2CI11 - OUVERTURE FXREG11 IMPOSSIBLE : '
                      FXREG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'XRG2CI11 - OUVERTURE RPTXRGI IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      *--------------------------------------------------------*
      *   CODE DE LA REGION LOCALE (FPARM11, CLE CODE-REGION) :  *
      *   SANS LUI L'ADRESSAGE DE L'ECHANGE NE PEUT PAS ETRE     *
      *   VERIFIE, LE CHARGEMENT EST REFUSE                      *
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
                 DISPLAY 'XRG2CI11 - OUVERTURE FPARM11 KO : '
                         FPARM-STATUT
           END-EVALUATE

           IF W-REGION-LOCALE = 0
              DISPLAY 'XRG2CI11 - CODE-REGION ABSENT DE FPARM11 : '
                      'CHARGEMENT REFUSE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      *--------------------------------------------------------*
      *   PREMIER PASSAGE : CONTROLE DU FICHIER ENTIER AVANT     *
      *   TOUTE CREATION                                         *
      *--------------------------------------------------------*
       20000-CONTROLE-ECHANGE.
      *----------------------*
           OPEN INPUT XECH-FILE
           IF NOT XECH-OK
              DISPLAY 'XRG2CI11 - OUVERTURE XRGECH IMPOSSIBLE : '
                      XECH-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           READ XECH-FILE
              AT END
                 DISPLAY 'XRG2CI11 - FICHIER VIDE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ

           IF NOT XCH-ENTETE
              OR E-XCH-ENT-VERSION NOT = '01'
              OR E-XCH-ENT-REGION-ORIG IS NOT NUMERIC
              OR E-XCH-ENT-REGION-DEST IS NOT NUMERIC
              OR E-XCH-ENT-ECHANGE IS NOT NUMERIC
              OR E-XCH-ENT-NB-DOSSIERS IS NOT NUMERIC
              DISPLAY 'XRG2CI11 - ENTETE D''ECHANGE ABSENTE OU '
                      'INVALIDE : CHARGEMENT REFUSE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE E-XCH-ENT-REGION-ORIG TO W-REGION-ORIG
           MOVE E-XCH-ENT-ECHANGE     TO W-NUMERO-ECHANGE
           MOVE E-XCH-ENT-NB-DOSSIERS TO W-NB-ANNONCES

           IF E-XCH-ENT-REGION-DEST NOT = W-REGION-LOCALE
              OR W-REGION-ORIG = W-REGION-LOCALE
              DISPLAY 'XRG2CI11 - ECHANGE ' W-NUMERO-ECHANGE
                      ' DE LA REGION ' W-REGION-ORIG
                      ' ADRESSE A LA REGION ' E-XCH-ENT-REGION-DEST
                      ' : CHARGEMENT REFUSE'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 21000-CONTROLE-REJEU

           PERFORM 22000-LIT-CONTROLE
             UNTIL XECH-FIN OR TRAILER-VU OR W-ANOMALIE NOT = SPACE

           IF W-ANOMALIE = SPACE AND NOT TRAILER-VU
              MOVE 'FIN 99 ABSENTE : TRANSMISSION TRONQUEE'
                TO W-ANOMALIE
           END-IF
           IF W-ANOMALIE = SPACE AND ATTEND-PAIEMENTS
              MOVE 'DERNIER DOSSIER SANS CUMUL HP'
                TO W-ANOMALIE
           END-IF
           IF W-ANOMALIE = SPACE
              IF E-XCH-FIN-NB-DOSSIERS NOT = W-NB-DOSSIERS-LUS
                 OR W-NB-ANNONCES NOT = W-NB-DOSSIERS-LUS
                 OR E-XCH-FIN-NB-ENREG NOT = W-NB-ENREG-LUS
                 OR E-XCH-FIN-TOTAL-NUM NOT = W-TOTAL-NUMEROS
                 OR E-XCH-FIN-TOTAL-MONT NOT = W-TOTAL-MONTANT
                 MOVE 'TOTAUX DE CONTROLE 99 DISCORDANTS'
                   TO W-ANOMALIE
              END-IF
           END-IF
           CLOSE XECH-FILE

           IF W-ANOMALIE NOT = SPACE
              DISPLAY 'XRG2CI11 - ECHANGE ' W-NUMERO-ECHANGE
                      ' REGION ' W-REGION-ORIG ' : ' W-ANOMALIE
              DISPLAY 'XRG2CI11 - DOSSIERS ANNONCES ' W-NB-ANNONCES
                      ' / LUS ' W-NB-DOSSIERS-LUS
                      ' - ENREGISTREMENTS LUS ' W-NB-ENREG-LUS
              DISPLAY 'XRG2CI11 - AUCUN DOSSIER CREE'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      *--------------------------------------------------------*
      *   ANTI-REJEU : UN ECHANGE (REGION + NUMERO) DEJA PORTE   *
      *   AU REGISTRE XRGILOG N'EST PAS RECHARGE (RC 12)         *
      *--------------------------------------------------------*
       21000-CONTROLE-REJEU.
      *----------------------*
           OPEN INPUT XLOG-FILE
           EVALUATE TRUE
              WHEN XLOG-OK
                 PERFORM 21100-LIT-REGISTRE
                   UNTIL XLOG-FIN
                 CLOSE XLOG-FILE
              WHEN XLOG-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'XRG2CI11 - OUVERTURE XRGILOG KO : '
                         XLOG-STATUT
           END-EVALUATE
           .

       21100-LIT-REGISTRE.
      *----------------------*
           READ XLOG-FILE
              AT END
                 SET XLOG-FIN TO TRUE
              NOT AT END
                 IF XLOG-REGION = W-REGION-ORIG
                    AND XLOG-ECHANGE = W-NUMERO-ECHANGE
                    DISPLAY 'XRG2CI11 - ECHANGE ' W-NUMERO-ECHANGE
                            ' DE LA REGION ' W-REGION-ORIG
                            ' DEJA CHARGE : REJEU REFUSE'
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
           END-READ
           .

       22000-LIT-CONTROLE.
      *    Chaque dossier s'ouvre par 'ST' suivi aussitot de 'HP' ;
      *    les sous-fichiers portent le numero du 'ST' courant
           READ XECH-FILE
              AT END
                 SET XECH-FIN TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN XCH-FIN
                       SET TRAILER-VU TO TRUE
                    WHEN ATTEND-PAIEMENTS AND NOT XCH-PAIEMENTS
                       MOVE 'DOSSIER SANS CUMUL HP APRES ST'
                         TO W-ANOMALIE
                    WHEN E-XCH-NUMERO IS NOT NUMERIC
                       MOVE 'NUMERO DE DOSSIER NON NUMERIQUE'
                         TO W-ANOMALIE
                    WHEN XCH-STAGIAIRE
                       ADD 1 TO W-NB-ENREG-LUS
                       ADD 1 TO W-NB-DOSSIERS-LUS
                       MOVE E-XCH-NUMERO TO W-NUMERO-ORIG
                       ADD E-XCH-NUMERO TO W-TOTAL-NUMEROS
                       SET ATTEND-PAIEMENTS TO TRUE
                    WHEN W-NB-DOSSIERS-LUS = 0
                       MOVE 'ENREGISTREMENT AVANT LE PREMIER ST'
                         TO W-ANOMALIE
                    WHEN E-XCH-NUMERO NOT = W-NUMERO-ORIG
                       MOVE 'NUMERO DIFFERENT DU ST COURANT'
                         TO W-ANOMALIE
                    WHEN XCH-PAIEMENTS
                     AND E-XCH-HPA-MONTANT IS NOT NUMERIC
                       MOVE 'CUMUL HP NON NUMERIQUE'
                         TO W-ANOMALIE
                    WHEN XCH-PAIEMENTS
                       ADD 1 TO W-NB-ENREG-LUS
                       ADD E-XCH-HPA-MONTANT TO W-TOTAL-MONTANT
                       MOVE 0 TO W-ATTEND-PAIEMENTS
                    WHEN XCH-PLACEMENT
                      OR XCH-PRESENCE
                      OR XCH-PIECE
                      OR XCH-NOTE
                      OR XCH-ENTRETIEN
                      OR XCH-RESULTAT
                       ADD 1 TO W-NB-ENREG-LUS
                    WHEN OTHER
                       MOVE 'TYPE D''ENREGISTREMENT INCONNU'
                         TO W-ANOMALIE
                 END-EVALUATE
           END-READ
           .

      *--------------------------------------------------------*
      *   SECOND PASSAGE : CREATION DES DOSSIERS                 *
      *--------------------------------------------------------*
       30000-TRAIT-CHARGEMENT.
      *----------------------*
           MOVE W-REGION-ORIG    TO W-TIT-REGION  W-TRC-REGION
           MOVE W-NUMERO-ECHANGE TO W-TIT-ECHANGE W-TRC-ECHANGE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE

           MOVE '00' TO XECH-STATUT
           OPEN INPUT XECH-FILE
           READ XECH-FILE
              AT END
                 SET XECH-FIN TO TRUE
           END-READ

           PERFORM 31000-LIT-CHARGEMENT
             UNTIL XECH-FIN
           CLOSE XECH-FILE

           PERFORM 39000-ENREGISTRE-ECHANGE
           .

       31000-LIT-CHARGEMENT.
      *----------------------*
           READ XECH-FILE
              AT END
                 SET XECH-FIN TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN XCH-FIN
                       PERFORM 33900-CLOT-DOSSIER
                       SET XECH-FIN TO TRUE
                    WHEN XCH-STAGIAIRE
                       PERFORM 33900-CLOT-DOSSIER
                       PERFORM 32000-CREE-STAGIAIRE
                    WHEN DOSSIER-ECARTE
                       CONTINUE
                    WHEN XCH-PAIEMENTS
                       PERFORM 33000-ENREGISTRE-ORIGINE
                    WHEN OTHER
                       PERFORM 34000-CREE-SOUS-FICHIER
                 END-EVALUATE
           END-READ
           .

      *--------------------------------------------------------*
      *   CREATION DU STAGIAIRE SOUS UN NOUVEAU NUMERO           *
      *--------------------------------------------------------*
       32000-CREE-STAGIAIRE.
      *----------------------*
           MOVE E-XCH-NUMERO TO W-NUMERO-ORIG
           MOVE 0            TO W-NB-ENREG-DOSSIER
           SET DOSSIER-RETENU TO TRUE

           PERFORM 32100-CHERCHE-DEJA-CHARGE
           IF DOSSIER-RETENU
              PERFORM 32200-CHERCHE-NUMERO-LIBRE
              IF NUMERO-TROUVE-NON
                 MOVE 'AUCUN NUMERO DE STAGIAIRE DISPONIBLE'
                   TO W-MOTIF-REJET
                 SET DOSSIER-ECARTE TO TRUE
              END-IF
           END-IF

           IF DOSSIER-RETENU
              MOVE E-XCH-DONNEES   TO E-STAGIAIRE
              MOVE CANDIDAT-NUMERO TO E-NUMERO
      *       RATTACHEMENTS PROPRES A LA REGION D'ORIGINE
              MOVE SPACE           TO E-CODE-SITE
                                      E-CODE-SESSION
                                      E-GESTIONNAIRE
                                      E-NIVEAU-ABSENT
              SET SUPPRIME-NON         TO TRUE
              SET TRANSFERE-REGION-NON TO TRUE
              MOVE 1               TO E-VERSION

              WRITE E-STAGIAIRE
                 INVALID KEY
                    MOVE 'ECHEC ECRITURE FSTAG11' TO W-MOTIF-REJET
                    SET DOSSIER-ECARTE TO TRUE
                 NOT INVALID KEY
                    SET DOSSIER-OUVERT TO TRUE
                    ADD 1 TO W-NB-CREES
                    ADD 1 TO W-NB-ENREG-DOSSIER
                    PERFORM 32300-AUDIT-CREATION
              END-WRITE
           END-IF

           IF DOSSIER-ECARTE
              PERFORM 35000-EDITE-ECART
           END-IF
           .

       32100-CHERCHE-DEJA-CHARGE.
      *    Un dossier de la meme origine deja inscrit au registre
      *    (relance apres un abend en cours de chargement) n'est
      *    pas recree
           MOVE LOW-VALUE TO E-XRG-CLE
           MOVE '00' TO FXREG-STATUT
           START FXREG-FILE KEY IS NOT LESS THAN E-XRG-CLE
              INVALID KEY
                 SET FXREG-FIN TO TRUE
           END-START
           PERFORM 32110-LIT-REGISTRE
             UNTIL FXREG-FIN OR DOSSIER-ECARTE
           MOVE '00' TO FXREG-STATUT
           .

       32110-LIT-REGISTRE.
      *----------------------*
           READ FXREG-FILE NEXT RECORD
              AT END
                 SET FXREG-FIN TO TRUE
              NOT AT END
                 IF XRG-IMPORT
                    AND E-XRG-REGION = W-REGION-ORIG
                    AND E-XRG-NUMERO-ORIG = W-NUMERO-ORIG
                    MOVE E-XRG-NUMERO TO W-NUMERO-DEJA
                    STRING 'DEJA CHARGE SOUS LE NUMERO '
                           DELIMITED BY SIZE
                           W-NUMERO-DEJA DELIMITED BY SIZE
                           INTO W-MOTIF-REJET
                    END-STRING
                    SET DOSSIER-ECARTE TO TRUE
                 END-IF
           END-READ
           .

       32200-CHERCHE-NUMERO-LIBRE.
      *    Premier numero libre de la plage, comme
      *    24100-CHERCHE-NUMERO-LIBRE de CHA1CI11
           SET NUMERO-TROUVE-NON TO TRUE
           MOVE 1000 TO CANDIDAT-NUMERO

           PERFORM UNTIL NUMERO-TROUVE-OUI OR CANDIDAT-NUMERO > 999999
              MOVE CANDIDAT-NUMERO TO E-NUMERO
              READ FSTAG-FILE
                 INVALID KEY
                    SET NUMERO-TROUVE-OUI TO TRUE
                 NOT INVALID KEY
                    ADD 1 TO CANDIDAT-NUMERO
              END-READ
           END-PERFORM

           IF CANDIDAT-NUMERO > 999999
              SET NUMERO-TROUVE-NON TO TRUE
           END-IF
           .

       32300-AUDIT-CREATION.
      *    Trace 'C' comme une creation CHA1CI11, avec un detail
      *    ORIGINE qui garde la reference de la region d'origine
           MOVE W-NUMERO-ORIG TO W-TRC-NUMERO
           PERFORM 36200-POSE-CLE-AUDIT
           MOVE 'XRG2CI11'      TO USERID-USER-H
           MOVE 'C'             TO FONCTION-H

           MOVE E-HISTO     TO SCP-ENREG
           WRITE E-HISTO
              INVALID KEY
                 DISPLAY 'XRG2CI11 - ECHEC AUDIT NUM '
                         CANDIDAT-NUMERO
              NOT INVALID KEY
                 PERFORM 86000-SCELLE-HISTO
           END-WRITE

           MOVE 'ORIGINE   '    TO E-DET-CHAMP
           MOVE SPACE           TO E-DET-AVANT
           MOVE W-TRACE-ORIGINE TO E-DET-APRES
           MOVE E-DETAIL    TO SCP-ENREG
           WRITE E-DETAIL
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 86100-SCELLE-DETAIL
           END-WRITE
           .

      *--------------------------------------------------------*
      *   REGISTRE : LA REFERENCE D'ORIGINE ET LE CUMUL DES      *
      *   PAIEMENTS SONT INSCRITS DES LE 'HP' (UNE RELANCE NE    *
      *   RECREE PAS LE DOSSIER), LE NOMBRE D'ENREGISTREMENTS    *
      *   CHARGES EST POSE A LA CLOTURE DU DOSSIER               *
      *--------------------------------------------------------*
       33000-ENREGISTRE-ORIGINE.
      *----------------------*
           MOVE SPACE              TO E-ECHANGE-REGION
           MOVE CANDIDAT-NUMERO    TO E-XRG-NUMERO
           SET XRG-IMPORT          TO TRUE
           MOVE W-REGION-ORIG      TO E-XRG-REGION
           MOVE W-NUMERO-ORIG      TO E-XRG-NUMERO-ORIG
           MOVE W-NUMERO-ECHANGE   TO E-XRG-ECHANGE
           MOVE W-DATE-SYS         TO E-XRG-DATE
           MOVE 0                  TO E-XRG-NB-ENREG
           MOVE E-XCH-HPA-NB-MOIS  TO E-XRG-HPA-NB-MOIS
           MOVE E-XCH-HPA-MONTANT  TO E-XRG-HPA-MONTANT
           COMPUTE E-XRG-HPA-RETENUES =
                   E-XCH-HPA-SAISIE + E-XCH-HPA-INDU
           COMPUTE E-XRG-HPA-FRAIS-AIDES =
                   E-XCH-HPA-FRAIS + E-XCH-HPA-AIDE

           WRITE E-ECHANGE-REGION
              INVALID KEY
                 DISPLAY 'XRG2CI11 - ECHEC REGISTRE FXREG11 NUM '
                         CANDIDAT-NUMERO
           END-WRITE
           .

       33900-CLOT-DOSSIER.
      *----------------------*
           IF DOSSIER-OUVERT
              MOVE CANDIDAT-NUMERO TO E-XRG-NUMERO
              SET XRG-IMPORT       TO TRUE
              READ FXREG-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE W-NB-ENREG-DOSSIER TO E-XRG-NB-ENREG
                    REWRITE E-ECHANGE-REGION
                       INVALID KEY
                          CONTINUE
                    END-REWRITE
              END-READ

              MOVE W-NUMERO-ORIG      TO W-DET-NUMERO-ORIG
              MOVE CANDIDAT-NUMERO    TO W-DET-NUMERO
              MOVE E-NOM              TO W-DET-NOM
              MOVE E-PRENOM           TO W-DET-PRENOM
              MOVE W-NB-ENREG-DOSSIER TO W-DET-NB-ENREG
              WRITE RPT-LIGNE FROM W-LIGNE-DETAIL
              ADD W-NB-ENREG-DOSSIER TO W-NB-ENREG-CHARGES
              SET DOSSIER-FERME TO TRUE
           END-IF
           .

      *--------------------------------------------------------*
      *   SOUS-FICHIERS : L'IMAGE RECUE EST ECRITE SOUS LE       *
      *   NOUVEAU NUMERO ; UN ENTRETIEN ENCORE DU PERD LE        *
      *   GESTIONNAIRE DE LA REGION D'ORIGINE                    *
      *--------------------------------------------------------*
       34000-CREE-SOUS-FICHIER.
      *----------------------*
           EVALUATE TRUE
              WHEN XCH-PLACEMENT
                 MOVE E-XCH-DONNEES   TO E-PLACEMENT
                 MOVE CANDIDAT-NUMERO TO E-PLA-NUMERO
                 WRITE E-PLACEMENT
                    INVALID KEY
                       PERFORM 34900-SIGNALE-ECHEC
                    NOT INVALID KEY
                       ADD 1 TO W-NB-ENREG-DOSSIER
                 END-WRITE
              WHEN XCH-PRESENCE
                 MOVE E-XCH-DONNEES   TO E-PRESENCE
                 MOVE CANDIDAT-NUMERO TO E-PRE-NUMERO
                 WRITE E-PRESENCE
                    INVALID KEY
                       PERFORM 34900-SIGNALE-ECHEC
                    NOT INVALID KEY
                       ADD 1 TO W-NB-ENREG-DOSSIER
                 END-WRITE
              WHEN XCH-PIECE
                 MOVE E-XCH-DONNEES   TO E-DOCUMENT
                 MOVE CANDIDAT-NUMERO TO E-DOC-NUMERO
                 WRITE E-DOCUMENT
                    INVALID KEY
                       PERFORM 34900-SIGNALE-ECHEC
                    NOT INVALID KEY
                       ADD 1 TO W-NB-ENREG-DOSSIER
                 END-WRITE
              WHEN XCH-NOTE
                 MOVE E-XCH-DONNEES   TO E-NOTE
                 MOVE CANDIDAT-NUMERO TO E-NOT-NUMERO
                 WRITE E-NOTE
                    INVALID KEY
                       PERFORM 34900-SIGNALE-ECHEC
                    NOT INVALID KEY
                       ADD 1 TO W-NB-ENREG-DOSSIER
                 END-WRITE
              WHEN XCH-ENTRETIEN
                 MOVE E-XCH-DONNEES   TO E-ENTRETIEN
                 MOVE CANDIDAT-NUMERO TO E-ENT-NUMERO
                 IF E-ENT-DATE-TENUE = SPACE
                    MOVE SPACE TO E-ENT-GESTIONNAIRE
                 END-IF
                 WRITE E-ENTRETIEN
                    INVALID KEY
                       PERFORM 34900-SIGNALE-ECHEC
                    NOT INVALID KEY
                       ADD 1 TO W-NB-ENREG-DOSSIER
                 END-WRITE
              WHEN XCH-RESULTAT
                 MOVE E-XCH-DONNEES   TO E-RESULTAT
                 MOVE CANDIDAT-NUMERO TO E-RES-NUMERO
                 WRITE E-RESULTAT
                    INVALID KEY
                       PERFORM 34900-SIGNALE-ECHEC
                    NOT INVALID KEY
                       ADD 1 TO W-NB-ENREG-DOSSIER
                 END-WRITE
           END-EVALUATE
           .

       34900-SIGNALE-ECHEC.
      *----------------------*
           DISPLAY 'XRG2CI11 - ECHEC ECRITURE ' E-XCH-TYPE
                   ' NUM ' CANDIDAT-NUMERO
                   ' (ORIGINE ' W-NUMERO-ORIG ')'
           .

       35000-EDITE-ECART.
      *----------------------*
           ADD 1 TO W-NB-ECARTES
           MOVE W-NUMERO-ORIG TO W-REJ-NUMERO-ORIG
           MOVE W-MOTIF-REJET TO W-REJ-MOTIF
           WRITE RPT-LIGNE FROM W-LIGNE-REJET
           .

       36200-POSE-CLE-AUDIT.
      *    Cle de l'evenement d'audit du dossier cree, partagee
      *    entre la trace FSTAGA11 et son detail FSTAGD11 ; la
      *    seconde est decalee par dossier pour garder une cle
      *    unique (comme 25000-AUDIT-MOUVEMENT de MAJ1CI11)
           ADD 1 TO W-COMPTEUR-SECONDE
           IF W-COMPTEUR-SECONDE > 59
              MOVE 0 TO W-COMPTEUR-SECONDE
              ADD 1 TO W-AUD-MN
           END-IF
           MOVE W-COMPTEUR-SECONDE TO W-AUD-SS

           MOVE SPACE           TO E-HISTO
           MOVE CANDIDAT-NUMERO TO NUM-STAG-H
           MOVE W-DATE-AUDIT    TO DATE-H
           MOVE W-HEURE-AUDIT   TO HEURE-H
           MOVE 'BTCH'          TO TERMINAL-H
           MOVE CLE-HISTO       TO E-DET-CLE-HISTO
           .

      *--------------------------------------------------------*
      *   CHARGEMENT ABOUTI : L'ECHANGE ENTRE AU REGISTRE        *
      *   XRGILOG                                                *
      *--------------------------------------------------------*
       39000-ENREGISTRE-ECHANGE.
      *----------------------*
           OPEN EXTEND XLOG-FILE
           EVALUATE TRUE
              WHEN XLOG-OK
                 CONTINUE
              WHEN XLOG-ABSENT
                 CLOSE XLOG-FILE
                 OPEN OUTPUT XLOG-FILE
              WHEN OTHER
                 DISPLAY 'XRG2CI11 - REGISTRE XRGILOG KO : '
                         XLOG-STATUT
           END-EVALUATE
           IF XLOG-OK
              MOVE SPACE            TO XLOG-REC
              MOVE W-REGION-ORIG    TO XLOG-REGION
              MOVE W-NUMERO-ECHANGE TO XLOG-ECHANGE
              MOVE W-DATE-SYS       TO XLOG-DATE
              MOVE W-NB-CREES       TO XLOG-NB-DOSSIERS
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
           MOVE 'XRG2CI11'      TO SCP-PROGRAMME
           MOVE SCP-ENREG(29:8) TO SCP-USERID
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       86100-SCELLE-DETAIL.
      *----------------------*
      *    LE DETAIL EST SCELLE AU NOM DE L'AUTEUR DE SON
      *    EVENEMENT, SCELLE JUSTE AVANT
           MOVE 'D'             TO SCP-TYPE
           MOVE 'E'             TO SCP-FONCTION
           MOVE 'XRG2CI11'      TO SCP-PROGRAMME
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE W-NB-DOSSIERS-LUS TO W-TOT-RECUS
           MOVE W-NB-CREES        TO W-TOT-CREES
           MOVE W-NB-ECARTES      TO W-TOT-ECARTES
           MOVE W-NB-ENREG-CHARGES TO W-TOT-ENREG
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FSTAG-FILE
           CLOSE FPLAC-FILE
           CLOSE FPRES-FILE
           CLOSE FDOCS-FILE
           CLOSE FNOTE-FILE
           CLOSE FENTR-FILE
           CLOSE FRESU-FILE
           CLOSE FSTAGA-FILE
           CLOSE FSTAGD-FILE
           CLOSE FXREG-FILE
           CLOSE RPT-FILE
           MOVE 'F'             TO SCP-FONCTION
           CALL pgm-scellbat USING SCELLEMENT-PARAM

           DISPLAY 'XRG2CI11 - ECHANGE ' W-NUMERO-ECHANGE
                   ' DE LA REGION ' W-REGION-ORIG ' - '
                   W-NB-DOSSIERS-LUS ' DOSSIER(S) RECU(S) / '
                   W-NB-CREES ' CREE(S) / '
                   W-NB-ECARTES ' ECARTE(S)'

           IF W-NB-ECARTES > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
