      *======================================================*
      *   PROGRAMME BATCH - RAPPROCHEMENT DES REGLEMENTS     *
      *   DES FINANCEURS : CHAQUE LIGNE DU FICHIER DE        *
      *   REGLEMENT REMIS PAR UN FINANCEUR (NUMERO DE        *
      *   FACTURE, MONTANT RECU, DATE, MOTIF) EST RAPPROCHEE *
      *   DE LA FACTURE FFACT11 DE MEME E-FAC-NUMERO. LA     *
      *   FACTURE PASSE REGLEE, REGLEE PARTIELLEMENT (LE     *
      *   MOTIF DU FINANCEUR EST CONSERVE) OU EN LITIGE      *
      *   (CONTESTATION DU FINANCEUR). LES LIGNES SANS       *
      *   FACTURE ET LES TROP-PERCUS SONT LISTES POUR        *
      *   TRAITEMENT MANUEL. UN REGLEMENT QUI CITE UN AVOIR  *
      *   OU UN COMPLEMENT (FAVOI11) EST IMPUTE SUR LA       *
      *   FACTURE D'ORIGINE, DONT LE DU EST LE MONTANT NET   *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RGL1CI11.

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
      *        FICHIER DE REGLEMENT REMIS PAR LE FINANCEUR :
      *        UN ENREGISTREMENT PAR FACTURE REGLEE OU CONTESTEE
           SELECT REMF-FILE ASSIGN TO REMFIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REMF-STATUT.

      *        REGISTRE DES FACTURES (PARCOURU POUR INDEXER LES
      *        NUMEROS, PUIS LU ET MIS A JOUR PAR SA CLE)
           SELECT FFACT-FILE ASSIGN TO FFACT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-FAC-CLE
               FILE STATUS IS FFACT-STATUT.

      *        AVOIRS ET COMPLEMENTS (RENVOI A LA FACTURE D'ORIGINE)
           SELECT FAVOI-FILE ASSIGN TO FAVOI11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-AVO-NUMERO
               FILE STATUS IS FAVOI-STATUT.

      *        COMPTE RENDU DE RAPPROCHEMENT
           SELECT RPT-FILE ASSIGN TO RPTRGL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  REMF-FILE.
       01  REMF-REC.
           05 REMF-NUMERO             PIC 9(10).
           05 FILLER                  PIC X(1).
           05 REMF-MONTANT-CENTIMES   PIC 9(11).
           05 FILLER                  PIC X(1).
      *        DATE DU REGLEMENT (JJMMAAAA)
           05 REMF-DATE               PIC X(8).
           05 FILLER                  PIC X(1).
      *        'R' REGLEMENT, 'C' CONTESTATION DE LA FACTURE
           05 REMF-CODE               PIC X(1).
             88 REMF-REGLEMENT            VALUE 'R' ' '.
             88 REMF-CONTESTATION         VALUE 'C'.
           05 FILLER                  PIC X(1).
      *        MOTIF DU FINANCEUR (ECART OU CONTESTATION)
           05 REMF-MOTIF              PIC X(40).
           05 FILLER                  PIC X(6).

       FD  FFACT-FILE.
       COPY CFACT.

       FD  FAVOI-FILE.
       COPY CAVOI.

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 REMF-STATUT                 PIC X(2).
         88 REMF-OK                   VALUE '00'.
         88 REMF-FIN                  VALUE '10'.

       01 FFACT-STATUT                PIC X(2).
         88 FFACT-OK                  VALUE '00'.
         88 FFACT-FIN                 VALUE '10'.

       01 FAVOI-STATUT                PIC X(2).
         88 FAVOI-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

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
      *   INDEX DES FACTURES : NUMERO -> CLE DU REGISTRE      *
      *------------------------------------------------------*
       01 TAB-FACTURES.
           05 W-NB-FAC                PIC 9(5) COMP VALUE 0.
           05 W-FAC OCCURS 5000.
             10 W-FAC-NUMERO          PIC 9(10).
             10 W-FAC-CLE             PIC X(16).
       01 IDX-FAC                     PIC 9(5) COMP.
       01 W-TROUVE                    PIC 9.
       01 W-NUMERO-CHERCHE            PIC 9(10).
      *        NUMEROS D'AVOIRS ET DE COMPLEMENTS : 9 + AAAAMM + RANG
       01 W-PREMIER-NUMERO-AVOIR      PIC 9(10) VALUE 9000000000.

       01 W-RESTE-CENTIMES            PIC S9(11).
       01 W-ETAT-LIBELLE              PIC X(20).

      *------------------------------------------------------*
      *   TOTAUX DE CONTROLE                                  *
      *------------------------------------------------------*
       01 W-NB-LUS                    PIC 9(5) VALUE 0.
       01 W-NB-SOLDEES                PIC 9(5) VALUE 0.
       01 W-NB-PARTIELLES             PIC 9(5) VALUE 0.
       01 W-NB-LITIGES                PIC 9(5) VALUE 0.
       01 W-NB-ANOMALIES              PIC 9(5) VALUE 0.
       01 W-TOTAL-RECU                PIC 9(13) VALUE 0.
       01 W-MONTANT-EDIT              PIC ZZZZZZZZ9,99.
       01 W-TOTAL-EDIT                PIC ZZZZZZZZZZ9,99.

      *------------------------------------------------------*
      *   LIGNES DU COMPTE RENDU                             *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(48) VALUE
              'RAPPROCHEMENT DES REGLEMENTS FINANCEURS DU '.
           05 W-TIT-DATE              PIC X(10).

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(11) VALUE 'FACTURE'.
           05 FILLER                  PIC X(7)  VALUE 'SESSION'.
           05 FILLER                  PIC X(6)  VALUE ' FIN.'.
           05 FILLER                  PIC X(13) VALUE '     FACTURE'.
           05 FILLER                  PIC X(13) VALUE '        RECU'.
           05 FILLER                  PIC X(13) VALUE '       RESTE'.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 FILLER                  PIC X(21) VALUE 'ETAT'.
           05 FILLER                  PIC X(40) VALUE 'MOTIF'.

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-NUMERO            PIC 9(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-SESSION           PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-FINANCEUR         PIC X(4).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-FACTURE           PIC ZZZZZZZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-RECU              PIC ZZZZZZZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-RESTE             PIC ----------9,99.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-ETAT              PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-MOTIF             PIC X(40).

       01 W-LIGNE-ANOMALIE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-ANO-NUMERO            PIC 9(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-ANO-MONTANT           PIC ZZZZZZZZ9,99.
           05 FILLER                  PIC X(3)  VALUE ' - '.
           05 W-ANO-MOTIF             PIC X(60).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(15) VALUE 'LIGNES LUES : '.
           05 W-TOT-LUS               PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  SOLDEES : '.
           05 W-TOT-SOLDEES           PIC ZZZZ9.
           05 FILLER                  PIC X(13) VALUE '  PARTIELLES '.
           05 W-TOT-PARTIELLES        PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  LITIGES : '.
           05 W-TOT-LITIGES           PIC ZZZZ9.
           05 FILLER                  PIC X(14) VALUE
              '  ANOMALIES : '.
           05 W-TOT-ANOMALIES         PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  RECU : '.
           05 W-TOT-RECU              PIC ZZZZZZZZZZ9,99.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  15000-INDEXE-FACTURES
           PERFORM  20000-TRAIT-REGLEMENTS
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

           OPEN INPUT REMF-FILE
           IF NOT REMF-OK
              DISPLAY 'RGL1CI11 - OUVERTURE REMFIN IMPOSSIBLE : '
                      REMF-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FFACT-FILE
           IF NOT FFACT-OK
              DISPLAY 'RGL1CI11 - OUVERTURE FFACT11 IMPOSSIBLE : '
                      FFACT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FAVOI-FILE
           IF NOT FAVOI-OK
              DISPLAY 'RGL1CI11 - OUVERTURE FAVOI11 IMPOSSIBLE : '
                      FAVOI-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'RGL1CI11 - OUVERTURE RPTRGL IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE W-DATE-EDITION TO W-TIT-DATE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           MOVE SPACE TO RPT-LIGNE
           WRITE RPT-LIGNE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           .

      *--------------------------------------------------------*
      *   LE NUMERO DE FACTURE N'EST PAS LA CLE DU REGISTRE :   *
      *   UN PARCOURS PREALABLE DRESSE LA TABLE NUMERO -> CLE   *
      *   (LES FACTURES DEJA SOLDEES SONT GARDEES POUR SIGNALER *
      *   UN SECOND REGLEMENT)                                  *
      *--------------------------------------------------------*
       15000-INDEXE-FACTURES.
      *----------------------*
           MOVE LOW-VALUE TO E-FAC-CLE
           START FFACT-FILE KEY IS NOT LESS THAN E-FAC-CLE
              INVALID KEY
                 SET FFACT-FIN TO TRUE
           END-START

           PERFORM UNTIL FFACT-FIN
              READ FFACT-FILE NEXT RECORD
                 AT END
                    SET FFACT-FIN TO TRUE
                 NOT AT END
                    IF W-NB-FAC < 5000
                       ADD 1 TO W-NB-FAC
                       MOVE E-FAC-NUMERO TO W-FAC-NUMERO(W-NB-FAC)
                       MOVE E-FAC-CLE    TO W-FAC-CLE(W-NB-FAC)
                    ELSE
                       DISPLAY 'RGL1CI11 - TABLE DES FACTURES SATUREE'
                       MOVE 4 TO RETURN-CODE
                       SET FFACT-FIN TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           .

       20000-TRAIT-REGLEMENTS.
      *----------------------*
           READ REMF-FILE
              AT END
                 SET REMF-FIN TO TRUE
           END-READ

           PERFORM UNTIL REMF-FIN
              ADD 1 TO W-NB-LUS
              PERFORM 21000-RAPPROCHE-REGLEMENT
              READ REMF-FILE
                 AT END
                    SET REMF-FIN TO TRUE
              END-READ
           END-PERFORM
           .

       21000-RAPPROCHE-REGLEMENT.
      *----------------------*
           IF REMF-NUMERO IS NOT NUMERIC
              OR REMF-MONTANT-CENTIMES IS NOT NUMERIC
              OR REMF-DATE IS NOT NUMERIC
              MOVE 0 TO W-ANO-NUMERO W-ANO-MONTANT
              MOVE 'LIGNE ILLISIBLE (NUMERO, MONTANT OU DATE)'
                TO W-ANO-MOTIF
              PERFORM 25000-EDITE-ANOMALIE
           ELSE
              MOVE REMF-NUMERO TO W-NUMERO-CHERCHE
              PERFORM 21100-CHERCHE-FACTURE

      *       Avoir ou complement : renvoi a la facture d'origine
              IF W-TROUVE = 0
                 AND REMF-NUMERO >= W-PREMIER-NUMERO-AVOIR
                 MOVE REMF-NUMERO TO E-AVO-NUMERO
                 READ FAVOI-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE E-AVO-FACTURE TO W-NUMERO-CHERCHE
                       PERFORM 21100-CHERCHE-FACTURE
                 END-READ
              END-IF

              IF W-TROUVE = 0
                 MOVE REMF-NUMERO           TO W-ANO-NUMERO
                 COMPUTE W-MONTANT-EDIT = REMF-MONTANT-CENTIMES / 100
                 MOVE W-MONTANT-EDIT        TO W-ANO-MONTANT
                 MOVE 'FACTURE INCONNUE AU REGISTRE FFACT11'
                   TO W-ANO-MOTIF
                 PERFORM 25000-EDITE-ANOMALIE
              ELSE
                 READ FFACT-FILE
                    INVALID KEY
                       MOVE REMF-NUMERO TO W-ANO-NUMERO
                       COMPUTE W-MONTANT-EDIT =
                               REMF-MONTANT-CENTIMES / 100
                       MOVE W-MONTANT-EDIT TO W-ANO-MONTANT
                       MOVE 'FACTURE ILLISIBLE AU REGISTRE FFACT11'
                         TO W-ANO-MOTIF
                       PERFORM 25000-EDITE-ANOMALIE
                    NOT INVALID KEY
                       PERFORM 22000-IMPUTE-REGLEMENT
                 END-READ
              END-IF
           END-IF
           .

       21100-CHERCHE-FACTURE.
      *----------------------*
           MOVE 0 TO W-TROUVE
           PERFORM VARYING IDX-FAC FROM 1 BY 1
              UNTIL IDX-FAC > W-NB-FAC OR W-TROUVE = 1
              IF W-FAC-NUMERO(IDX-FAC) = W-NUMERO-CHERCHE
                 MOVE 1 TO W-TROUVE
                 MOVE W-FAC-CLE(IDX-FAC) TO E-FAC-CLE
              END-IF
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   IMPUTATION : LA SOMME RECUE S'AJOUTE AU DEJA REGLE.   *
      *   CONTESTATION -> LITIGE ; SOLDE ATTEINT -> REGLEE ;    *
      *   SINON REGLEE PARTIELLEMENT AVEC LE MOTIF DE L'ECART   *
      *--------------------------------------------------------*
       22000-IMPUTE-REGLEMENT.
      *----------------------*
           IF FAC-REGLEE AND REMF-MONTANT-CENTIMES > 0
              MOVE REMF-NUMERO TO W-ANO-NUMERO
              COMPUTE W-MONTANT-EDIT = REMF-MONTANT-CENTIMES / 100
              MOVE W-MONTANT-EDIT TO W-ANO-MONTANT
              MOVE 'FACTURE DEJA SOLDEE - TROP-PERCU A REMBOURSER'
                TO W-ANO-MOTIF
              PERFORM 25000-EDITE-ANOMALIE
           ELSE
              ADD REMF-MONTANT-CENTIMES TO E-FAC-REGLE-CENTIMES
              ADD REMF-MONTANT-CENTIMES TO W-TOTAL-RECU
              MOVE REMF-DATE            TO E-FAC-DATE-REGLEMENT
              COMPUTE W-RESTE-CENTIMES =
                      E-FAC-MONTANT-CENTIMES + E-FAC-CORRECTION-CENTIMES
                    - E-FAC-REGLE-CENTIMES

              EVALUATE TRUE
                 WHEN REMF-CONTESTATION
                    SET FAC-EN-LITIGE TO TRUE
                    MOVE REMF-MOTIF   TO E-FAC-MOTIF-ECART
                    ADD 1 TO W-NB-LITIGES
                 WHEN W-RESTE-CENTIMES <= 0
                    SET FAC-REGLEE TO TRUE
                    ADD 1 TO W-NB-SOLDEES
                 WHEN OTHER
                    SET FAC-REGLEE-PARTIEL TO TRUE
                    IF REMF-MOTIF = SPACE
                       MOVE 'MOTIF NON COMMUNIQUE PAR LE FINANCEUR'
                         TO E-FAC-MOTIF-ECART
                    ELSE
                       MOVE REMF-MOTIF TO E-FAC-MOTIF-ECART
                    END-IF
                    ADD 1 TO W-NB-PARTIELLES
              END-EVALUATE

              REWRITE E-FACTURE
                 INVALID KEY
                    DISPLAY 'RGL1CI11 - MAJ FFACT11 KO FACTURE '
                            E-FAC-NUMERO
              END-REWRITE

              PERFORM 23000-EDITE-IMPUTATION

              IF W-RESTE-CENTIMES < 0
                 MOVE REMF-NUMERO TO W-ANO-NUMERO
                 COMPUTE W-MONTANT-EDIT = (0 - W-RESTE-CENTIMES) / 100
                 MOVE W-MONTANT-EDIT TO W-ANO-MONTANT
                 MOVE 'TROP-PERCU SUR LA FACTURE - A REMBOURSER'
                   TO W-ANO-MOTIF
                 PERFORM 25000-EDITE-ANOMALIE
              END-IF
           END-IF
           .

       23000-EDITE-IMPUTATION.
      *----------------------*
           EVALUATE TRUE
              WHEN FAC-REGLEE
                 MOVE 'REGLEE'             TO W-ETAT-LIBELLE
              WHEN FAC-REGLEE-PARTIEL
                 MOVE 'REGLEE PARTIELLEMENT' TO W-ETAT-LIBELLE
              WHEN FAC-EN-LITIGE
                 MOVE 'EN LITIGE'          TO W-ETAT-LIBELLE
              WHEN OTHER
                 MOVE 'A REGLER'           TO W-ETAT-LIBELLE
           END-EVALUATE

           MOVE E-FAC-NUMERO    TO W-DET-NUMERO
           MOVE E-FAC-SESSION   TO W-DET-SESSION
           MOVE E-FAC-FINANCEUR TO W-DET-FINANCEUR
           COMPUTE W-MONTANT-EDIT = (E-FAC-MONTANT-CENTIMES
                                   + E-FAC-CORRECTION-CENTIMES) / 100
           MOVE W-MONTANT-EDIT  TO W-DET-FACTURE
           COMPUTE W-MONTANT-EDIT = REMF-MONTANT-CENTIMES / 100
           MOVE W-MONTANT-EDIT  TO W-DET-RECU
           COMPUTE W-DET-RESTE  = W-RESTE-CENTIMES / 100
           MOVE W-ETAT-LIBELLE  TO W-DET-ETAT
           IF FAC-REGLEE
              MOVE SPACE             TO W-DET-MOTIF
           ELSE
              MOVE E-FAC-MOTIF-ECART TO W-DET-MOTIF
           END-IF
           WRITE RPT-LIGNE FROM W-LIGNE-DETAIL
           .

       25000-EDITE-ANOMALIE.
      *----------------------*
           ADD 1 TO W-NB-ANOMALIES
           WRITE RPT-LIGNE FROM W-LIGNE-ANOMALIE
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE SPACE TO RPT-LIGNE
           WRITE RPT-LIGNE
           MOVE W-NB-LUS        TO W-TOT-LUS
           MOVE W-NB-SOLDEES    TO W-TOT-SOLDEES
           MOVE W-NB-PARTIELLES TO W-TOT-PARTIELLES
           MOVE W-NB-LITIGES    TO W-TOT-LITIGES
           MOVE W-NB-ANOMALIES  TO W-TOT-ANOMALIES
           COMPUTE W-TOTAL-EDIT = W-TOTAL-RECU / 100
           MOVE W-TOTAL-EDIT    TO W-TOT-RECU
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE REMF-FILE
           CLOSE FFACT-FILE
           CLOSE FAVOI-FILE
           CLOSE RPT-FILE

           IF W-NB-ANOMALIES > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'RGL1CI11 - REGLEMENTS ' W-NB-LUS ' LU(S) - '
                   W-NB-SOLDEES ' SOLDEE(S) - '
                   W-NB-PARTIELLES ' PARTIELLE(S) - '
                   W-NB-LITIGES ' LITIGE(S) - '
                   W-NB-ANOMALIES ' ANOMALIE(S)'
           .
