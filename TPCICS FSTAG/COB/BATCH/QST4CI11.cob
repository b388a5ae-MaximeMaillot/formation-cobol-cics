      *======================================================*
      *   PROGRAMME BATCH - CHARGEMENT DU FICHIER DES        *
      *   REPONSES RENVOYE PAR L'OUTIL D'ENQUETE (ENTETE     *
      *   '01', LIGNES '10', FIN '99' PORTANT LE NOMBRE DE   *
      *   LIGNES) DANS LE FICHIER DES REPONSES FRSAT11.      *
      *   CHAQUE LIGNE PORTE LE NUMERO DU STAGIAIRE, LA      *
      *   SESSION ET LA VERSION DU QUESTIONNAIRE REPRIS DES  *
      *   CHAMPS DE FUSION DE L'INVITATION (QST3CI11), LES   *
      *   NOTES DES QUESTIONS 1 A 10 (A BLANC = SANS         *
      *   REPONSE) ET LE COMMENTAIRE LIBRE. UNE LIGNE EST    *
      *   REJETEE SI LE DOSSIER OU LA SESSION EST INCONNU,   *
      *   SI UNE NOTE SORT DE L'ECHELLE DE SA QUESTION, SI   *
      *   LA REPONSE EST DEJA ENREGISTREE (PAS D'ECRASEMENT  *
      *   D'UNE SAISIE) OU SI LA VERSION DIFFERE DE CELLE DE *
      *   L'INVITATION. LES REJETS SONT LISTES (RPTQSR)      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QST4CI11.

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
           SELECT QREP-FILE ASSIGN TO QSATREP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS QREP-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FSESS-FILE ASSIGN TO FSESS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SES-CODE
               FILE STATUS IS FSESS-STATUT.

           SELECT FQSAT-FILE ASSIGN TO FQSAT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-QST-CLE
               FILE STATUS IS FQSAT-STATUT.

           SELECT FRSAT-FILE ASSIGN TO FRSAT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-RSA-CLE
               FILE STATUS IS FRSAT-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTQSR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

      *------------------------------------------------------*
      *   REPONSE RENVOYEE PAR L'OUTIL D'ENQUETE (LRECL=220)  *
      *------------------------------------------------------*
       FD  QREP-FILE.
       01  QREP-REC.
      *        '10' : LIGNE DE REPONSE
           05 QRP-TYPE                PIC X(2).
           05 QRP-NUMERO              PIC X(6).
           05 QRP-NUMERO-N REDEFINES QRP-NUMERO
                                      PIC 9(6).
           05 QRP-SESSION             PIC X(6).
           05 QRP-VERSION             PIC X(2).
           05 QRP-VERSION-N REDEFINES QRP-VERSION
                                      PIC 9(2).
      *        NOTE DES QUESTIONS 1 A 10, A BLANC = SANS REPONSE
           05 QRP-NOTES.
             10 QRP-NOTE OCCURS 10    PIC X(2).
           05 QRP-COMMENTAIRE         PIC X(180).
           05 FILLER                  PIC X(4).
      *        ENVELOPPE DE L'ECHANGE : PREMIERE LIGNE '01'
      *        (NUMERO + NOMBRE ANNONCE), DERNIERE LIGNE '99'
      *        (NOMBRE PORTE)
       01  QREP-ENV.
           05 ENV-TYPE                PIC X(2).
           05 ENV-NUMERO              PIC 9(6).
           05 ENV-NB                  PIC 9(7).
           05 FILLER                  PIC X(205).

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FSESS-FILE.
       COPY CSESS.

       FD  FQSAT-FILE.
       COPY CQSAT.

       FD  FRSAT-FILE.
       COPY CRSAT.

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 QREP-STATUT                 PIC X(2).
         88 QREP-OK                   VALUE '00'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.

       01 FQSAT-STATUT                PIC X(2).
         88 FQSAT-OK                  VALUE '00'.
         88 FQSAT-FIN                 VALUE '10'.

       01 FRSAT-STATUT                PIC X(2).
         88 FRSAT-OK                  VALUE '00'.

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
      *   RESULTAT DU CONTROLE D'UNE LIGNE                    *
      *------------------------------------------------------*
       01 W-RESULTAT                  PIC 9.
         88 LIGNE-ACCEPTEE            VALUE 1.
         88 LIGNE-REJETEE             VALUE 0.
       01 W-MOTIF-REJET               PIC X(40).
       01 W-RSA-EXISTE                PIC 9.
         88 RSA-EXISTE-OUI            VALUE 1.
         88 RSA-EXISTE-NON            VALUE 0.

      *------------------------------------------------------*
      *   ECHELLES DES QUESTIONS DE LA VERSION EN COURS       *
      *   (RECHARGEES QUAND LA VERSION CHANGE ; 0 = QUESTION  *
      *   ABSENTE DE LA VERSION)                              *
      *------------------------------------------------------*
       01 W-VERSION-CHARGEE           PIC 9(2) VALUE 0.
       01 W-NB-QUESTIONS              PIC 9(2) VALUE 0.
       01 W-TAB-ECHELLES.
           05 W-ECHELLE-Q OCCURS 10   PIC 9(2).
       01 W-NOTES-LUES.
           05 W-NOTE-LUE OCCURS 10    PIC 9(2).
       01 W-NOTE-X                    PIC X(2).
       01 W-NOTE-N REDEFINES W-NOTE-X PIC 9(2).
       01 W-NB-NOTES                  PIC 9(2).
       01 IDX-Q                       PIC 9(2).

      *------------------------------------------------------*
      *   COMPTEURS                                           *
      *------------------------------------------------------*
       01 W-NB-LUS                    PIC 9(7) VALUE 0.
       01 W-NB-ACCEPTES               PIC 9(7) VALUE 0.
       01 W-NB-REJETES                PIC 9(7) VALUE 0.
       01 W-NB-SANS-INVITATION        PIC 9(7) VALUE 0.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-AAAAMMJJ.
           05 W-DAT-AAAA              PIC X(4).
           05 W-DAT-MM                PIC X(2).
           05 W-DAT-JJ                PIC X(2).
       01 W-DATE-EDITEE               PIC X(10).

      *------------------------------------------------------*
      *   LIGNES DE LA LISTE DES REJETS                       *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(37) VALUE
              'CHARGEMENT REPONSES SATISFACTION NO '.
           05 W-TIT-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(4)  VALUE ' DU '.
           05 W-TIT-DATE              PIC X(10).

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(8)  VALUE 'RANG'.
           05 FILLER                  PIC X(7)  VALUE 'NUMERO'.
           05 FILLER                  PIC X(8)  VALUE 'SESSION'.
           05 FILLER                  PIC X(4)  VALUE 'VER'.
           05 FILLER                  PIC X(21) VALUE 'NOTES'.
           05 FILLER                  PIC X(40) VALUE 'MOTIF DU REJET'.

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-RANG              PIC 9(7).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-NUMERO            PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-SESSION           PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-VERSION           PIC X(2).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-NOTES             PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-MOTIF             PIC X(40).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TOT-LIBELLE           PIC X(40).
           05 W-TOT-NOMBRE            PIC ZZZZZZ9.

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-CHARGEMENT
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
           MOVE W-DATE-EDITEE TO W-TIT-DATE

           OPEN INPUT QREP-FILE
           IF NOT QREP-OK
              DISPLAY 'QST4CI11 - OUVERTURE QSATREP IMPOSSIBLE : '
                      QREP-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'QST4CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSESS-FILE
           IF NOT FSESS-OK
              DISPLAY 'QST4CI11 - OUVERTURE FSESS11 IMPOSSIBLE : '
                      FSESS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FQSAT-FILE
           IF NOT FQSAT-OK
              DISPLAY 'QST4CI11 - OUVERTURE FQSAT11 IMPOSSIBLE : '
                      FQSAT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FRSAT-FILE
           IF NOT FRSAT-OK
              DISPLAY 'QST4CI11 - OUVERTURE FRSAT11 IMPOSSIBLE : '
                      FRSAT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'QST4CI11 - OUVERTURE RPTQSR IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       20000-TRAIT-CHARGEMENT.
      *----------------------*
      *    LA PREMIERE LIGNE DOIT ETRE L'ENTETE '01' DE
      *    L'ECHANGE, LA DERNIERE LA FIN '99' PORTANT LE NOMBRE
      *    DE LIGNES DE REPONSE
           READ QREP-FILE
              AT END
                 DISPLAY 'QST4CI11 - FICHIER VIDE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ

           IF ENV-TYPE NOT = '01'
              OR ENV-NUMERO IS NOT NUMERIC
              OR ENV-NB IS NOT NUMERIC
              DISPLAY 'QST4CI11 - ENTETE D''ECHANGE ABSENTE OU '
                      'INVALIDE : CHARGEMENT REFUSE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE ENV-NUMERO TO W-NUMERO-ECHANGE W-TIT-NUMERO
           MOVE ENV-NB     TO W-NB-ANNONCES
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE

           READ QREP-FILE
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
                 READ QREP-FILE
                    AT END
                       SET FIN-FICHIER-OUI TO TRUE
                 END-READ
              END-IF
           END-PERFORM

           IF W-NB-REJETES > 0
              MOVE 4 TO RETURN-CODE
           END-IF

           IF W-TRAILER-VU = 0
              DISPLAY 'QST4CI11 - FIN DE FICHIER 99 ABSENTE : '
                      'TRANSMISSION TRONQUEE PRESUMEE'
              MOVE 12 TO RETURN-CODE
           ELSE
              IF W-NB-TRAILER NOT = W-NB-DETAILS
                 OR W-NB-ANNONCES NOT = W-NB-DETAILS
                 DISPLAY 'QST4CI11 - COMPTE ANNONCE '
                         W-NB-ANNONCES ' / PORTE ' W-NB-TRAILER
                         ' / LU ' W-NB-DETAILS ' : ECART'
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   UNE LIGNE DE REPONSE : CONTROLE PUIS ECRITURE OU      *
      *   MISE A JOUR DE L'INVITATION DANS FRSAT11              *
      *--------------------------------------------------------*
       21000-TRAITE-LIGNE.
      *----------------------*
           SET LIGNE-ACCEPTEE TO TRUE
           MOVE SPACE TO W-MOTIF-REJET

           PERFORM 21100-CONTROLE-CLE
           IF LIGNE-ACCEPTEE
              PERFORM 21200-CONTROLE-NOTES
           END-IF
           IF LIGNE-ACCEPTEE
              PERFORM 21300-CONTROLE-INVITATION
           END-IF
           IF LIGNE-ACCEPTEE
              PERFORM 22000-ENREGISTRE-REPONSE
           END-IF

           IF LIGNE-REJETEE
              ADD 1 TO W-NB-REJETES
              MOVE W-NB-DETAILS    TO W-DET-RANG
              MOVE QRP-NUMERO      TO W-DET-NUMERO
              MOVE QRP-SESSION     TO W-DET-SESSION
              MOVE QRP-VERSION     TO W-DET-VERSION
              MOVE QRP-NOTES       TO W-DET-NOTES
              MOVE W-MOTIF-REJET   TO W-DET-MOTIF
              WRITE RPT-LIGNE FROM W-LIGNE-DETAIL
           END-IF
           .

      *    Dossier, session et version du questionnaire
       21100-CONTROLE-CLE.
      *----------------------*
           IF QRP-TYPE NOT = '10'
              SET LIGNE-REJETEE TO TRUE
              MOVE 'TYPE DE LIGNE INCONNU' TO W-MOTIF-REJET
           END-IF

           IF LIGNE-ACCEPTEE
              IF QRP-NUMERO IS NOT NUMERIC
                 SET LIGNE-REJETEE TO TRUE
                 MOVE 'NUMERO DE STAGIAIRE NON NUMERIQUE'
                   TO W-MOTIF-REJET
              ELSE
                 MOVE QRP-NUMERO-N TO E-NUMERO
                 READ FSTAG-FILE
                    INVALID KEY
                       SET LIGNE-REJETEE TO TRUE
                       MOVE 'STAGIAIRE INCONNU' TO W-MOTIF-REJET
                    NOT INVALID KEY
                       IF SUPPRIME-OUI
                          SET LIGNE-REJETEE TO TRUE
                          MOVE 'DOSSIER SUPPRIME' TO W-MOTIF-REJET
                       END-IF
                 END-READ
              END-IF
           END-IF

           IF LIGNE-ACCEPTEE
              MOVE QRP-SESSION TO E-SES-CODE
              READ FSESS-FILE
                 INVALID KEY
                    SET LIGNE-REJETEE TO TRUE
                    MOVE 'SESSION INCONNUE' TO W-MOTIF-REJET
              END-READ
           END-IF

           IF LIGNE-ACCEPTEE
              IF QRP-VERSION IS NOT NUMERIC
                 OR QRP-VERSION-N = 0
                 SET LIGNE-REJETEE TO TRUE
                 MOVE 'VERSION DE QUESTIONNAIRE INVALIDE'
                   TO W-MOTIF-REJET
              ELSE
                 IF QRP-VERSION-N NOT = W-VERSION-CHARGEE
                    PERFORM 21150-CHARGE-ECHELLES
                 END-IF
                 IF W-NB-QUESTIONS = 0
                    SET LIGNE-REJETEE TO TRUE
                    MOVE 'VERSION DE QUESTIONNAIRE INCONNUE'
                      TO W-MOTIF-REJET
                 END-IF
              END-IF
           END-IF
           .

       21150-CHARGE-ECHELLES.
      *----------------------*
           MOVE QRP-VERSION-N TO W-VERSION-CHARGEE
           MOVE 0 TO W-NB-QUESTIONS
           PERFORM VARYING IDX-Q FROM 1 BY 1 UNTIL IDX-Q > 10
              MOVE 0 TO W-ECHELLE-Q(IDX-Q)
           END-PERFORM

           MOVE W-VERSION-CHARGEE TO E-QST-VERSION
           MOVE 0                 TO E-QST-NUMERO
           MOVE '00' TO FQSAT-STATUT
           START FQSAT-FILE KEY IS GREATER THAN E-QST-CLE
              INVALID KEY
                 SET FQSAT-FIN TO TRUE
           END-START

           PERFORM UNTIL FQSAT-FIN
              READ FQSAT-FILE NEXT RECORD
                 AT END
                    SET FQSAT-FIN TO TRUE
                 NOT AT END
                    IF E-QST-VERSION NOT = W-VERSION-CHARGEE
                       SET FQSAT-FIN TO TRUE
                    ELSE
                       IF E-QST-NUMERO > 0 AND E-QST-NUMERO < 11
                          MOVE E-QST-ECHELLE
                            TO W-ECHELLE-Q(E-QST-NUMERO)
                          ADD 1 TO W-NB-QUESTIONS
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

      *    Chaque note est a blanc ou dans l'echelle de sa
      *    question ; une note ou un commentaire au moins
       21200-CONTROLE-NOTES.
      *----------------------*
           MOVE 0 TO W-NB-NOTES
           PERFORM VARYING IDX-Q FROM 1 BY 1
              UNTIL IDX-Q > 10 OR LIGNE-REJETEE
              MOVE QRP-NOTE(IDX-Q) TO W-NOTE-X
              IF W-NOTE-X(1:1) = SPACE AND W-NOTE-X(2:1) NOT = SPACE
                 MOVE '0' TO W-NOTE-X(1:1)
              END-IF
              IF W-NOTE-X(2:1) = SPACE AND W-NOTE-X(1:1) NOT = SPACE
                 MOVE W-NOTE-X(1:1) TO W-NOTE-X(2:1)
                 MOVE '0'           TO W-NOTE-X(1:1)
              END-IF
              EVALUATE TRUE
                 WHEN W-NOTE-X = SPACE
                    MOVE 0 TO W-NOTE-LUE(IDX-Q)
                 WHEN W-NOTE-X IS NOT NUMERIC
                    SET LIGNE-REJETEE TO TRUE
                    MOVE 'NOTE NON NUMERIQUE' TO W-MOTIF-REJET
                 WHEN W-NOTE-N = 0
                    MOVE 0 TO W-NOTE-LUE(IDX-Q)
                 WHEN W-ECHELLE-Q(IDX-Q) = 0
                    SET LIGNE-REJETEE TO TRUE
                    MOVE 'NOTE SUR UNE QUESTION ABSENTE'
                      TO W-MOTIF-REJET
                 WHEN W-NOTE-N > W-ECHELLE-Q(IDX-Q)
                    SET LIGNE-REJETEE TO TRUE
                    MOVE 'NOTE HORS ECHELLE' TO W-MOTIF-REJET
                 WHEN OTHER
                    MOVE W-NOTE-N TO W-NOTE-LUE(IDX-Q)
                    ADD 1 TO W-NB-NOTES
              END-EVALUATE
           END-PERFORM

           IF LIGNE-ACCEPTEE
              AND W-NB-NOTES = 0
              AND QRP-COMMENTAIRE = SPACE
              SET LIGNE-REJETEE TO TRUE
              MOVE 'REPONSE VIDE' TO W-MOTIF-REJET
           END-IF
           .

      *    Une reponse deja enregistree n'est jamais ecrasee ; sans
      *    invitation, le stagiaire doit appartenir a la session
       21300-CONTROLE-INVITATION.
      *----------------------*
           MOVE QRP-NUMERO-N TO E-RSA-NUMERO
           MOVE QRP-SESSION  TO E-RSA-SESSION
           READ FRSAT-FILE
              INVALID KEY
                 SET RSA-EXISTE-NON TO TRUE
              NOT INVALID KEY
                 SET RSA-EXISTE-OUI TO TRUE
           END-READ

           IF RSA-EXISTE-OUI
              EVALUATE TRUE
                 WHEN RSA-REPONDU
                    SET LIGNE-REJETEE TO TRUE
                    MOVE 'REPONSE DEJA ENREGISTREE' TO W-MOTIF-REJET
                 WHEN E-RSA-VERSION NOT = QRP-VERSION-N
                    SET LIGNE-REJETEE TO TRUE
                    MOVE 'VERSION DIFFERENTE DE L''INVITATION'
                      TO W-MOTIF-REJET
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           ELSE
              IF E-CODE-SESSION NOT = QRP-SESSION
                 SET LIGNE-REJETEE TO TRUE
                 MOVE 'STAGIAIRE HORS DE LA SESSION'
                   TO W-MOTIF-REJET
              END-IF
           END-IF
           .

       22000-ENREGISTRE-REPONSE.
      *----------------------*
           IF RSA-EXISTE-NON
              INITIALIZE E-REPONSE-SAT
              MOVE QRP-NUMERO-N  TO E-RSA-NUMERO
              MOVE QRP-SESSION   TO E-RSA-SESSION
              MOVE QRP-VERSION-N TO E-RSA-VERSION
              MOVE SPACE         TO E-RSA-CANAL E-RSA-DATE-INVIT
              ADD 1 TO W-NB-SANS-INVITATION
           END-IF

           MOVE 'R'             TO E-RSA-ETAT
           MOVE 'F'             TO E-RSA-ORIGINE
           PERFORM VARYING IDX-Q FROM 1 BY 1 UNTIL IDX-Q > 10
              MOVE W-NOTE-LUE(IDX-Q) TO E-RSA-NOTE(IDX-Q)
           END-PERFORM
           MOVE QRP-COMMENTAIRE TO E-RSA-COMMENTAIRE
           MOVE W-DATE-EDITEE   TO E-RSA-DATE-REPONSE
           MOVE 'QST4CI11'      TO E-RSA-USERID

           IF RSA-EXISTE-OUI
              REWRITE E-REPONSE-SAT
                 INVALID KEY
                    SET LIGNE-REJETEE TO TRUE
                    MOVE 'MISE A JOUR FRSAT11 IMPOSSIBLE'
                      TO W-MOTIF-REJET
              END-REWRITE
           ELSE
              WRITE E-REPONSE-SAT
                 INVALID KEY
                    SET LIGNE-REJETEE TO TRUE
                    MOVE 'ECRITURE FRSAT11 IMPOSSIBLE'
                      TO W-MOTIF-REJET
              END-WRITE
           END-IF

           IF LIGNE-ACCEPTEE
              ADD 1 TO W-NB-ACCEPTES
           END-IF
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'LIGNES DE REPONSE LUES'         TO W-TOT-LIBELLE
           MOVE W-NB-LUS             TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'REPONSES ENREGISTREES'          TO W-TOT-LIBELLE
           MOVE W-NB-ACCEPTES        TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE '   DONT SANS INVITATION PREALABLE' TO W-TOT-LIBELLE
           MOVE W-NB-SANS-INVITATION TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'LIGNES REJETEES'                TO W-TOT-LIBELLE
           MOVE W-NB-REJETES         TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE QREP-FILE
           CLOSE FSTAG-FILE
           CLOSE FSESS-FILE
           CLOSE FQSAT-FILE
           CLOSE FRSAT-FILE
           CLOSE RPT-FILE

           DISPLAY 'QST4CI11 - ECHANGE ' W-NUMERO-ECHANGE
                   ' : LUES ' W-NB-LUS ' ENREGISTREES ' W-NB-ACCEPTES
                   ' REJETEES ' W-NB-REJETES
           .
