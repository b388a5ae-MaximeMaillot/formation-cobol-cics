      *======================================================*
      *   PROGRAMME BATCH - INVITATIONS AU QUESTIONNAIRE DE  *
      *   SATISFACTION DE FIN DE SESSION : POUR CHAQUE       *
      *   SESSION NON ANNULEE TERMINEE DANS LA FENETRE DE LA *
      *   CARTE (DEFAUT 7 JOURS) AVANT LA DATE D'ARRETE,     *
      *   CHAQUE STAGIAIRE RATTACHE (DOSSIER NON SUPPRIME,   *
      *   NON ANNULE) ET PAS ENCORE INVITE EST INVITE PAR    *
      *   COURRIEL (SAS FMAIL11) SI SON ADRESSE EST VALIDE   *
      *   ET QU'IL N'A PAS REFUSE LES COURRIELS, SINON PAR   *
      *   SMS (SAS FSMSS11) S'IL N'A PAS REFUSE LES SMS.     *
      *   L'INVITATION EST TRACEE DANS FRSAT11 (ETAT 'I',    *
      *   CANAL A BLANC SANS CONSENTEMENT : FORMULAIRE       *
      *   PAPIER A SAISIR SUR QST2CI11). UN STAGIAIRE N'EST  *
      *   JAMAIS INVITE DEUX FOIS POUR LA MEME SESSION       *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QST3CI11.

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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FSESS-FILE ASSIGN TO FSESS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
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

           SELECT FPARM-FILE ASSIGN TO FPARM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PAR-CLE
               FILE STATUS IS FPARM-STATUT.

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

      *        CARTE PARAMETRE : DATE D'ARRETE (JJMMAAAA, A BLANC
      *        = DATE DU JOUR) + FENETRE EN JOURS (A BLANC = 7)
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTQSI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FSESS-FILE.
       COPY CSESS.

       FD  FQSAT-FILE.
       COPY CQSAT.

       FD  FRSAT-FILE.
       COPY CRSAT.

       FD  FPARM-FILE.
       COPY CPARM.

       FD  FMAIL-FILE.
       COPY CMAIL.

       FD  FSMSS-FILE.
       COPY CSMSS.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-DATE-ARRETE       PIC X(8).
           05 FILLER                  PIC X(1).
           05 CARTE-FENETRE           PIC X(3).
           05 FILLER                  PIC X(68).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.
         88 FSTAG-FIN                 VALUE '10'.

       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.
         88 FSESS-FIN                 VALUE '10'.

       01 FQSAT-STATUT                PIC X(2).
         88 FQSAT-OK                  VALUE '00'.
         88 FQSAT-FIN                 VALUE '10'.

       01 FRSAT-STATUT                PIC X(2).
         88 FRSAT-OK                  VALUE '00'.

       01 FPARM-STATUT                PIC X(2).
         88 FPARM-OK                  VALUE '00'.
         88 FPARM-ABSENT              VALUE '35'.

       01 FMAIL-STATUT                PIC X(2).
         88 FMAIL-OK                  VALUE '00'.

       01 FSMSS-STATUT                PIC X(2).
         88 FSMSS-OK                  VALUE '00'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

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
       01 W-DATE-ARRETE-EDIT          PIC X(10).

       01 W-FENETRE                   PIC 9(3) VALUE 7.
       01 W-VERSION                   PIC 9(2) VALUE 1.
       01 W-NB-QUESTIONS              PIC 9(2) VALUE 0.

      *------------------------------------------------------*
      *   NUMERO DE JOUR ABSOLU D'UNE DATE (JOURS ECOULES     *
      *   DEPUIS LE 01/01/0001, BISSEXTILES COMPRIS)          *
      *------------------------------------------------------*
       01 TAB-CUMUL-MOIS.
           05 FILLER                  PIC 9(3) VALUE 000.
           05 FILLER                  PIC 9(3) VALUE 031.
           05 FILLER                  PIC 9(3) VALUE 059.
           05 FILLER                  PIC 9(3) VALUE 090.
           05 FILLER                  PIC 9(3) VALUE 120.
           05 FILLER                  PIC 9(3) VALUE 151.
           05 FILLER                  PIC 9(3) VALUE 181.
           05 FILLER                  PIC 9(3) VALUE 212.
           05 FILLER                  PIC 9(3) VALUE 243.
           05 FILLER                  PIC 9(3) VALUE 273.
           05 FILLER                  PIC 9(3) VALUE 304.
           05 FILLER                  PIC 9(3) VALUE 334.

       01 TAB-CUMUL-MOIS-R REDEFINES TAB-CUMUL-MOIS.
           05 CUMUL-MOIS OCCURS 12    PIC 9(3).

       01 MODULO-N.
         05 MODULO4                   PIC 99.
          88 MOD4       value 0.
         05 MODULO100                 PIC 99.
          88 MOD100     value 0.
         05 MODULO400                 PIC 99.
          88 MOD400     value 0.

       01 W-CAL-DATE.
           05 W-CAL-JJ                PIC 9(2).
           05 W-CAL-MM                PIC 9(2).
           05 W-CAL-AAAA              PIC 9(4).
       01 W-CAL-DATE-X REDEFINES W-CAL-DATE
                                      PIC X(8).
       01 W-CAL-ANS                   PIC 9(4).
       01 W-CAL-QUOTIENT              PIC 9(4).
       01 W-CAL-RESTE                 PIC 9(4).
       01 W-CAL-NUM-JOUR              PIC 9(7).
       01 W-NUM-JOUR-ARRETE           PIC 9(7).
       01 W-NUM-JOUR-DEBUT            PIC 9(7).

      *------------------------------------------------------*
      *   SESSIONS TERMINEES DANS LA FENETRE ET COMPTEURS     *
      *   D'INVITATIONS PAR CANAL                             *
      *------------------------------------------------------*
       01 W-NB-SESSIONS               PIC 9(3) VALUE 0.
       01 W-TAB-SESSIONS.
           05 W-SES-ENTREE OCCURS 300.
             10 W-SES-CODE            PIC X(6).
             10 W-SES-TITRE           PIC X(30).
             10 W-SES-FIN             PIC X(8).
             10 W-SES-NB-MAIL         PIC 9(4).
             10 W-SES-NB-SMS          PIC 9(4).
             10 W-SES-NB-AUCUN        PIC 9(4).
       01 IDX-SES                     PIC 9(3).
       01 W-SES-TROUVEE               PIC 9(3).

       01 W-MAIL-DEPOSE               PIC 9.
       01 W-SMS-DEPOSE                PIC 9.

      *------------------------------------------------------*
      *   REGISTRE DES CORRESPONDANCES (FCORR11)              *
      *------------------------------------------------------*
       01 pgm-corrbat                 PIC X(8) VALUE 'CORRBAT '.
      *    CODE RETOUR DU PAS, PRESERVE AUTOUR DE L'APPEL
       01 W-RC-APPELANT               PIC S9(4) COMP.
       COPY CCORP.

       01 W-NB-INVITES                PIC 9(6) VALUE 0.
       01 W-NB-MAIL                   PIC 9(6) VALUE 0.
       01 W-NB-SMS                    PIC 9(6) VALUE 0.
       01 W-NB-AUCUN                  PIC 9(6) VALUE 0.
       01 W-NB-DEJA                   PIC 9(6) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES DU COMPTE RENDU                              *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(45) VALUE
              'INVITATIONS QUESTIONNAIRE SATISFACTION AU '.
           05 W-TIT-DATE              PIC X(10).
           05 FILLER                  PIC X(11) VALUE ' - VERSION '.
           05 W-TIT-VERSION           PIC 9(2).

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(8)  VALUE 'SESSION'.
           05 FILLER                  PIC X(31) VALUE 'INTITULE'.
           05 FILLER                  PIC X(12) VALUE 'FIN LE'.
           05 FILLER                  PIC X(9)  VALUE 'COURRIEL'.
           05 FILLER                  PIC X(9)  VALUE '     SMS'.
           05 FILLER                  PIC X(9)  VALUE '   PAPIER'.

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-SESSION           PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-TITRE             PIC X(30).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-FIN               PIC X(10).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-MAIL              PIC ZZZZZZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-SMS               PIC ZZZZZZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-AUCUN             PIC ZZZZZZZ9.

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TOT-LIBELLE           PIC X(40).
           05 W-TOT-NOMBRE            PIC ZZZZZ9.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-SESSIONS-TERMINEES
           PERFORM  30000-INVITATIONS
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

           OPEN INPUT CARTE-FILE
           IF NOT CARTE-OK
              DISPLAY 'QST3CI11 - OUVERTURE CARTE IMPOSSIBLE : '
                      CARTE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CARTE-FILE
              AT END
                 MOVE SPACE TO CARTE-REC
           END-READ
           CLOSE CARTE-FILE

      *    Date d'arrete : celle de la carte, sinon la date du jour
           IF CARTE-DATE-ARRETE = SPACE
              MOVE W-DATE-JOUR-JJ   TO W-CAL-JJ
              MOVE W-DATE-JOUR-MM   TO W-CAL-MM
              MOVE W-DATE-JOUR-AAAA TO W-CAL-AAAA
           ELSE
              IF CARTE-DATE-ARRETE IS NOT NUMERIC
                 DISPLAY 'QST3CI11 - DATE D''ARRETE INVALIDE : '
                         CARTE-DATE-ARRETE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CARTE-DATE-ARRETE TO W-CAL-DATE-X
           END-IF
           IF W-CAL-MM < 1 OR W-CAL-MM > 12
              OR W-CAL-JJ < 1 OR W-CAL-JJ > 31
              DISPLAY 'QST3CI11 - DATE D''ARRETE INVALIDE : '
                      W-CAL-DATE-X
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           STRING W-CAL-JJ   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  W-CAL-MM   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  W-CAL-AAAA DELIMITED BY SIZE
                  INTO W-DATE-ARRETE-EDIT
           END-STRING
           PERFORM 26000-NUMERO-JOUR
           MOVE W-CAL-NUM-JOUR TO W-NUM-JOUR-ARRETE

           IF CARTE-FENETRE NOT = SPACE
              IF CARTE-FENETRE IS NOT NUMERIC
                 DISPLAY 'QST3CI11 - FENETRE INVALIDE : '
                         CARTE-FENETRE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CARTE-FENETRE TO W-FENETRE
           END-IF
           COMPUTE W-NUM-JOUR-DEBUT = W-NUM-JOUR-ARRETE - W-FENETRE

      *    Version du questionnaire en vigueur (FPARM11)
           OPEN INPUT FPARM-FILE
           EVALUATE TRUE
              WHEN FPARM-OK
                 MOVE 'QSAT-VERSION' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-PAR-VALEUR > 0 AND E-PAR-VALEUR < 100
                          MOVE E-PAR-VALEUR TO W-VERSION
                       END-IF
                 END-READ
                 CLOSE FPARM-FILE
              WHEN FPARM-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'QST3CI11 - OUVERTURE FPARM11 KO : '
                         FPARM-STATUT
           END-EVALUATE

      *    Le questionnaire de la version doit compter au moins
      *    une question
           OPEN INPUT FQSAT-FILE
           IF NOT FQSAT-OK
              DISPLAY 'QST3CI11 - OUVERTURE FQSAT11 IMPOSSIBLE : '
                      FQSAT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE W-VERSION TO E-QST-VERSION
           MOVE 0         TO E-QST-NUMERO
           START FQSAT-FILE KEY IS GREATER THAN E-QST-CLE
              INVALID KEY
                 SET FQSAT-FIN TO TRUE
           END-START
           IF NOT FQSAT-FIN
              READ FQSAT-FILE NEXT RECORD
                 AT END
                    SET FQSAT-FIN TO TRUE
                 NOT AT END
                    IF E-QST-VERSION = W-VERSION
                       MOVE 1 TO W-NB-QUESTIONS
                    END-IF
              END-READ
           END-IF
           CLOSE FQSAT-FILE
           IF W-NB-QUESTIONS = 0
              DISPLAY 'QST3CI11 - QUESTIONNAIRE VERSION ' W-VERSION
                      ' SANS QUESTION (QST1CI11) : PAS D''INVITATION'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSESS-FILE
           IF NOT FSESS-OK
              DISPLAY 'QST3CI11 - OUVERTURE FSESS11 IMPOSSIBLE : '
                      FSESS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'QST3CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FRSAT-FILE
           IF NOT FRSAT-OK
              DISPLAY 'QST3CI11 - OUVERTURE FRSAT11 IMPOSSIBLE : '
                      FRSAT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FMAIL-FILE
           IF NOT FMAIL-OK
              DISPLAY 'QST3CI11 - OUVERTURE FMAIL11 IMPOSSIBLE : '
                      FMAIL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FSMSS-FILE
           IF NOT FSMSS-OK
              DISPLAY 'QST3CI11 - OUVERTURE FSMSS11 IMPOSSIBLE : '
                      FSMSS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'QST3CI11 - OUVERTURE RPTQSI IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      *--------------------------------------------------------*
      *   SESSIONS NON ANNULEES DONT LA DATE DE FIN (JJMMAAAA)  *
      *   TOMBE DANS LA FENETRE [ARRETE - FENETRE, ARRETE]      *
      *--------------------------------------------------------*
       20000-SESSIONS-TERMINEES.
      *----------------------*
           PERFORM UNTIL FSESS-FIN
              READ FSESS-FILE NEXT RECORD
                 AT END
                    SET FSESS-FIN TO TRUE
                 NOT AT END
                    IF NOT SES-ANNULEE
                       AND E-SES-DATE-FIN IS NUMERIC
                       MOVE E-SES-DATE-FIN TO W-CAL-DATE-X
                       PERFORM 26000-NUMERO-JOUR
                       IF W-CAL-NUM-JOUR NOT > W-NUM-JOUR-ARRETE
                          AND W-CAL-NUM-JOUR NOT < W-NUM-JOUR-DEBUT
                          PERFORM 21000-RETIENT-SESSION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FSESS-FILE
           .

       21000-RETIENT-SESSION.
      *----------------------*
           IF W-NB-SESSIONS < 300
              ADD 1 TO W-NB-SESSIONS
              MOVE E-SES-CODE     TO W-SES-CODE(W-NB-SESSIONS)
              MOVE E-SES-TITRE    TO W-SES-TITRE(W-NB-SESSIONS)
              MOVE E-SES-DATE-FIN TO W-SES-FIN(W-NB-SESSIONS)
              MOVE 0 TO W-SES-NB-MAIL(W-NB-SESSIONS)
                        W-SES-NB-SMS(W-NB-SESSIONS)
                        W-SES-NB-AUCUN(W-NB-SESSIONS)
           ELSE
              DISPLAY 'QST3CI11 - TABLE DES SESSIONS PLEINE : '
                      E-SES-CODE ' TRAITEE AU PROCHAIN PASSAGE'
           END-IF
           .

      *--------------------------------------------------------*
      *   DOSSIERS RATTACHES AUX SESSIONS RETENUES              *
      *--------------------------------------------------------*
       30000-INVITATIONS.
      *----------------------*
           IF W-NB-SESSIONS = 0
              SET FSTAG-FIN TO TRUE
           ELSE
              MOVE 0 TO E-NUMERO
              START FSTAG-FILE KEY IS GREATER THAN E-NUMERO
                 INVALID KEY
                    SET FSTAG-FIN TO TRUE
              END-START
           END-IF

           PERFORM UNTIL FSTAG-FIN
              READ FSTAG-FILE NEXT RECORD
                 AT END
                    SET FSTAG-FIN TO TRUE
                 NOT AT END
                    IF SUPPRIME-NON AND NOT STATUT-ANNULE
                       AND E-CODE-SESSION NOT = SPACE
                       PERFORM 31000-CHERCHE-SESSION
                       IF W-SES-TROUVEE > 0
                          PERFORM 32000-INVITE-STAGIAIRE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       31000-CHERCHE-SESSION.
      *----------------------*
           MOVE 0 TO W-SES-TROUVEE
           PERFORM VARYING IDX-SES FROM 1 BY 1
              UNTIL IDX-SES > W-NB-SESSIONS OR W-SES-TROUVEE > 0
              IF W-SES-CODE(IDX-SES) = E-CODE-SESSION
                 MOVE IDX-SES TO W-SES-TROUVEE
              END-IF
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   INVITATION D'UN STAGIAIRE : JAMAIS DEUX FOIS POUR LA  *
      *   MEME SESSION (FRSAT11 EXISTANT = DEJA INVITE OU DEJA  *
      *   SAISI SUR FORMULAIRE PAPIER)                          *
      *--------------------------------------------------------*
       32000-INVITE-STAGIAIRE.
      *----------------------*
           MOVE E-NUMERO       TO E-RSA-NUMERO
           MOVE E-CODE-SESSION TO E-RSA-SESSION
           READ FRSAT-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO W-NB-DEJA
           END-READ
           IF FRSAT-OK
              CONTINUE
           ELSE
              MOVE 0 TO W-MAIL-DEPOSE W-SMS-DEPOSE
              IF E-EMAIL = SPACE OR LOW-VALUE
                 OR CONSENT-EMAIL-NON
                 OR EMAIL-INVALIDE-OUI
                 CONTINUE
              ELSE
                 PERFORM 33000-DEPOSE-COURRIEL
              END-IF
              IF W-MAIL-DEPOSE = 0
                 IF E-TELPOR = SPACE OR LOW-VALUE
                    OR CONSENT-SMS-NON
                    CONTINUE
                 ELSE
                    PERFORM 34000-DEPOSE-SMS
                 END-IF
              END-IF

              INITIALIZE E-REPONSE-SAT
              MOVE E-NUMERO       TO E-RSA-NUMERO
              MOVE E-CODE-SESSION TO E-RSA-SESSION
              MOVE W-VERSION      TO E-RSA-VERSION
              MOVE 'I'            TO E-RSA-ETAT
              MOVE W-DATE-EDITION TO E-RSA-DATE-INVIT
              MOVE SPACE          TO E-RSA-COMMENTAIRE E-RSA-ORIGINE
                                     E-RSA-DATE-REPONSE E-RSA-USERID
              EVALUATE TRUE
                 WHEN W-MAIL-DEPOSE = 1
                    MOVE 'M' TO E-RSA-CANAL
                    ADD 1 TO W-NB-MAIL
                    ADD 1 TO W-SES-NB-MAIL(W-SES-TROUVEE)
                 WHEN W-SMS-DEPOSE = 1
                    MOVE 'S' TO E-RSA-CANAL
                    ADD 1 TO W-NB-SMS
                    ADD 1 TO W-SES-NB-SMS(W-SES-TROUVEE)
                 WHEN OTHER
                    MOVE SPACE TO E-RSA-CANAL
                    ADD 1 TO W-NB-AUCUN
                    ADD 1 TO W-SES-NB-AUCUN(W-SES-TROUVEE)
              END-EVALUATE

              WRITE E-REPONSE-SAT
                 INVALID KEY
                    DISPLAY 'QST3CI11 - ECRITURE FRSAT11 KO NUM '
                            E-RSA-NUMERO ' SESSION ' E-RSA-SESSION
                 NOT INVALID KEY
                    ADD 1 TO W-NB-INVITES
              END-WRITE
           END-IF
           .

      *--------------------------------------------------------*
      *   DEPOT DANS LE SAS FMAIL11 : LA SEQUENCE LIBRE EST     *
      *   TROUVEE EN REESSAYANT TANT QUE LA CLE EXISTE. LES     *
      *   CHAMPS DE FUSION PORTENT LA SESSION, LA VERSION ET LE *
      *   NUMERO, REPRIS PAR L'OUTIL D'ENQUETE DANS SON RETOUR  *
      *--------------------------------------------------------*
       33000-DEPOSE-COURRIEL.
      *----------------------*
           MOVE E-NUMERO       TO E-MAI-NUMERO
           MOVE E-EMAIL        TO E-MAI-DEST
           MOVE 'QSATISF '     TO E-MAI-TEMPLATE
           MOVE SPACE          TO E-MAI-FUSION
           STRING E-CODE-SESSION               DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  W-VERSION                    DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  E-NUMERO                     DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  W-SES-TITRE(W-SES-TROUVEE)   DELIMITED BY SIZE
                  INTO E-MAI-FUSION
           END-STRING
           MOVE 'A'            TO E-MAI-ETAT
           MOVE W-DATE-EDITION TO E-MAI-DATE-DEPOT
           MOVE SPACE          TO E-MAI-DATE-ETAT

           MOVE 1 TO E-MAI-SEQ
           PERFORM UNTIL W-MAIL-DEPOSE = 1 OR E-MAI-SEQ > 9999
              WRITE E-MAIL
                 INVALID KEY
                    ADD 1 TO E-MAI-SEQ
                 NOT INVALID KEY
                    MOVE 1 TO W-MAIL-DEPOSE
              END-WRITE
           END-PERFORM

           IF W-MAIL-DEPOSE = 0
              DISPLAY 'QST3CI11 - SAS FMAIL11 SATURE NUM '
                      E-MAI-NUMERO
           ELSE
              PERFORM 35000-INSCRIT-COURRIEL
           END-IF
           .

       34000-DEPOSE-SMS.
      *----------------------*
           MOVE E-NUMERO       TO E-SMS-NUMERO
           MOVE E-TELPOR       TO E-SMS-DEST
           MOVE 'QSATISF '     TO E-SMS-TEMPLATE
           MOVE SPACE          TO E-SMS-FUSION
           STRING E-CODE-SESSION DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  W-VERSION      DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  E-NUMERO       DELIMITED BY SIZE
                  INTO E-SMS-FUSION
           END-STRING
           MOVE 'A'            TO E-SMS-ETAT
           MOVE W-DATE-EDITION TO E-SMS-DATE-DEPOT
           MOVE SPACE          TO E-SMS-DATE-ETAT

           MOVE 1 TO E-SMS-SEQ
           PERFORM UNTIL W-SMS-DEPOSE = 1 OR E-SMS-SEQ > 9999
              WRITE E-SMS
                 INVALID KEY
                    ADD 1 TO E-SMS-SEQ
                 NOT INVALID KEY
                    MOVE 1 TO W-SMS-DEPOSE
              END-WRITE
           END-PERFORM

           IF W-SMS-DEPOSE = 0
              DISPLAY 'QST3CI11 - SAS FSMSS11 SATURE NUM '
                      E-SMS-NUMERO
           ELSE
              PERFORM 35100-INSCRIT-SMS
           END-IF
           .

      *--------------------------------------------------------*
      *   INSCRIPTION AU REGISTRE DES CORRESPONDANCES FCORR11   *
      *   (CORRBAT) : LE MESSAGE DEPOSE AVEC SA CLE DU SAS      *
      *--------------------------------------------------------*
       35000-INSCRIT-COURRIEL.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE E-MAI-NUMERO    TO COR-NUMERO
           MOVE 'E'             TO COR-CANAL
           MOVE E-MAI-TEMPLATE  TO COR-MODELE
           MOVE 'QST3CI11'      TO COR-PROGRAMME
           MOVE SPACE           TO COR-REFERENCE
           MOVE 'FMAIL11 '      TO COR-SAS-FICHIER
           MOVE E-MAI-SEQ       TO COR-SAS-SEQ
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

       35100-INSCRIT-SMS.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE E-SMS-NUMERO    TO COR-NUMERO
           MOVE 'S'             TO COR-CANAL
           MOVE E-SMS-TEMPLATE  TO COR-MODELE
           MOVE 'QST3CI11'      TO COR-PROGRAMME
           MOVE SPACE           TO COR-REFERENCE
           MOVE 'FSMSS11 '      TO COR-SAS-FICHIER
           MOVE E-SMS-SEQ       TO COR-SAS-SEQ
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

      *--------------------------------------------------------*
      *   NUMERO DE JOUR ABSOLU DE W-CAL-DATE :                 *
      *   365 PAR ANNEE ECOULEE + BISSEXTILES ECOULEES (DIV. 4, *
      *   SAUF 100, SAUF 400) + JOURS DE L'ANNEE EN COURS       *
      *--------------------------------------------------------*
       26000-NUMERO-JOUR.
      *----------------------*
           IF W-CAL-MM < 1 OR W-CAL-MM > 12 OR W-CAL-AAAA < 1
              MOVE 0 TO W-CAL-NUM-JOUR
           ELSE
              COMPUTE W-CAL-ANS = W-CAL-AAAA - 1
              COMPUTE W-CAL-NUM-JOUR = W-CAL-ANS * 365
              DIVIDE W-CAL-ANS BY 4
                 GIVING W-CAL-QUOTIENT REMAINDER W-CAL-RESTE
              ADD W-CAL-QUOTIENT TO W-CAL-NUM-JOUR
              DIVIDE W-CAL-ANS BY 100
                 GIVING W-CAL-QUOTIENT REMAINDER W-CAL-RESTE
              SUBTRACT W-CAL-QUOTIENT FROM W-CAL-NUM-JOUR
              DIVIDE W-CAL-ANS BY 400
                 GIVING W-CAL-QUOTIENT REMAINDER W-CAL-RESTE
              ADD W-CAL-QUOTIENT TO W-CAL-NUM-JOUR
              COMPUTE W-CAL-NUM-JOUR = W-CAL-NUM-JOUR
                    + CUMUL-MOIS(W-CAL-MM) + W-CAL-JJ

              IF W-CAL-MM > 2
                 DIVIDE W-CAL-AAAA BY 4
                    GIVING MODULO4 REMAINDER MODULO4
                 DIVIDE W-CAL-AAAA BY 100
                    GIVING MODULO100 REMAINDER MODULO100
                 DIVIDE W-CAL-AAAA BY 400
                    GIVING MODULO400 REMAINDER MODULO400
                 IF (MOD400 OR (MOD4 AND NOT MOD100))
                    ADD 1 TO W-CAL-NUM-JOUR
                 END-IF
              END-IF
           END-IF
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE W-DATE-ARRETE-EDIT TO W-TIT-DATE
           MOVE W-VERSION          TO W-TIT-VERSION
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE

           PERFORM VARYING IDX-SES FROM 1 BY 1
              UNTIL IDX-SES > W-NB-SESSIONS
              MOVE W-SES-CODE(IDX-SES)     TO W-DET-SESSION
              MOVE W-SES-TITRE(IDX-SES)    TO W-DET-TITRE
              MOVE SPACE                   TO W-DET-FIN
              STRING W-SES-FIN(IDX-SES)(1:2) DELIMITED BY SIZE
                     '/'                     DELIMITED BY SIZE
                     W-SES-FIN(IDX-SES)(3:2) DELIMITED BY SIZE
                     '/'                     DELIMITED BY SIZE
                     W-SES-FIN(IDX-SES)(5:4) DELIMITED BY SIZE
                     INTO W-DET-FIN
              END-STRING
              MOVE W-SES-NB-MAIL(IDX-SES)  TO W-DET-MAIL
              MOVE W-SES-NB-SMS(IDX-SES)   TO W-DET-SMS
              MOVE W-SES-NB-AUCUN(IDX-SES) TO W-DET-AUCUN
              WRITE RPT-LIGNE FROM W-LIGNE-DETAIL
           END-PERFORM

           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'SESSIONS TERMINEES DANS LA FENETRE' TO W-TOT-LIBELLE
           MOVE W-NB-SESSIONS TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'STAGIAIRES INVITES'           TO W-TOT-LIBELLE
           MOVE W-NB-INVITES  TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE '   PAR COURRIEL'              TO W-TOT-LIBELLE
           MOVE W-NB-MAIL     TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE '   PAR SMS'                   TO W-TOT-LIBELLE
           MOVE W-NB-SMS      TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE '   SANS CANAL (FORMULAIRE PAPIER)' TO W-TOT-LIBELLE
           MOVE W-NB-AUCUN    TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'DEJA INVITES OU DEJA SAISIS'  TO W-TOT-LIBELLE
           MOVE W-NB-DEJA     TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FSTAG-FILE
           CLOSE FRSAT-FILE
           CLOSE FMAIL-FILE
           CLOSE FSMSS-FILE
           CLOSE RPT-FILE
           MOVE 'F'             TO COR-FONCTION
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE

           DISPLAY 'QST3CI11 - INVITATIONS AU QUESTIONNAIRE : '
                   W-NB-INVITES ' (COURRIEL ' W-NB-MAIL
                   ', SMS ' W-NB-SMS ', PAPIER ' W-NB-AUCUN ')'
           .
