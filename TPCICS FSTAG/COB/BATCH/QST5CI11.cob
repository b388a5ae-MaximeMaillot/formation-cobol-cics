      *======================================================*
      *   PROGRAMME BATCH - EDITION DU QUESTIONNAIRE DE      *
      *   SATISFACTION POUR LES FINANCEURS : POUR LES        *
      *   SESSIONS NON ANNULEES TERMINEES DANS LE MOIS DE LA *
      *   CARTE (AAAAMM), NOMBRE DE NOTES ET NOTE MOYENNE    *
      *   PAR QUESTION, PAR SESSION (AVEC LE TAUX DE         *
      *   REPONSE INVITES / REPONDANTS), PAR FORMATEUR       *
      *   AFFECTE A LA SESSION (FAFFE11, AFFECTATIONS        *
      *   CONFIRMEES) ET PAR SITE (SITE DE LA SALLE, A       *
      *   DEFAUT SITE DU DOSSIER), PUIS LISTE DES            *
      *   COMMENTAIRES LIBRES PAR SESSION, SANS L'IDENTITE   *
      *   DU STAGIAIRE                                       *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QST5CI11.

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
           SELECT FRSAT-FILE ASSIGN TO FRSAT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-RSA-CLE
               FILE STATUS IS FRSAT-STATUT.

           SELECT FSESS-FILE ASSIGN TO FSESS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-SES-CODE
               FILE STATUS IS FSESS-STATUT.

           SELECT FAFFE-FILE ASSIGN TO FAFFE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-AFF-CLE
               FILE STATUS IS FAFFE-STATUT.

           SELECT FFORM-FILE ASSIGN TO FFORM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-FOR-CODE
               FILE STATUS IS FFORM-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FQSAT-FILE ASSIGN TO FQSAT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-QST-CLE
               FILE STATUS IS FQSAT-STATUT.

      *        CARTE PARAMETRE : MOIS DE FIN DES SESSIONS (AAAAMM)
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

           SELECT RPT-FILE ASSIGN TO RPTQSAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FRSAT-FILE.
       COPY CRSAT.

       FD  FSESS-FILE.
       COPY CSESS.

       FD  FAFFE-FILE.
       COPY CAFFE.

       FD  FFORM-FILE.
       COPY CFORM.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FQSAT-FILE.
       COPY CQSAT.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-MOIS              PIC 9(6).
           05 FILLER                  PIC X(74).

      *    UNE NOTE VENTILEE SUR UN AXE (1 SESSION, 2 FORMATEUR,
      *    3 SITE) OU UN COMMENTAIRE LIBRE (AXE 4, PAR SESSION)
       SD  WORK-TRI.
       01  TRI-ENREG.
           05 TRI-AXE                 PIC X(1).
           05 TRI-CLE                 PIC X(6).
           05 TRI-VERSION             PIC 9(2).
           05 TRI-QUESTION            PIC 9(2).
           05 TRI-NUMERO              PIC 9(6).
           05 TRI-NOTE                PIC 9(2).
           05 TRI-COMMENTAIRE         PIC X(180).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FRSAT-STATUT                PIC X(2).
         88 FRSAT-OK                  VALUE '00'.
         88 FRSAT-FIN                 VALUE '10'.

       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.
         88 FSESS-FIN                 VALUE '10'.

       01 FAFFE-STATUT                PIC X(2).
         88 FAFFE-OK                  VALUE '00'.
         88 FAFFE-FIN                 VALUE '10'.

       01 FFORM-STATUT                PIC X(2).
         88 FFORM-OK                  VALUE '00'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FQSAT-STATUT                PIC X(2).
         88 FQSAT-OK                  VALUE '00'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 TRI-INDIC                   PIC 9 VALUE 0.
         88 TRI-TERMINE               VALUE 1.

       01 W-MOIS-EDITE                PIC 9(6).
       01 W-MOIS-FIN-SESSION.
           05 W-MFS-AAAA              PIC X(4).
           05 W-MFS-MM                PIC X(2).

      *------------------------------------------------------*
      *   SESSIONS TERMINEES DANS LE MOIS : FORMATEURS        *
      *   AFFECTES ET COMPTEURS INVITES / REPONDANTS          *
      *------------------------------------------------------*
       01 W-NB-SESSIONS               PIC 9(3) VALUE 0.
       01 W-TAB-SESSIONS.
           05 W-SES-ENTREE OCCURS 500.
             10 W-SES-CODE            PIC X(6).
             10 W-SES-TITRE           PIC X(30).
             10 W-SES-FIN             PIC X(8).
             10 W-SES-SITE            PIC X(3).
             10 W-SES-NB-FORM         PIC 9.
             10 W-SES-FORMATEUR OCCURS 5
                                      PIC X(6).
             10 W-SES-NB-INVITES      PIC 9(4).
             10 W-SES-NB-REPONSES     PIC 9(4).
       01 IDX-SES                     PIC 9(3).
       01 W-SES-TROUVEE               PIC 9(3).
       01 IDX-FOR                     PIC 9.
       01 IDX-Q                       PIC 9(2).
       01 W-SITE-REPONSE              PIC X(3).

      *------------------------------------------------------*
      *   RUPTURES DE L'EDITION                               *
      *------------------------------------------------------*
       01 W-AXE-COURANT               PIC X(1) VALUE SPACE.
       01 W-CLE-COURANTE              PIC X(6).
       01 W-CLE-OUVERTE               PIC 9 VALUE 0.
       01 W-GRP-VERSION               PIC 9(2).
       01 W-GRP-QUESTION              PIC 9(2).
       01 W-GRP-OUVERT                PIC 9 VALUE 0.
       01 W-GRP-SOMME                 PIC 9(7).
       01 W-GRP-NB                    PIC 9(5).
       01 W-MOYENNE                   PIC 9(2)V9(2).
       01 W-TAUX                      PIC 9(3)V9.
       01 W-NB-COMMENTAIRES           PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   COMPTEURS GENERAUX                                  *
      *------------------------------------------------------*
       01 W-TOT-INVITES               PIC 9(6) VALUE 0.
       01 W-TOT-REPONSES              PIC 9(6) VALUE 0.
       01 W-TOT-NOTES                 PIC 9(7) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES DE L'EDITION                                 *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(39) VALUE
              'SATISFACTION DES SESSIONS TERMINEES EN '.
           05 W-TIT-MOIS              PIC 9(6).
           05 FILLER                  PIC X(3)  VALUE ' - '.
           05 W-TIT-RUBRIQUE          PIC X(30).

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

       01 W-LIGNE-CLE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-CLE-TEXTE             PIC X(131).

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(5)  VALUE 'VER'.
           05 FILLER                  PIC X(4)  VALUE 'NO'.
           05 FILLER                  PIC X(51) VALUE 'QUESTION'.
           05 FILLER                  PIC X(9)  VALUE '   NOTES'.
           05 FILLER                  PIC X(9)  VALUE '  MOYENNE'.
           05 FILLER                  PIC X(8)  VALUE ' ECHELLE'.

       01 W-LIGNE-QUESTION.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-QUE-VERSION           PIC 9(2).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-QUE-NUMERO            PIC 9(2).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-QUE-LIBELLE           PIC X(50).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-QUE-NB                PIC ZZZZZZZ9.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 W-QUE-MOYENNE           PIC Z9,99.
           05 FILLER                  PIC X(4)  VALUE '  / '.
           05 W-QUE-ECHELLE           PIC X(2).

       01 W-LIGNE-COMMENTAIRE.
           05 FILLER                  PIC X(4)  VALUE SPACE.
           05 W-COM-TIRET             PIC X(2).
           05 W-COM-TEXTE             PIC X(60).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TOT-LIBELLE           PIC X(40).
           05 W-TOT-NOMBRE            PIC ZZZZZZ9.

       01 W-NB-EDITE                  PIC ZZZ9.
       01 W-TAUX-EDITE                PIC ZZ9,9.
       01 W-DATE-FIN-EDITEE           PIC X(10).

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  15000-CHARGE-SESSIONS
           PERFORM  20000-TRAIT-EDITION
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           OPEN INPUT CARTE-FILE
           IF NOT CARTE-OK
              DISPLAY 'QST5CI11 - OUVERTURE CARTE IMPOSSIBLE : '
                      CARTE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CARTE-FILE
              AT END
                 DISPLAY 'QST5CI11 - CARTE PARAMETRE ABSENTE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE CARTE-FILE

           IF CARTE-MOIS IS NOT NUMERIC
              DISPLAY 'QST5CI11 - MOIS PARAMETRE INVALIDE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE CARTE-MOIS TO W-MOIS-EDITE W-TIT-MOIS

           OPEN INPUT FRSAT-FILE
           IF NOT FRSAT-OK
              DISPLAY 'QST5CI11 - OUVERTURE FRSAT11 IMPOSSIBLE : '
                      FRSAT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSESS-FILE
           IF NOT FSESS-OK
              DISPLAY 'QST5CI11 - OUVERTURE FSESS11 IMPOSSIBLE : '
                      FSESS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FAFFE-FILE
           IF NOT FAFFE-OK
              DISPLAY 'QST5CI11 - OUVERTURE FAFFE11 IMPOSSIBLE : '
                      FAFFE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FFORM-FILE
           IF NOT FFORM-OK
              DISPLAY 'QST5CI11 - OUVERTURE FFORM11 IMPOSSIBLE : '
                      FFORM-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'QST5CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FQSAT-FILE
           IF NOT FQSAT-OK
              DISPLAY 'QST5CI11 - OUVERTURE FQSAT11 IMPOSSIBLE : '
                      FQSAT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'QST5CI11 - OUVERTURE RPTQSAT IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

      *--------------------------------------------------------*
      *   SESSIONS NON ANNULEES DONT LA FIN (JJMMAAAA) TOMBE    *
      *   DANS LE MOIS EDITE, AVEC LEURS FORMATEURS CONFIRMES   *
      *--------------------------------------------------------*
       15000-CHARGE-SESSIONS.
      *----------------------*
           PERFORM UNTIL FSESS-FIN
              READ FSESS-FILE NEXT RECORD
                 AT END
                    SET FSESS-FIN TO TRUE
                 NOT AT END
                    MOVE E-SES-DATE-FIN(5:4) TO W-MFS-AAAA
                    MOVE E-SES-DATE-FIN(3:2) TO W-MFS-MM
                    IF NOT SES-ANNULEE
                       AND W-MOIS-FIN-SESSION = CARTE-MOIS
                       PERFORM 15100-RETIENT-SESSION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FSESS-FILE
           .

       15100-RETIENT-SESSION.
      *----------------------*
           IF W-NB-SESSIONS < 500
              ADD 1 TO W-NB-SESSIONS
              MOVE E-SES-CODE     TO W-SES-CODE(W-NB-SESSIONS)
              MOVE E-SES-TITRE    TO W-SES-TITRE(W-NB-SESSIONS)
              MOVE E-SES-DATE-FIN TO W-SES-FIN(W-NB-SESSIONS)
              MOVE E-SES-SITE     TO W-SES-SITE(W-NB-SESSIONS)
              MOVE 0 TO W-SES-NB-FORM(W-NB-SESSIONS)
                        W-SES-NB-INVITES(W-NB-SESSIONS)
                        W-SES-NB-REPONSES(W-NB-SESSIONS)
              PERFORM 15200-FORMATEURS-SESSION
           ELSE
              DISPLAY 'QST5CI11 - TABLE DES SESSIONS PLEINE : '
                      E-SES-CODE ' NON EDITEE'
           END-IF
           .

       15200-FORMATEURS-SESSION.
      *----------------------*
           MOVE E-SES-CODE TO E-AFF-SESSION
           MOVE LOW-VALUE  TO E-AFF-FORMATEUR
           MOVE '00' TO FAFFE-STATUT
           START FAFFE-FILE KEY IS NOT LESS THAN E-AFF-CLE
              INVALID KEY
                 SET FAFFE-FIN TO TRUE
           END-START

           PERFORM UNTIL FAFFE-FIN
              READ FAFFE-FILE NEXT RECORD
                 AT END
                    SET FAFFE-FIN TO TRUE
                 NOT AT END
                    IF E-AFF-SESSION NOT = E-SES-CODE
                       SET FAFFE-FIN TO TRUE
                    ELSE
                       IF AFF-CONFIRMEE
                          AND W-SES-NB-FORM(W-NB-SESSIONS) < 5
                          ADD 1 TO W-SES-NB-FORM(W-NB-SESSIONS)
                          MOVE E-AFF-FORMATEUR
                            TO W-SES-FORMATEUR(W-NB-SESSIONS,
                               W-SES-NB-FORM(W-NB-SESSIONS))
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       20000-TRAIT-EDITION.
      *----------------------*
           SORT WORK-TRI
                ON ASCENDING KEY TRI-AXE
                ON ASCENDING KEY TRI-CLE
                ON ASCENDING KEY TRI-VERSION
                ON ASCENDING KEY TRI-QUESTION
                ON ASCENDING KEY TRI-NUMERO
                INPUT PROCEDURE  20900-SELECTION-REPONSES
                OUTPUT PROCEDURE 21000-EDITION-MOYENNES
           .

      *--------------------------------------------------------*
      *   CHAQUE INVITATION D'UNE SESSION RETENUE COMPTE DANS   *
      *   LE TAUX DE REPONSE ; CHAQUE NOTE D'UNE REPONSE EST    *
      *   VENTILEE SUR LES TROIS AXES                           *
      *--------------------------------------------------------*
       20900-SELECTION-REPONSES.
      *----------------------*
           PERFORM UNTIL FRSAT-FIN
              READ FRSAT-FILE NEXT RECORD
                 AT END
                    SET FRSAT-FIN TO TRUE
                 NOT AT END
                    PERFORM 20910-CHERCHE-SESSION
                    IF W-SES-TROUVEE > 0
                       PERFORM 20920-VENTILE-REPONSE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FRSAT-FILE
           .

       20910-CHERCHE-SESSION.
      *----------------------*
           MOVE 0 TO W-SES-TROUVEE
           PERFORM VARYING IDX-SES FROM 1 BY 1
              UNTIL IDX-SES > W-NB-SESSIONS OR W-SES-TROUVEE > 0
              IF W-SES-CODE(IDX-SES) = E-RSA-SESSION
                 MOVE IDX-SES TO W-SES-TROUVEE
              END-IF
           END-PERFORM
           .

       20920-VENTILE-REPONSE.
      *----------------------*
           ADD 1 TO W-SES-NB-INVITES(W-SES-TROUVEE)
           ADD 1 TO W-TOT-INVITES

           IF RSA-REPONDU
              ADD 1 TO W-SES-NB-REPONSES(W-SES-TROUVEE)
              ADD 1 TO W-TOT-REPONSES

      *       Site de la salle de la session, a defaut celui du
      *       dossier du stagiaire
              MOVE W-SES-SITE(W-SES-TROUVEE) TO W-SITE-REPONSE
              IF W-SITE-REPONSE = SPACE
                 MOVE E-RSA-NUMERO TO E-NUMERO
                 READ FSTAG-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE E-CODE-SITE TO W-SITE-REPONSE
                 END-READ
              END-IF

              MOVE E-RSA-VERSION TO TRI-VERSION
              MOVE E-RSA-NUMERO  TO TRI-NUMERO
              MOVE SPACE         TO TRI-COMMENTAIRE
              PERFORM VARYING IDX-Q FROM 1 BY 1 UNTIL IDX-Q > 10
                 IF E-RSA-NOTE(IDX-Q) > 0
                    ADD 1 TO W-TOT-NOTES
                    MOVE IDX-Q             TO TRI-QUESTION
                    MOVE E-RSA-NOTE(IDX-Q) TO TRI-NOTE
                    MOVE '1'               TO TRI-AXE
                    MOVE E-RSA-SESSION     TO TRI-CLE
                    RELEASE TRI-ENREG
                    PERFORM VARYING IDX-FOR FROM 1 BY 1
                       UNTIL IDX-FOR > W-SES-NB-FORM(W-SES-TROUVEE)
                       MOVE '2' TO TRI-AXE
                       MOVE W-SES-FORMATEUR(W-SES-TROUVEE, IDX-FOR)
                         TO TRI-CLE
                       RELEASE TRI-ENREG
                    END-PERFORM
                    MOVE '3'               TO TRI-AXE
                    MOVE W-SITE-REPONSE    TO TRI-CLE
                    RELEASE TRI-ENREG
                 END-IF
              END-PERFORM

              IF E-RSA-COMMENTAIRE NOT = SPACE
                 MOVE '4'               TO TRI-AXE
                 MOVE E-RSA-SESSION     TO TRI-CLE
                 MOVE 0                 TO TRI-QUESTION TRI-NOTE
                 MOVE E-RSA-COMMENTAIRE TO TRI-COMMENTAIRE
                 RELEASE TRI-ENREG
              END-IF
           END-IF
           .

       21000-EDITION-MOYENNES.
      *----------------------*
           MOVE 0 TO TRI-INDIC

           PERFORM UNTIL TRI-TERMINE
              RETURN WORK-TRI AT END
                 SET TRI-TERMINE TO TRUE
              NOT AT END
                 PERFORM 22000-EDITE-NOTE
              END-RETURN
           END-PERFORM

           PERFORM 25000-CLOTURE-QUESTION
           .

       22000-EDITE-NOTE.
      *----------------------*
           IF TRI-AXE NOT = W-AXE-COURANT
              PERFORM 25000-CLOTURE-QUESTION
              MOVE TRI-AXE TO W-AXE-COURANT
              MOVE 0       TO W-CLE-OUVERTE
              PERFORM 23000-ENTETE-AXE
           END-IF

           IF W-CLE-OUVERTE = 0
              OR TRI-CLE NOT = W-CLE-COURANTE
              PERFORM 25000-CLOTURE-QUESTION
              MOVE TRI-CLE TO W-CLE-COURANTE
              MOVE 1       TO W-CLE-OUVERTE
              PERFORM 24000-ENTETE-CLE
           END-IF

           IF TRI-AXE = '4'
              PERFORM 26000-EDITE-COMMENTAIRE
           ELSE
              IF W-GRP-OUVERT = 1
                 AND (TRI-VERSION NOT = W-GRP-VERSION
                      OR TRI-QUESTION NOT = W-GRP-QUESTION)
                 PERFORM 25000-CLOTURE-QUESTION
              END-IF
              IF W-GRP-OUVERT = 0
                 MOVE 1            TO W-GRP-OUVERT
                 MOVE TRI-VERSION  TO W-GRP-VERSION
                 MOVE TRI-QUESTION TO W-GRP-QUESTION
                 MOVE 0            TO W-GRP-SOMME W-GRP-NB
              END-IF
              ADD TRI-NOTE TO W-GRP-SOMME
              ADD 1        TO W-GRP-NB
           END-IF
           .

       23000-ENTETE-AXE.
      *----------------------*
           EVALUATE TRI-AXE
              WHEN '1'
                 MOVE 'MOYENNES PAR SESSION'   TO W-TIT-RUBRIQUE
              WHEN '2'
                 MOVE 'MOYENNES PAR FORMATEUR' TO W-TIT-RUBRIQUE
              WHEN '3'
                 MOVE 'MOYENNES PAR SITE'      TO W-TIT-RUBRIQUE
              WHEN OTHER
                 MOVE 'COMMENTAIRES LIBRES'    TO W-TIT-RUBRIQUE
           END-EVALUATE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           .

       24000-ENTETE-CLE.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE SPACE TO W-CLE-TEXTE
           EVALUATE TRI-AXE
              WHEN '2'
                 MOVE TRI-CLE TO E-FOR-CODE
                 READ FFORM-FILE
                    INVALID KEY
                       MOVE '(INCONNU)' TO E-FOR-NOM
                       MOVE SPACE       TO E-FOR-PRENOM
                 END-READ
                 STRING 'FORMATEUR ' DELIMITED BY SIZE
                        TRI-CLE      DELIMITED BY SIZE
                        ' '          DELIMITED BY SIZE
                        E-FOR-NOM    DELIMITED BY SIZE
                        ' '          DELIMITED BY SIZE
                        E-FOR-PRENOM DELIMITED BY SIZE
                        INTO W-CLE-TEXTE
                 END-STRING
              WHEN '3'
                 IF TRI-CLE = SPACE
                    MOVE 'SITE NON RENSEIGNE' TO W-CLE-TEXTE
                 ELSE
                    STRING 'SITE '      DELIMITED BY SIZE
                           TRI-CLE(1:3) DELIMITED BY SIZE
                           INTO W-CLE-TEXTE
                    END-STRING
                 END-IF
              WHEN OTHER
                 PERFORM 24100-ENTETE-SESSION
           END-EVALUATE
           WRITE RPT-LIGNE FROM W-LIGNE-CLE
           IF TRI-AXE NOT = '4'
              WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           END-IF
           .

      *    Session : intitule, fin et taux de reponse
       24100-ENTETE-SESSION.
      *----------------------*
           MOVE 0 TO W-SES-TROUVEE
           PERFORM VARYING IDX-SES FROM 1 BY 1
              UNTIL IDX-SES > W-NB-SESSIONS OR W-SES-TROUVEE > 0
              IF W-SES-CODE(IDX-SES) = TRI-CLE
                 MOVE IDX-SES TO W-SES-TROUVEE
              END-IF
           END-PERFORM

           IF W-SES-TROUVEE = 0
              STRING 'SESSION ' DELIMITED BY SIZE
                     TRI-CLE    DELIMITED BY SIZE
                     INTO W-CLE-TEXTE
              END-STRING
           ELSE
              STRING W-SES-FIN(W-SES-TROUVEE)(1:2) DELIMITED BY SIZE
                     '/'                           DELIMITED BY SIZE
                     W-SES-FIN(W-SES-TROUVEE)(3:2) DELIMITED BY SIZE
                     '/'                           DELIMITED BY SIZE
                     W-SES-FIN(W-SES-TROUVEE)(5:4) DELIMITED BY SIZE
                     INTO W-DATE-FIN-EDITEE
              END-STRING
              MOVE 0 TO W-TAUX
              IF W-SES-NB-INVITES(W-SES-TROUVEE) > 0
                 COMPUTE W-TAUX ROUNDED =
                         W-SES-NB-REPONSES(W-SES-TROUVEE) * 100
                       / W-SES-NB-INVITES(W-SES-TROUVEE)
              END-IF
              MOVE W-TAUX TO W-TAUX-EDITE
              IF TRI-AXE = '4'
                 STRING 'SESSION '                  DELIMITED BY SIZE
                        TRI-CLE                     DELIMITED BY SIZE
                        ' '                         DELIMITED BY SIZE
                        W-SES-TITRE(W-SES-TROUVEE)  DELIMITED BY SIZE
                        INTO W-CLE-TEXTE
                 END-STRING
              ELSE
                 MOVE W-SES-NB-INVITES(W-SES-TROUVEE) TO W-NB-EDITE
                 STRING 'SESSION '                  DELIMITED BY SIZE
                        TRI-CLE                     DELIMITED BY SIZE
                        ' '                         DELIMITED BY SIZE
                        W-SES-TITRE(W-SES-TROUVEE)  DELIMITED BY SIZE
                        ' FIN LE '                  DELIMITED BY SIZE
                        W-DATE-FIN-EDITEE           DELIMITED BY SIZE
                        ' INVITES '                 DELIMITED BY SIZE
                        W-NB-EDITE                  DELIMITED BY SIZE
                        INTO W-CLE-TEXTE
                 END-STRING
                 MOVE W-SES-NB-REPONSES(W-SES-TROUVEE) TO W-NB-EDITE
                 STRING ' REPONSES '                DELIMITED BY SIZE
                        W-NB-EDITE                  DELIMITED BY SIZE
                        ' TAUX '                    DELIMITED BY SIZE
                        W-TAUX-EDITE                DELIMITED BY SIZE
                        ' %'                        DELIMITED BY SIZE
                        INTO W-CLE-TEXTE(88:44)
                 END-STRING
              END-IF
           END-IF
           .

      *    Une question sur la cle en cours : nombre de notes et
      *    moyenne ; une question retiree du referentiel garde ses
      *    notes deja recueillies
       25000-CLOTURE-QUESTION.
      *----------------------*
           IF W-GRP-OUVERT = 1
              MOVE W-GRP-VERSION  TO W-QUE-VERSION E-QST-VERSION
              MOVE W-GRP-QUESTION TO W-QUE-NUMERO  E-QST-NUMERO
              READ FQSAT-FILE
                 INVALID KEY
                    MOVE 'QUESTION RETIREE' TO W-QUE-LIBELLE
                    MOVE '--'               TO W-QUE-ECHELLE
                 NOT INVALID KEY
                    MOVE E-QST-LIBELLE      TO W-QUE-LIBELLE
                    MOVE E-QST-ECHELLE      TO W-QUE-ECHELLE
              END-READ
              MOVE W-GRP-NB TO W-QUE-NB
              COMPUTE W-MOYENNE ROUNDED = W-GRP-SOMME / W-GRP-NB
              MOVE W-MOYENNE TO W-QUE-MOYENNE
              WRITE RPT-LIGNE FROM W-LIGNE-QUESTION
              MOVE 0 TO W-GRP-OUVERT
           END-IF
           .

      *    Commentaire libre de 180 caracteres sur trois lignes
       26000-EDITE-COMMENTAIRE.
      *----------------------*
           ADD 1 TO W-NB-COMMENTAIRES
           MOVE '- '                  TO W-COM-TIRET
           MOVE TRI-COMMENTAIRE(1:60) TO W-COM-TEXTE
           WRITE RPT-LIGNE FROM W-LIGNE-COMMENTAIRE
           MOVE SPACE                 TO W-COM-TIRET
           IF TRI-COMMENTAIRE(61:60) NOT = SPACE
              MOVE TRI-COMMENTAIRE(61:60) TO W-COM-TEXTE
              WRITE RPT-LIGNE FROM W-LIGNE-COMMENTAIRE
           END-IF
           IF TRI-COMMENTAIRE(121:60) NOT = SPACE
              MOVE TRI-COMMENTAIRE(121:60) TO W-COM-TEXTE
              WRITE RPT-LIGNE FROM W-LIGNE-COMMENTAIRE
           END-IF
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE 'TOTAL GENERAL' TO W-TIT-RUBRIQUE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'SESSIONS TERMINEES DANS LE MOIS'  TO W-TOT-LIBELLE
           MOVE W-NB-SESSIONS     TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'STAGIAIRES INVITES OU SAISIS'     TO W-TOT-LIBELLE
           MOVE W-TOT-INVITES     TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'QUESTIONNAIRES REPONDUS'          TO W-TOT-LIBELLE
           MOVE W-TOT-REPONSES    TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'NOTES RECUEILLIES'                TO W-TOT-LIBELLE
           MOVE W-TOT-NOTES       TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'COMMENTAIRES LIBRES'              TO W-TOT-LIBELLE
           MOVE W-NB-COMMENTAIRES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 0 TO W-TAUX
           IF W-TOT-INVITES > 0
              COMPUTE W-TAUX ROUNDED =
                      W-TOT-REPONSES * 100 / W-TOT-INVITES
           END-IF
           MOVE W-TAUX TO W-TAUX-EDITE
           MOVE SPACE TO W-CLE-TEXTE
           STRING 'TAUX DE REPONSE GLOBAL ' DELIMITED BY SIZE
                  W-TAUX-EDITE              DELIMITED BY SIZE
                  ' %'                      DELIMITED BY SIZE
                  INTO W-CLE-TEXTE
           END-STRING
           WRITE RPT-LIGNE FROM W-LIGNE-CLE

           CLOSE FAFFE-FILE
           CLOSE FFORM-FILE
           CLOSE FSTAG-FILE
           CLOSE FQSAT-FILE
           CLOSE RPT-FILE

           DISPLAY 'QST5CI11 - MOIS ' W-MOIS-EDITE ' : SESSIONS '
                   W-NB-SESSIONS ' INVITES ' W-TOT-INVITES
                   ' REPONSES ' W-TOT-REPONSES
           .
