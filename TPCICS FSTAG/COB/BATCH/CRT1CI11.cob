      *======================================================*
      *   PROGRAMME BATCH - EDITION DES CERTIFICATS DE       *
      *   REUSSITE : CHAQUE RESULTAT OBTENU (FRESU11) SANS   *
      *   CERTIFICAT EN VIGUEUR RECOIT UN CERTIFICAT FUSIONNE*
      *   DANS LE MODELE FLETT11 (MARQUEURS &NOM &PRENOM     *
      *   &SESSION &TITRE &DATEEXAM &SCORE &NUMERO), PORTANT *
      *   UN NUMERO DE VERIFICATION UNIQUE (ANNEE + RANG +   *
      *   CLE MODULO 97) INSCRIT AU REGISTRE FCERT11 ET      *
      *   CONSULTABLE SUR L'ECRAN CRT2CI11. UN CERTIFICAT    *
      *   REVOQUE PAR CORRECTION DU RESULTAT EST REMPLACE    *
      *   PAR UN NOUVEAU NUMERO SI LE VERDICT RESTE OBTENU.  *
      *   UNE CARTE PORTANT UN NUMERO DE VERIFICATION        *
      *   DECLENCHE LA REIMPRESSION D'UN DUPLICATA           *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRT1CI11.

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
           SELECT FRESU-FILE ASSIGN TO FRESU11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-RES-CLE
               FILE STATUS IS FRESU-STATUT.

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

           SELECT FCERT-FILE ASSIGN TO FCERT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-CRT-CLE
               FILE STATUS IS FCERT-STATUT.

           SELECT FLETT-FILE ASSIGN TO FLETT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-LET-CLE
               FILE STATUS IS FLETT-STATUT.

      *        CARTE FACULTATIVE : MODELE DE LETTRE ET NUMERO DE
      *        VERIFICATION POUR DUPLICATA
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

           SELECT CRT-FILE ASSIGN TO RPTCERTI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FRESU-FILE.
       COPY CRESU.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FSESS-FILE.
       COPY CSESS.

       FD  FCERT-FILE.
       COPY CCERT.

       FD  FLETT-FILE.
       COPY CLETT.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-MODELE            PIC X(8).
           05 FILLER                  PIC X(1).
      *        AAAA-NNNNNN-KK OU 12 CHIFFRES ACCOLES
           05 CARTE-NUMERO            PIC X(14).
           05 FILLER                  PIC X(57).

       FD  CRT-FILE.
       01  CRT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FRESU-STATUT                PIC X(2).
         88 FRESU-OK                  VALUE '00'.
         88 FRESU-FIN                 VALUE '10'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.

       01 FCERT-STATUT                PIC X(2).
         88 FCERT-OK                  VALUE '00'.
         88 FCERT-FIN                 VALUE '10'.

       01 FLETT-STATUT                PIC X(2).
         88 FLETT-OK                  VALUE '00'.
         88 FLETT-FIN                 VALUE '10'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.
         88 CARTE-ABSENT              VALUE '35'.

       01 CRT-STATUT                  PIC X(2).
         88 CRT-OK                    VALUE '00'.

       01 W-MODELE                    PIC X(8) VALUE 'CERTIFIC'.

       01 W-MODE-DUPLICATA            PIC 9 VALUE 0.
         88 MODE-DUPLICATA-OUI        VALUE 1.
       01 W-NUMERO-SAISI              PIC X(14).
       01 W-NUMERO-DUPLICATA          PIC X(12).

       01 W-EMISSION                  PIC 9 VALUE 0.
         88 EMISSION-OUI              VALUE 1.
         88 EMISSION-NON              VALUE 0.

       01 W-NB-EMIS                   PIC 9(5) VALUE 0.
       01 W-NB-REMPLACES              PIC 9(5) VALUE 0.
       01 W-NB-IGNORES                PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   NUMERO DE VERIFICATION : ANNEE + RANG DANS L'ANNEE  *
      *   + CLE 97 - ((ANNEE RANG 00) MODULO 97), DE SORTE    *
      *   QUE LE NUMERO COMPLET EST DIVISIBLE PAR 97          *
      *------------------------------------------------------*
       01 W-DERNIER-RANG              PIC 9(6) VALUE 0.
       01 W-CALCUL-CLE.
           05 W-CALC-ANNEE            PIC 9(4).
           05 W-CALC-RANG             PIC 9(6).
           05 W-CALC-ZERO             PIC 9(2).
       01 W-CALCUL-NUM REDEFINES W-CALCUL-CLE
                                      PIC 9(12).
       01 W-QUOTIENT                  PIC 9(12).
       01 W-RESTE                     PIC 9(2).

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
      *   TABLE DU MODELE DE LETTRE (CHARGE UNE FOIS)         *
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

       01 W-NUMERO-EDIT.
           05 W-NED-ANNEE             PIC 9(4).
           05 FILLER                  PIC X VALUE '-'.
           05 W-NED-RANG              PIC 9(6).
           05 FILLER                  PIC X VALUE '-'.
           05 W-NED-CLE               PIC 9(2).
       01 W-DATE-EXAM-EDIT.
           05 W-DEX-JJ                PIC X(2).
           05 FILLER                  PIC X VALUE '/'.
           05 W-DEX-MM                PIC X(2).
           05 FILLER                  PIC X VALUE '/'.
           05 W-DEX-AAAA              PIC X(4).
       01 W-SCORE-EDIT                PIC ZZ9.

       01 W-LIGNE-SAUT.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(131) VALUE SPACE.

       01 W-LIGNE-DUPLI.
           05 FILLER                  PIC X(20) VALUE SPACE.
           05 FILLER                  PIC X(11) VALUE '(DUPLICATA)'.

       01 W-LIGNE-CORPS               PIC X(132).

      *------------------------------------------------------*
      *   REGISTRE DES CORRESPONDANCES (FCORR11) : LA COPIE   *
      *   DE CHAQUE LETTRE EST REPEREE DANS LE DEPOT FREPO11  *
      *   (CODE DE VERSEMENT DE L'ETAPE REP1CI11 DU JCL ET    *
      *   RANG DE SA PREMIERE LIGNE DANS L'EDITION)           *
      *------------------------------------------------------*
       01 W-CODE-DEPOT                PIC X(8) VALUE 'LETCERTI'.
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
           IF MODE-DUPLICATA-OUI
              PERFORM 30000-TRAIT-DUPLICATA
           ELSE
              PERFORM 20000-TRAIT-NOUVEAUX
           END-IF
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
           EVALUATE TRUE
              WHEN CARTE-OK
                 READ CARTE-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       PERFORM 10100-LIT-CARTE
                 END-READ
                 CLOSE CARTE-FILE
              WHEN CARTE-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'CRT1CI11 - OUVERTURE CARTE IMPOSSIBLE : '
                         CARTE-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN INPUT FLETT-FILE
           IF NOT FLETT-OK
              DISPLAY 'CRT1CI11 - OUVERTURE FLETT11 IMPOSSIBLE : '
                      FLETT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 11000-CHARGE-MODELE
           CLOSE FLETT-FILE

           IF W-NB-LIGNES-MODELE = 0
              DISPLAY 'CRT1CI11 - MODELE INCONNU : ' W-MODELE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FRESU-FILE
           IF NOT FRESU-OK
              DISPLAY 'CRT1CI11 - OUVERTURE FRESU11 IMPOSSIBLE : '
                      FRESU-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'CRT1CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSESS-FILE
           IF NOT FSESS-OK
              DISPLAY 'CRT1CI11 - OUVERTURE FSESS11 IMPOSSIBLE : '
                      FSESS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FCERT-FILE
           IF NOT FCERT-OK
              DISPLAY 'CRT1CI11 - OUVERTURE FCERT11 IMPOSSIBLE : '
                      FCERT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CRT-FILE
           IF NOT CRT-OK
              DISPLAY 'CRT1CI11 - OUVERTURE RPTCERTI IMPOSSIBLE : '
                      CRT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF NOT MODE-DUPLICATA-OUI
              PERFORM 12000-DERNIER-RANG
           END-IF
           .

       10100-LIT-CARTE.
      *    Modele (defaut CERTIFIC) et numero de duplicata, saisi
      *    avec ou sans tirets
           IF CARTE-MODELE NOT = SPACE
              MOVE CARTE-MODELE TO W-MODELE
           END-IF

           MOVE CARTE-NUMERO TO W-NUMERO-SAISI
           IF W-NUMERO-SAISI(5:1) = '-' AND W-NUMERO-SAISI(12:1) = '-'
              STRING W-NUMERO-SAISI(1:4)  DELIMITED BY SIZE
                     W-NUMERO-SAISI(6:6)  DELIMITED BY SIZE
                     W-NUMERO-SAISI(13:2) DELIMITED BY SIZE
                     INTO W-NUMERO-DUPLICATA
              END-STRING
           ELSE
              MOVE W-NUMERO-SAISI(1:12) TO W-NUMERO-DUPLICATA
           END-IF

           IF W-NUMERO-SAISI NOT = SPACE
              IF W-NUMERO-DUPLICATA IS NUMERIC
                 SET MODE-DUPLICATA-OUI TO TRUE
              ELSE
                 DISPLAY 'CRT1CI11 - NUMERO DE DUPLICATA INVALIDE : '
                         W-NUMERO-SAISI
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           .

       11000-CHARGE-MODELE.
      *----------------------*
           MOVE W-MODELE  TO E-LET-CODE
           MOVE 0         TO E-LET-LIGNE
           START FLETT-FILE KEY IS GREATER THAN E-LET-CLE
              INVALID KEY
                 SET FLETT-FIN TO TRUE
           END-START

           PERFORM UNTIL FLETT-FIN
              READ FLETT-FILE NEXT RECORD
                 AT END
                    SET FLETT-FIN TO TRUE
                 NOT AT END
                    IF E-LET-CODE = W-MODELE
                       AND W-NB-LIGNES-MODELE < 30
                       ADD 1 TO W-NB-LIGNES-MODELE
                       MOVE E-LET-TEXTE
                         TO W-LIGNE-MODELE(W-NB-LIGNES-MODELE)
                    ELSE
                       SET FLETT-FIN TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           .

       12000-DERNIER-RANG.
      *    Dernier rang attribue dans l'annee (le registre est
      *    ordonne par annee puis rang)
           MOVE W-DATE-JOUR-AAAA TO E-CRT-ANNEE
           MOVE 0                TO E-CRT-RANG E-CRT-CLE-CTRL
           START FCERT-FILE KEY IS GREATER THAN E-CRT-CLE
              INVALID KEY
                 SET FCERT-FIN TO TRUE
           END-START

           PERFORM UNTIL FCERT-FIN
              READ FCERT-FILE NEXT RECORD
                 AT END
                    SET FCERT-FIN TO TRUE
                 NOT AT END
                    IF E-CRT-ANNEE = W-DATE-JOUR-AAAA
                       MOVE E-CRT-RANG TO W-DERNIER-RANG
                    ELSE
                       SET FCERT-FIN TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   CERTIFICATS DES RESULTATS OBTENUS SANS CERTIFICAT     *
      *   EN VIGUEUR                                            *
      *--------------------------------------------------------*
       20000-TRAIT-NOUVEAUX.
      *----------------------*
           READ FRESU-FILE NEXT RECORD
              AT END
                 SET FRESU-FIN TO TRUE
           END-READ

           PERFORM UNTIL FRESU-FIN
              IF RES-OBTENU
                 PERFORM 21000-TESTE-REGISTRE
              END-IF
              READ FRESU-FILE NEXT RECORD
                 AT END
                    SET FRESU-FIN TO TRUE
              END-READ
           END-PERFORM
           .

       21000-TESTE-REGISTRE.
      *----------------------*
           SET EMISSION-NON TO TRUE
           IF E-RES-CERTIFICAT = SPACE OR LOW-VALUE
              SET EMISSION-OUI TO TRUE
           ELSE
              IF E-RES-CERTIFICAT IS NUMERIC
                 MOVE E-RES-CERTIFICAT TO E-CRT-NUMERO
                 READ FCERT-FILE
                    INVALID KEY
                       DISPLAY 'CRT1CI11 - CERTIFICAT ' E-RES-CERTIFICAT
                               ' ABSENT DU REGISTRE, REEMIS'
                       SET EMISSION-OUI TO TRUE
                    NOT INVALID KEY
      *                REVOQUE PAR UNE CORRECTION DU RESULTAT QUI
      *                CONSERVE LE VERDICT OBTENU : NOUVEAU NUMERO
                       IF CRT-REVOQUE
                          SET EMISSION-OUI TO TRUE
                          ADD 1 TO W-NB-REMPLACES
                       END-IF
                 END-READ
              ELSE
                 SET EMISSION-OUI TO TRUE
              END-IF
           END-IF

           IF EMISSION-OUI
              PERFORM 22000-EMET-CERTIFICAT
           END-IF
           .

       22000-EMET-CERTIFICAT.
      *----------------------*
           MOVE E-RES-NUMERO TO E-NUMERO
           READ FSTAG-FILE
              INVALID KEY
      *          Dossier purge depuis : pas d'identite fiable, le
      *          certificat sera emis sur demande au guichet
                 DISPLAY 'CRT1CI11 - DOSSIER ' E-RES-NUMERO
                         ' ABSENT, SESSION ' E-RES-SESSION
                 ADD 1 TO W-NB-IGNORES
              NOT INVALID KEY
                 PERFORM 22100-INSCRIT-REGISTRE
           END-READ
           .

       22100-INSCRIT-REGISTRE.
      *----------------------*
           MOVE SPACE            TO E-CERTIFICAT
           MOVE E-RES-SESSION    TO E-SES-CODE
           READ FSESS-FILE
              INVALID KEY
                 MOVE SPACE       TO E-CRT-TITRE
              NOT INVALID KEY
                 MOVE E-SES-TITRE TO E-CRT-TITRE
           END-READ

           PERFORM 22200-CALCULE-NUMERO

           MOVE E-RES-NUMERO     TO E-CRT-STAGIAIRE
           MOVE E-NOM            TO E-CRT-NOM
           MOVE E-PRENOM         TO E-CRT-PRENOM
           MOVE E-RES-SESSION    TO E-CRT-SESSION
           MOVE E-RES-DATE-EXAM  TO E-CRT-DATE-EXAM
           MOVE E-RES-SCORE      TO E-CRT-SCORE
           MOVE W-DATE-EDITION   TO E-CRT-DATE-EMISSION
           SET CRT-VALIDE        TO TRUE

           WRITE E-CERTIFICAT
              INVALID KEY
                 DISPLAY 'CRT1CI11 - REGISTRE KO NUM ' E-RES-NUMERO
                         ' STATUT ' FCERT-STATUT
                 MOVE 16 TO RETURN-CODE
                 PERFORM 90000-FIN-TRAITEMENT
                 STOP RUN
           END-WRITE

           MOVE E-CRT-NUMERO TO E-RES-CERTIFICAT
           REWRITE E-RESULTAT
              INVALID KEY
                 DISPLAY 'CRT1CI11 - MAJ FRESU11 KO NUM ' E-RES-NUMERO
                         ' STATUT ' FRESU-STATUT
           END-REWRITE

           PERFORM 25000-EDITE-CERTIFICAT
           ADD 1 TO W-NB-EMIS
           .

       22200-CALCULE-NUMERO.
      *----------------------*
           ADD 1 TO W-DERNIER-RANG
           MOVE W-DATE-JOUR-AAAA TO W-CALC-ANNEE
           MOVE W-DERNIER-RANG   TO W-CALC-RANG
           MOVE 0                TO W-CALC-ZERO
           DIVIDE W-CALCUL-NUM BY 97 GIVING W-QUOTIENT
                  REMAINDER W-RESTE

           MOVE W-CALC-ANNEE     TO E-CRT-ANNEE
           MOVE W-CALC-RANG      TO E-CRT-RANG
           COMPUTE E-CRT-CLE-CTRL = 97 - W-RESTE
           .

      *--------------------------------------------------------*
      *   DUPLICATA D'UN CERTIFICAT DEJA DELIVRE                *
      *--------------------------------------------------------*
       30000-TRAIT-DUPLICATA.
      *----------------------*
           MOVE W-NUMERO-DUPLICATA TO E-CRT-NUMERO
           READ FCERT-FILE
              INVALID KEY
                 DISPLAY 'CRT1CI11 - AUCUN CERTIFICAT AU REGISTRE '
                         'POUR ' W-NUMERO-SAISI
                 MOVE 4 TO RETURN-CODE
              NOT INVALID KEY
                 IF CRT-REVOQUE
                    DISPLAY 'CRT1CI11 - CERTIFICAT ' W-NUMERO-SAISI
                            ' REVOQUE LE ' E-CRT-DATE-REVOC
                            ' : PAS DE DUPLICATA'
                    MOVE 4 TO RETURN-CODE
                 ELSE
      *             Reimpression depuis le registre (identite et
      *             resultat au moment de l'emission d'origine)
                    PERFORM 25000-EDITE-CERTIFICAT
                    WRITE CRT-LIGNE FROM W-LIGNE-DUPLI
                    ADD 1 TO W-NB-LIGNES-EDITEES
                    ADD 1 TO W-NB-EMIS
                 END-IF
           END-READ
           .

      *--------------------------------------------------------*
      *   EDITION D'UN CERTIFICAT DEPUIS L'ENREGISTREMENT DU    *
      *   REGISTRE : MODELE FUSIONNE PUIS NUMERO DE VERIFICATION*
      *--------------------------------------------------------*
       25000-EDITE-CERTIFICAT.
      *----------------------*
           PERFORM 27000-INSCRIT-LETTRE

           MOVE E-CRT-ANNEE          TO W-NED-ANNEE
           MOVE E-CRT-RANG           TO W-NED-RANG
           MOVE E-CRT-CLE-CTRL       TO W-NED-CLE
           MOVE E-CRT-DATE-EXAM(1:2) TO W-DEX-JJ
           MOVE E-CRT-DATE-EXAM(3:2) TO W-DEX-MM
           MOVE E-CRT-DATE-EXAM(5:4) TO W-DEX-AAAA
           MOVE E-CRT-SCORE          TO W-SCORE-EDIT

           WRITE CRT-LIGNE FROM W-LIGNE-SAUT
           ADD 1 TO W-NB-LIGNES-EDITEES

           PERFORM VARYING IDX-MOD FROM 1 BY 1
              UNTIL IDX-MOD > W-NB-LIGNES-MODELE
              MOVE W-LIGNE-MODELE(IDX-MOD) TO W-LIGNE-SOURCE
              PERFORM 26000-FUSIONNE-LIGNE
              WRITE CRT-LIGNE FROM W-LIGNE-FUSION
              ADD 1 TO W-NB-LIGNES-EDITEES
           END-PERFORM

           MOVE SPACE TO CRT-LIGNE
           WRITE CRT-LIGNE
           ADD 1 TO W-NB-LIGNES-EDITEES
           MOVE SPACE TO W-LIGNE-CORPS
           STRING 'DELIVRE LE '          DELIMITED BY SIZE
                  E-CRT-DATE-EMISSION    DELIMITED BY SIZE
                  ' - NUMERO DE VERIFICATION : '
                                         DELIMITED BY SIZE
                  W-NUMERO-EDIT          DELIMITED BY SIZE
                  INTO W-LIGNE-CORPS
           END-STRING
           WRITE CRT-LIGNE FROM W-LIGNE-CORPS
           ADD 1 TO W-NB-LIGNES-EDITEES
           .

      *--------------------------------------------------------*
      *   REMPLACEMENT DES MARQUEURS &NOM, &PRENOM, &SESSION,   *
      *   &TITRE, &DATEEXAM, &SCORE ET &NUMERO DANS UNE LIGNE   *
      *   DU MODELE                                             *
      *--------------------------------------------------------*
       26000-FUSIONNE-LIGNE.
      *----------------------*
           MOVE SPACE TO W-LIGNE-FUSION
           MOVE 1 TO W-PTR-SRC W-PTR-DST

           PERFORM UNTIL W-PTR-SRC > 70
              EVALUATE TRUE
                 WHEN W-PTR-SRC <= 64
                      AND W-LIGNE-SOURCE(W-PTR-SRC:7) = '&PRENOM'
                    STRING E-CRT-PRENOM DELIMITED BY '  '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 7 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 67
                      AND W-LIGNE-SOURCE(W-PTR-SRC:4) = '&NOM'
                    STRING E-CRT-NOM DELIMITED BY '  '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 4 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 63
                      AND W-LIGNE-SOURCE(W-PTR-SRC:8) = '&SESSION'
                    STRING E-CRT-SESSION DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 8 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 65
                      AND W-LIGNE-SOURCE(W-PTR-SRC:6) = '&TITRE'
                    STRING E-CRT-TITRE DELIMITED BY '  '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 6 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 62
                      AND W-LIGNE-SOURCE(W-PTR-SRC:9) = '&DATEEXAM'
                    STRING W-DATE-EXAM-EDIT DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 9 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 65
                      AND W-LIGNE-SOURCE(W-PTR-SRC:6) = '&SCORE'
                    STRING W-SCORE-EDIT DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 6 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 64
                      AND W-LIGNE-SOURCE(W-PTR-SRC:7) = '&NUMERO'
                    STRING W-NUMERO-EDIT DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 7 TO W-PTR-SRC
                 WHEN OTHER
                    MOVE W-LIGNE-SOURCE(W-PTR-SRC:1)
                      TO W-LIGNE-FUSION(W-PTR-DST:1)
                    ADD 1 TO W-PTR-SRC
                    ADD 1 TO W-PTR-DST
              END-EVALUATE
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   INSCRIPTION AU REGISTRE DES CORRESPONDANCES FCORR11   *
      *   (CORRBAT) : LE CERTIFICAT, ORIGINAL OU DUPLICATA,     *
      *   AVEC LA PREMIERE LIGNE DE SA COPIE DANS LE DEPOT      *
      *--------------------------------------------------------*
       27000-INSCRIT-LETTRE.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE E-CRT-STAGIAIRE TO COR-NUMERO
           MOVE 'C'             TO COR-CANAL
           MOVE W-MODELE        TO COR-MODELE
           MOVE 'CRT1CI11'      TO COR-PROGRAMME
           MOVE W-CODE-DEPOT    TO COR-REP-CODE
           MOVE W-DATE-SYS      TO COR-REP-DATE
           COMPUTE COR-REP-LIGNE = W-NB-LIGNES-EDITEES + 1
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE FRESU-FILE
           CLOSE FSTAG-FILE
           CLOSE FSESS-FILE
           CLOSE FCERT-FILE
           CLOSE CRT-FILE
           MOVE 'F'             TO COR-FONCTION
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE

           DISPLAY 'CRT1CI11 - EDITION TERMINEE - ' W-NB-EMIS
                   ' CERTIFICAT(S) DONT ' W-NB-REMPLACES
                   ' EN REMPLACEMENT D''UN CERTIFICAT REVOQUE'
           IF W-NB-IGNORES > 0
              DISPLAY 'CRT1CI11 - ' W-NB-IGNORES
                      ' RESULTAT(S) SANS DOSSIER NON EDITE(S)'
           END-IF
           .
