      *======================================================*
      *   PROGRAMME BATCH - LISTE DE TRAVAIL DES             *
      *   REMPLACEMENTS : POUR CHAQUE DEMANDE OUVERTE        *
      *   (FREMP11, NEE D'UNE ABSENCE SAISIE SUR IND1CI11),  *
      *   EDITE LA SESSION TOUCHEE, LE FORMATEUR PRINCIPAL   *
      *   ABSENT ET LA PERIODE A COUVRIR, PUIS PROPOSE LES   *
      *   FORMATEURS DU MEME SITE (E-FOR-SITE) LIBRES SUR    *
      *   CETTE PERIODE : SANS ABSENCE (FINDI11) NI AUTRE    *
      *   SESSION NON ANNULEE (FAFFE11 X FSESS11). LA        *
      *   DEMANDE EST SOLDEE PAR L'AFFECTATION DU REMPLACANT *
      *   COMME PRINCIPAL SUR FOR2CI11                       *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REM1CI11.

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
           SELECT FREMP-FILE ASSIGN TO FREMP11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-REM-CLE
               FILE STATUS IS FREMP-STATUT.

           SELECT FFORM-FILE ASSIGN TO FFORM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-FOR-CODE
               FILE STATUS IS FFORM-STATUT.

           SELECT FINDI-FILE ASSIGN TO FINDI11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-IND-CLE
               FILE STATUS IS FINDI-STATUT.

           SELECT FAFFE-FILE ASSIGN TO FAFFE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-AFF-CLE
               FILE STATUS IS FAFFE-STATUT.

           SELECT FSESS-FILE ASSIGN TO FSESS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SES-CODE
               FILE STATUS IS FSESS-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTREMPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FREMP-FILE.
       COPY CREMP.

       FD  FFORM-FILE.
       COPY CFORM.

       FD  FINDI-FILE.
       COPY CINDI.

       FD  FAFFE-FILE.
       COPY CAFFE.

       FD  FSESS-FILE.
       COPY CSESS.

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FREMP-STATUT                PIC X(2).
         88 FREMP-OK                  VALUE '00'.
         88 FREMP-FIN                 VALUE '10'.
         88 FREMP-ABSENT              VALUE '35'.

       01 FFORM-STATUT                PIC X(2).
         88 FFORM-OK                  VALUE '00'.
         88 FFORM-FIN                 VALUE '10'.

       01 FINDI-STATUT                PIC X(2).
         88 FINDI-OK                  VALUE '00'.
         88 FINDI-FIN                 VALUE '10'.
         88 FINDI-ABSENT              VALUE '35'.

       01 FAFFE-STATUT                PIC X(2).
         88 FAFFE-OK                  VALUE '00'.
         88 FAFFE-FIN                 VALUE '10'.
         88 FAFFE-ABSENT              VALUE '35'.

       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

      *------------------------------------------------------*
      *   TABLE DES FORMATEURS (FFORM11)                      *
      *------------------------------------------------------*
       01 TAB-FORMATEURS.
           05 W-NB-FOR                PIC 9(4) COMP VALUE 0.
           05 W-FOR OCCURS 500.
             10 W-FOR-CODE            PIC X(6).
             10 W-FOR-NOM             PIC X(20).
             10 W-FOR-PRENOM          PIC X(15).
             10 W-FOR-SITE            PIC X(3).
       01 IDX-FOR                     PIC 9(4) COMP.
       01 W-FOR-TROUVE                PIC 9.

      *------------------------------------------------------*
      *   TABLE DES ABSENCES DES FORMATEURS (FINDI11)         *
      *------------------------------------------------------*
       01 TAB-INDISPOS.
           05 W-NB-IND                PIC 9(4) COMP VALUE 0.
           05 W-IND OCCURS 2000.
             10 W-IND-FORMATEUR       PIC X(6).
             10 W-IND-DEBUT           PIC 9(8).
             10 W-IND-FIN             PIC 9(8).
       01 IDX-IND                     PIC 9(4) COMP.

      *------------------------------------------------------*
      *   TABLE DES AFFECTATIONS SUR SESSIONS NON ANNULEES    *
      *   (FAFFE11 X FSESS11, DATES EN AAAAMMJJ)              *
      *------------------------------------------------------*
       01 TAB-AFFECTATIONS.
           05 W-NB-AFF                PIC 9(4) COMP VALUE 0.
           05 W-AFF OCCURS 3000.
             10 W-AFF-FORMATEUR       PIC X(6).
             10 W-AFF-SESSION         PIC X(6).
             10 W-AFF-DEBUT           PIC 9(8).
             10 W-AFF-FIN             PIC 9(8).
       01 IDX-AFF                     PIC 9(4) COMP.

      *------------------------------------------------------*
      *   DATES DE SESSION REMISES EN ORDRE (AAAAMMJJ)        *
      *------------------------------------------------------*
       01 W-SES-DEB-N.
           05 W-SDN-AAAA              PIC 9(4).
           05 W-SDN-MM                PIC 9(2).
           05 W-SDN-JJ                PIC 9(2).
       01 W-SES-DEB-NUM REDEFINES W-SES-DEB-N
                                      PIC 9(8).
       01 W-SES-FIN-N.
           05 W-SFN-AAAA              PIC 9(4).
           05 W-SFN-MM                PIC 9(2).
           05 W-SFN-JJ                PIC 9(2).
       01 W-SES-FIN-NUM REDEFINES W-SES-FIN-N
                                      PIC 9(8).

      *------------------------------------------------------*
      *   CONTROLE DE DISPONIBILITE D'UN CANDIDAT             *
      *------------------------------------------------------*
       01 W-LIBRE                     PIC 9.
         88 CANDIDAT-LIBRE            VALUE 1.
         88 CANDIDAT-OCCUPE           VALUE 0.
       01 W-NB-CANDIDATS              PIC 9(3).

       01 W-NB-DEMANDES               PIC 9(4) VALUE 0.
       01 W-NB-SANS-CANDIDAT          PIC 9(4) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES DE L'EDITION                                *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(51) VALUE
              'REMPLACEMENTS A POURVOIR - FORMATEURS PRINCIPAUX '.
           05 FILLER                  PIC X(7)  VALUE 'ABSENTS'.

       01 W-LIGNE-SESSION.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(8)  VALUE 'SESSION '.
           05 W-SES-CODE-E            PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-SES-TITRE-E           PIC X(30).
           05 FILLER                  PIC X(4)  VALUE ' DU '.
           05 W-SES-DEB-E             PIC X(10).
           05 FILLER                  PIC X(4)  VALUE ' AU '.
           05 W-SES-FIN-E             PIC X(10).
           05 FILLER                  PIC X(6)  VALUE ' SITE '.
           05 W-SES-SITE-E            PIC X(3).

       01 W-LIGNE-ABSENT.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 FILLER                  PIC X(17) VALUE
              'PRINCIPAL ABSENT '.
           05 W-ABS-CODE              PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-ABS-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-ABS-PRENOM            PIC X(15).
           05 FILLER                  PIC X(7)  VALUE ' MOTIF '.
           05 W-ABS-MOTIF             PIC X(13).
           05 FILLER                  PIC X(12) VALUE ' A COUVRIR '.
           05 W-ABS-DEB               PIC X(10).
           05 FILLER                  PIC X(3)  VALUE ' - '.
           05 W-ABS-FIN               PIC X(10).

       01 W-LIGNE-CANDIDAT.
           05 FILLER                  PIC X(6)  VALUE SPACE.
           05 FILLER                  PIC X(20) VALUE
              'REMPLACANT POSSIBLE '.
           05 W-CAN-CODE              PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-CAN-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-CAN-PRENOM            PIC X(15).

       01 W-LIGNE-AUCUN.
           05 FILLER                  PIC X(6)  VALUE SPACE.
           05 FILLER                  PIC X(41) VALUE
              '*** AUCUN FORMATEUR LIBRE SUR LE SITE ***'.

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(24) VALUE
              'DEMANDES A POURVOIR   : '.
           05 W-TOT-DEMANDES          PIC ZZZ9.
           05 FILLER                  PIC X(24) VALUE
              '   DONT SANS CANDIDAT : '.
           05 W-TOT-SANS              PIC ZZZ9.

       01 W-LIGNE-VIDE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(35) VALUE
              'AUCUNE DEMANDE DE REMPLACEMENT'.

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-DEMANDES
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'REM1CI11 - OUVERTURE RPTREMPL IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE

           OPEN INPUT FREMP-FILE
           EVALUATE TRUE
              WHEN FREMP-OK
                 CONTINUE
              WHEN FREMP-ABSENT
                 WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
                 WRITE RPT-LIGNE FROM W-LIGNE-VIDE
                 CLOSE RPT-FILE
                 DISPLAY 'REM1CI11 - AUCUNE DEMANDE DE REMPLACEMENT'
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY 'REM1CI11 - OUVERTURE FREMP11 IMPOSSIBLE : '
                         FREMP-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN INPUT FSESS-FILE
           IF NOT FSESS-OK
              DISPLAY 'REM1CI11 - OUVERTURE FSESS11 IMPOSSIBLE : '
                      FSESS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 11000-CHARGE-FORMATEURS
           PERFORM 12000-CHARGE-INDISPOS
           PERFORM 13000-CHARGE-AFFECTATIONS
           .

      *--------------------------------------------------------*
      *   CHARGEMENT DU REFERENTIEL DES FORMATEURS              *
      *--------------------------------------------------------*
       11000-CHARGE-FORMATEURS.
      *----------------------*
           OPEN INPUT FFORM-FILE
           IF NOT FFORM-OK
              DISPLAY 'REM1CI11 - OUVERTURE FFORM11 IMPOSSIBLE : '
                      FFORM-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL FFORM-FIN
              READ FFORM-FILE NEXT RECORD
                 AT END
                    SET FFORM-FIN TO TRUE
                 NOT AT END
                    IF W-NB-FOR NOT < 500
                       DISPLAY 'REM1CI11 - TABLE DES FORMATEURS '
                               'SATUREE : ' E-FOR-CODE
                       MOVE 4 TO RETURN-CODE
                    ELSE
                       ADD 1 TO W-NB-FOR
                       MOVE E-FOR-CODE   TO W-FOR-CODE(W-NB-FOR)
                       MOVE E-FOR-NOM    TO W-FOR-NOM(W-NB-FOR)
                       MOVE E-FOR-PRENOM TO W-FOR-PRENOM(W-NB-FOR)
                       MOVE E-FOR-SITE   TO W-FOR-SITE(W-NB-FOR)
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FFORM-FILE
           .

      *--------------------------------------------------------*
      *   CHARGEMENT DES ABSENCES (FICHIER FACULTATIF)          *
      *--------------------------------------------------------*
       12000-CHARGE-INDISPOS.
      *----------------------*
           OPEN INPUT FINDI-FILE
           EVALUATE TRUE
              WHEN FINDI-OK
                 PERFORM UNTIL FINDI-FIN
                    READ FINDI-FILE NEXT RECORD
                       AT END
                          SET FINDI-FIN TO TRUE
                       NOT AT END
                          PERFORM 12100-AJOUTE-INDISPO
                    END-READ
                 END-PERFORM
                 CLOSE FINDI-FILE
              WHEN FINDI-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'REM1CI11 - OUVERTURE FINDI11 IMPOSSIBLE : '
                         FINDI-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           .

       12100-AJOUTE-INDISPO.
      *----------------------*
           IF W-NB-IND NOT < 2000
              DISPLAY 'REM1CI11 - TABLE DES ABSENCES SATUREE : '
                      E-IND-FORMATEUR
              MOVE 4 TO RETURN-CODE
           ELSE
              ADD 1 TO W-NB-IND
              MOVE E-IND-FORMATEUR TO W-IND-FORMATEUR(W-NB-IND)
              MOVE E-IND-DATE-DEB  TO W-IND-DEBUT(W-NB-IND)
              MOVE E-IND-DATE-FIN  TO W-IND-FIN(W-NB-IND)
           END-IF
           .

      *--------------------------------------------------------*
      *   CHARGEMENT DES AFFECTATIONS AVEC LES DATES DE LEUR    *
      *   SESSION ; LES SESSIONS ANNULEES N'OCCUPENT PERSONNE   *
      *--------------------------------------------------------*
       13000-CHARGE-AFFECTATIONS.
      *----------------------*
           OPEN INPUT FAFFE-FILE
           EVALUATE TRUE
              WHEN FAFFE-OK
                 PERFORM UNTIL FAFFE-FIN
                    READ FAFFE-FILE NEXT RECORD
                       AT END
                          SET FAFFE-FIN TO TRUE
                       NOT AT END
                          PERFORM 13100-AJOUTE-AFFECTATION
                    END-READ
                 END-PERFORM
                 CLOSE FAFFE-FILE
              WHEN FAFFE-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'REM1CI11 - OUVERTURE FAFFE11 IMPOSSIBLE : '
                         FAFFE-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           .

       13100-AJOUTE-AFFECTATION.
      *----------------------*
           MOVE E-AFF-SESSION TO E-SES-CODE
           READ FSESS-FILE
              INVALID KEY
                 MOVE SPACE TO E-SESSION
           END-READ

           IF E-SES-DATE-DEB IS NOT NUMERIC
              OR E-SES-DATE-FIN IS NOT NUMERIC
              OR SES-ANNULEE
              CONTINUE
           ELSE
              IF W-NB-AFF NOT < 3000
                 DISPLAY 'REM1CI11 - TABLE DES AFFECTATIONS SATUREE : '
                         E-AFF-SESSION
                 MOVE 4 TO RETURN-CODE
              ELSE
                 PERFORM 21100-ORDONNE-DATES
                 ADD 1 TO W-NB-AFF
                 MOVE E-AFF-FORMATEUR TO W-AFF-FORMATEUR(W-NB-AFF)
                 MOVE E-AFF-SESSION   TO W-AFF-SESSION(W-NB-AFF)
                 MOVE W-SES-DEB-NUM   TO W-AFF-DEBUT(W-NB-AFF)
                 MOVE W-SES-FIN-NUM   TO W-AFF-FIN(W-NB-AFF)
              END-IF
           END-IF
           .

       20000-TRAIT-DEMANDES.
      *----------------------*
           PERFORM UNTIL FREMP-FIN
              READ FREMP-FILE NEXT RECORD
                 AT END
                    SET FREMP-FIN TO TRUE
                 NOT AT END
                    IF REM-A-POURVOIR
                       PERFORM 20100-FILTRE-DEMANDE
                    END-IF
              END-READ
           END-PERFORM

           IF W-NB-DEMANDES = 0
              WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
              WRITE RPT-LIGNE FROM W-LIGNE-VIDE
           END-IF
           .

      *    UNE SESSION ANNULEE DEPUIS N'A PLUS BESOIN DE
      *    REMPLACANT
       20100-FILTRE-DEMANDE.
      *----------------------*
           MOVE E-REM-SESSION TO E-SES-CODE
           READ FSESS-FILE
              INVALID KEY
                 MOVE SPACE       TO E-SESSION
                 MOVE '(INCONNUE)' TO E-SES-TITRE
           END-READ

           IF NOT SES-ANNULEE
              PERFORM 21000-EDITE-DEMANDE
           END-IF
           .

      *--------------------------------------------------------*
      *   UNE DEMANDE OUVERTE : SESSION, ABSENT, CANDIDATS      *
      *--------------------------------------------------------*
       21000-EDITE-DEMANDE.
      *----------------------*
           ADD 1 TO W-NB-DEMANDES
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE

           MOVE E-REM-SESSION  TO W-SES-CODE-E
           MOVE E-SES-TITRE    TO W-SES-TITRE-E
           MOVE SPACE          TO W-SES-DEB-E W-SES-FIN-E
           IF E-SES-DATE-DEB IS NUMERIC
              AND E-SES-DATE-FIN IS NUMERIC
              PERFORM 21100-ORDONNE-DATES
              PERFORM 21200-EDITE-DATES-SESSION
           END-IF
           MOVE E-REM-SITE     TO W-SES-SITE-E
           WRITE RPT-LIGNE FROM W-LIGNE-SESSION

           MOVE E-REM-FORMATEUR TO W-ABS-CODE
           MOVE '(INCONNU)'     TO W-ABS-NOM
           MOVE SPACE           TO W-ABS-PRENOM
           MOVE 0 TO W-FOR-TROUVE
           PERFORM VARYING IDX-FOR FROM 1 BY 1
              UNTIL IDX-FOR > W-NB-FOR OR W-FOR-TROUVE = 1
              IF W-FOR-CODE(IDX-FOR) = E-REM-FORMATEUR
                 MOVE 1 TO W-FOR-TROUVE
                 MOVE W-FOR-NOM(IDX-FOR)    TO W-ABS-NOM
                 MOVE W-FOR-PRENOM(IDX-FOR) TO W-ABS-PRENOM
              END-IF
           END-PERFORM

           EVALUATE TRUE
              WHEN E-REM-MOTIF = 'C'
                 MOVE 'CONGE'         TO W-ABS-MOTIF
              WHEN E-REM-MOTIF = 'M'
                 MOVE 'MALADIE'       TO W-ABS-MOTIF
              WHEN E-REM-MOTIF = 'A'
                 MOVE 'AUTRE MISSION' TO W-ABS-MOTIF
              WHEN OTHER
                 MOVE E-REM-MOTIF     TO W-ABS-MOTIF
           END-EVALUATE

           MOVE SPACE TO W-ABS-DEB W-ABS-FIN
           STRING E-REM-DATE-DEB(7:2) '/' E-REM-DATE-DEB(5:2) '/'
                  E-REM-DATE-DEB(1:4)
                  DELIMITED BY SIZE INTO W-ABS-DEB
           END-STRING
           STRING E-REM-DATE-FIN(7:2) '/' E-REM-DATE-FIN(5:2) '/'
                  E-REM-DATE-FIN(1:4)
                  DELIMITED BY SIZE INTO W-ABS-FIN
           END-STRING
           WRITE RPT-LIGNE FROM W-LIGNE-ABSENT

           PERFORM 22000-PROPOSE-REMPLACANTS
           .

       21100-ORDONNE-DATES.
      *----------------------*
           MOVE E-SES-DATE-DEB(5:4) TO W-SDN-AAAA
           MOVE E-SES-DATE-DEB(3:2) TO W-SDN-MM
           MOVE E-SES-DATE-DEB(1:2) TO W-SDN-JJ
           MOVE E-SES-DATE-FIN(5:4) TO W-SFN-AAAA
           MOVE E-SES-DATE-FIN(3:2) TO W-SFN-MM
           MOVE E-SES-DATE-FIN(1:2) TO W-SFN-JJ
           .

       21200-EDITE-DATES-SESSION.
      *----------------------*
           MOVE SPACE TO W-SES-DEB-E W-SES-FIN-E
           STRING W-SDN-JJ '/' W-SDN-MM '/' W-SDN-AAAA
                  DELIMITED BY SIZE INTO W-SES-DEB-E
           END-STRING
           STRING W-SFN-JJ '/' W-SFN-MM '/' W-SFN-AAAA
                  DELIMITED BY SIZE INTO W-SES-FIN-E
           END-STRING
           .

      *--------------------------------------------------------*
      *   CANDIDATS : FORMATEURS DU SITE DE L'ABSENT, LIBRES    *
      *   SUR TOUTE LA PERIODE A COUVRIR                        *
      *--------------------------------------------------------*
       22000-PROPOSE-REMPLACANTS.
      *----------------------*
           MOVE 0 TO W-NB-CANDIDATS

           PERFORM VARYING IDX-FOR FROM 1 BY 1
              UNTIL IDX-FOR > W-NB-FOR
              IF W-FOR-SITE(IDX-FOR) = E-REM-SITE
                 AND W-FOR-CODE(IDX-FOR) NOT = E-REM-FORMATEUR
                 PERFORM 22100-CONTROLE-DISPO
                 IF CANDIDAT-LIBRE
                    ADD 1 TO W-NB-CANDIDATS
                    MOVE W-FOR-CODE(IDX-FOR)   TO W-CAN-CODE
                    MOVE W-FOR-NOM(IDX-FOR)    TO W-CAN-NOM
                    MOVE W-FOR-PRENOM(IDX-FOR) TO W-CAN-PRENOM
                    WRITE RPT-LIGNE FROM W-LIGNE-CANDIDAT
                 END-IF
              END-IF
           END-PERFORM

           IF W-NB-CANDIDATS = 0
              ADD 1 TO W-NB-SANS-CANDIDAT
              WRITE RPT-LIGNE FROM W-LIGNE-AUCUN
           END-IF
           .

      *    LE CANDIDAT IDX-FOR EST OCCUPE PAR UNE ABSENCE OU PAR
      *    UNE AUTRE SESSION CHEVAUCHANT LA PERIODE A COUVRIR (UNE
      *    AFFECTATION SUR LA SESSION MEME, EN ASSISTANT, NE LE
      *    REND PAS INDISPONIBLE)
       22100-CONTROLE-DISPO.
      *----------------------*
           SET CANDIDAT-LIBRE TO TRUE

           PERFORM VARYING IDX-IND FROM 1 BY 1
              UNTIL IDX-IND > W-NB-IND OR CANDIDAT-OCCUPE
              IF W-IND-FORMATEUR(IDX-IND) = W-FOR-CODE(IDX-FOR)
                 AND W-IND-DEBUT(IDX-IND) NOT > E-REM-DATE-FIN
                 AND W-IND-FIN(IDX-IND) NOT < E-REM-DATE-DEB
                 SET CANDIDAT-OCCUPE TO TRUE
              END-IF
           END-PERFORM

           PERFORM VARYING IDX-AFF FROM 1 BY 1
              UNTIL IDX-AFF > W-NB-AFF OR CANDIDAT-OCCUPE
              IF W-AFF-FORMATEUR(IDX-AFF) = W-FOR-CODE(IDX-FOR)
                 AND W-AFF-SESSION(IDX-AFF) NOT = E-REM-SESSION
                 AND W-AFF-DEBUT(IDX-AFF) NOT > E-REM-DATE-FIN
                 AND W-AFF-FIN(IDX-AFF) NOT < E-REM-DATE-DEB
                 SET CANDIDAT-OCCUPE TO TRUE
              END-IF
           END-PERFORM
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE W-NB-DEMANDES      TO W-TOT-DEMANDES
           MOVE W-NB-SANS-CANDIDAT TO W-TOT-SANS
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FREMP-FILE
           CLOSE FSESS-FILE
           CLOSE RPT-FILE

           DISPLAY 'REM1CI11 - ' W-NB-DEMANDES
                   ' DEMANDE(S) A POURVOIR / ' W-NB-SANS-CANDIDAT
                   ' SANS CANDIDAT'
           .
