      *======================================================*
      *   PROGRAMME BATCH - EDITION TRIMESTRIELLE DES        *
      *   ABANDONS : SUR LE TRIMESTRE CIVIL PRECEDENT (OU    *
      *   CELUI DE LA CARTE), TAUX D'ABANDON DES STAGIAIRES  *
      *   PRESENTS SUR LA PERIODE, PAR MOTIF (FMABA11), PAR  *
      *   SESSION, PAR SITE, PAR GESTIONNAIRE ET PAR SEMAINE *
      *   DE PLACEMENT A LA DATE D'ABANDON (FABAN11)         *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABA1CI11.

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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FABAN-FILE ASSIGN TO FABAN11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-ABA-CLE
               FILE STATUS IS FABAN-STATUT.

           SELECT FMABA-FILE ASSIGN TO FMABA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-MAB-CLE
               FILE STATUS IS FMABA-STATUT.

      *        CARTE PARAMETRE : TRIMESTRE EDITE (AAAAT, A BLANC =
      *        TRIMESTRE CIVIL PRECEDANT LE RUN)
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTABAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FABAN-FILE.
       COPY CABAN.

       FD  FMABA-FILE.
       COPY CMABA.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-ANNEE             PIC X(4).
           05 CARTE-TRIMESTRE         PIC X(1).
           05 FILLER                  PIC X(75).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.
         88 FSTAG-FIN                 VALUE '10'.

       01 FABAN-STATUT                PIC X(2).
         88 FABAN-OK                  VALUE '00'.
         88 FABAN-ABSENT              VALUE '35'.

       01 FMABA-STATUT                PIC X(2).
         88 FMABA-OK                  VALUE '00'.
         88 FMABA-FIN                 VALUE '10'.
         88 FMABA-ABSENT              VALUE '35'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-FABAN-DISPO               PIC 9 VALUE 0.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-JOUR REDEFINES W-DATE-SYS.
           05 W-DATE-JOUR-AAAA        PIC 9(4).
           05 W-DATE-JOUR-MM          PIC 9(2).
           05 W-DATE-JOUR-JJ          PIC 9(2).

      *------------------------------------------------------*
      *   TRIMESTRE EDITE ET SES BORNES (AAAAMMJJ)           *
      *------------------------------------------------------*
       01 W-TRI-AAAA                  PIC 9(4).
       01 W-TRI-NUM                   PIC 9(1).
       01 W-TRI-MM-DEBUT              PIC 9(2).
       01 W-TRI-MM-FIN                PIC 9(2).
       01 W-TRI-JJ-FIN                PIC 9(2).
       01 W-TRI-DEBUT                 PIC X(8).
       01 W-TRI-FIN                   PIC X(8).

      *------------------------------------------------------*
      *   DOSSIER COURANT : DATES DE PRESTATION REMISES EN   *
      *   AAAAMMJJ ET QUALIFICATION SUR LE TRIMESTRE         *
      *------------------------------------------------------*
       01 W-DEB-PRESTA                PIC X(8).
       01 W-FIN-PRESTA                PIC X(8).
       01 W-DATE-ABANDON              PIC X(8).
       01 W-MOTIF-ABANDON             PIC X(2).
       01 W-RETENU                    PIC X(1).
       01 W-ABANDON-TRIM              PIC X(1).

      *------------------------------------------------------*
      *   SEMAINE DE PLACEMENT : ECART EN JOURS CALENDAIRES  *
      *   ENTRE LE DEBUT DE PRESTATION ET L'ABANDON          *
      *------------------------------------------------------*
       01 W-SER-DATE.
           05 W-SER-AAAA              PIC 9(4).
           05 W-SER-MM                PIC 9(2).
           05 W-SER-JJ                PIC 9(2).
       01 W-SER-AN                    PIC S9(5).
       01 W-SER-MOIS                  PIC S9(3).
       01 W-SERIAL                    PIC S9(8).
       01 W-SERIAL-DEBUT              PIC S9(8).
       01 W-JOURS                     PIC S9(8).
       01 W-SEMAINE                   PIC S9(5).

      *------------------------------------------------------*
      *   MOTIFS : REFERENTIEL FMABA11 CHARGE AU DEMARRAGE,  *
      *   LES CODES RETIRES DEPUIS SONT AJOUTES A LA VOLEE   *
      *------------------------------------------------------*
       01 TAB-MOTIFS.
           05 W-NB-MOT                PIC 9(4) COMP VALUE 0.
           05 W-MOT OCCURS 100.
             10 W-MOT-CODE            PIC X(2).
             10 W-MOT-LIBELLE         PIC X(40).
             10 W-MOT-POSITIF         PIC X(1).
             10 W-MOT-NOMBRE          PIC 9(6).
       01 IDX-MOT                     PIC 9(4) COMP.
       01 W-MOT-TROUVE                PIC 9.

      *------------------------------------------------------*
      *   AXES D'ANALYSE : 1 = SESSION, 2 = SITE,            *
      *   3 = GESTIONNAIRE                                   *
      *------------------------------------------------------*
       01 TAB-AXES.
           05 W-NB-AXES               PIC 9(4) COMP VALUE 0.
           05 W-AXE OCCURS 900.
             10 W-AXE-TYPE            PIC 9(1).
             10 W-AXE-CODE            PIC X(8).
             10 W-AXE-POPULATION      PIC 9(6).
             10 W-AXE-ABANDONS        PIC 9(6).
       01 IDX-AXE                     PIC 9(4) COMP.
       01 W-AXE-TROUVE                PIC 9.
       01 W-TYPE-COURANT              PIC 9(1).
       01 W-CODE-COURANT              PIC X(8).

       01 TAB-SEMAINES.
           05 W-SEM-ABANDONS          PIC 9(6) OCCURS 52.
       01 IDX-SEM                     PIC 9(2) COMP.

       01 W-NB-LUS                    PIC 9(6) VALUE 0.
       01 W-NB-POPULATION             PIC 9(6) VALUE 0.
       01 W-NB-ABANDONS               PIC 9(6) VALUE 0.
       01 W-TAUX                      PIC 9(3)V9.

       01 W-DATE-AAAAMMJJ.
           05 W-DAT-AAAA              PIC X(4).
           05 W-DAT-MM                PIC X(2).
           05 W-DAT-JJ                PIC X(2).
       01 W-DATE-EDITEE               PIC X(10).

      *------------------------------------------------------*
      *   LIGNES DE L'EDITION                                *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(46) VALUE
              'ABANDONS - EDITION TRIMESTRIELLE - TRIMESTRE T'.
           05 W-TIT-TRIM              PIC 9(1).
           05 FILLER                  PIC X(1)  VALUE '/'.
           05 W-TIT-AAAA              PIC 9(4).
           05 FILLER                  PIC X(4)  VALUE ' DU '.
           05 W-TIT-DEBUT             PIC X(10).
           05 FILLER                  PIC X(4)  VALUE ' AU '.
           05 W-TIT-FIN               PIC X(10).

       01 W-LIGNE-SYNTHESE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(35) VALUE
              'STAGIAIRES PRESENTS SUR LA PERIODE'.
           05 W-SYN-POPULATION        PIC ZZZZZ9.
           05 FILLER                  PIC X(11) VALUE ' ABANDONS '.
           05 W-SYN-ABANDONS          PIC ZZZZZ9.
           05 FILLER                  PIC X(8)  VALUE ' TAUX  '.
           05 W-SYN-TAUX              PIC ZZ9,9.
           05 FILLER                  PIC X(2)  VALUE ' %'.

       01 W-LIGNE-RUBRIQUE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-RUB-LIBELLE           PIC X(60).

       01 W-LIGNE-MOTIF.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 W-MOT-CODE-E            PIC X(2).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-MOT-LIBELLE-E         PIC X(40).
           05 FILLER                  PIC X(10) VALUE ' ABANDONS '.
           05 W-MOT-NOMBRE-E          PIC ZZZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-MOT-PCT-E             PIC ZZ9,9.
           05 FILLER                  PIC X(16) VALUE
              ' % DES ABANDONS '.
           05 W-MOT-POSITIF-E         PIC X(15).

       01 W-LIGNE-AXE.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 W-AXE-CODE-E            PIC X(8).
           05 FILLER                  PIC X(10) VALUE ' PRESENTS '.
           05 W-AXE-POPULATION-E      PIC ZZZZZ9.
           05 FILLER                  PIC X(10) VALUE ' ABANDONS '.
           05 W-AXE-ABANDONS-E        PIC ZZZZZ9.
           05 FILLER                  PIC X(8)  VALUE ' TAUX  '.
           05 W-AXE-TAUX-E            PIC ZZ9,9.
           05 FILLER                  PIC X(2)  VALUE ' %'.

       01 W-LIGNE-SEMAINE.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 FILLER                  PIC X(8)  VALUE 'SEMAINE '.
           05 W-SEM-NUM-E             PIC Z9.
           05 W-SEM-PLUS-E            PIC X(1).
           05 FILLER                  PIC X(10) VALUE ' ABANDONS '.
           05 W-SEM-ABANDONS-E        PIC ZZZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-SEM-PCT-E             PIC ZZ9,9.
           05 FILLER                  PIC X(16) VALUE
              ' % DES ABANDONS '.

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-STAGIAIRES
           PERFORM  30000-EDITION
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD

           PERFORM 13000-TRIMESTRE-EDITE
           PERFORM 10100-LIT-CARTE
           PERFORM 13100-BORNES-TRIMESTRE
           PERFORM 12000-CHARGE-MOTIFS

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'ABA1CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FABAN-FILE
           EVALUATE TRUE
              WHEN FABAN-OK
                 MOVE 1 TO W-FABAN-DISPO
              WHEN FABAN-ABSENT
                 DISPLAY 'ABA1CI11 - AUCUN ABANDON ENREGISTRE'
              WHEN OTHER
                 DISPLAY 'ABA1CI11 - OUVERTURE FABAN11 IMPOSSIBLE : '
                         FABAN-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'ABA1CI11 - OUVERTURE RPTABAN IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM VARYING IDX-SEM FROM 1 BY 1 UNTIL IDX-SEM > 52
              MOVE 0 TO W-SEM-ABANDONS(IDX-SEM)
           END-PERFORM
           .

       10100-LIT-CARTE.
      *----------------------*
           OPEN INPUT CARTE-FILE
           IF CARTE-OK
              READ CARTE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CARTE-ANNEE IS NUMERIC
                       AND CARTE-TRIMESTRE >= '1'
                       AND CARTE-TRIMESTRE <= '4'
                       MOVE CARTE-ANNEE     TO W-TRI-AAAA
                       MOVE CARTE-TRIMESTRE TO W-TRI-NUM
                    END-IF
              END-READ
              CLOSE CARTE-FILE
           END-IF
           .

      *--------------------------------------------------------*
      *   REFERENTIEL DES MOTIFS : LIBELLE ET SORTIE POSITIVE   *
      *--------------------------------------------------------*
       12000-CHARGE-MOTIFS.
      *----------------------*
           OPEN INPUT FMABA-FILE
           EVALUATE TRUE
              WHEN FMABA-OK
                 READ FMABA-FILE NEXT RECORD
                    AT END
                       SET FMABA-FIN TO TRUE
                 END-READ
                 PERFORM UNTIL FMABA-FIN
                    IF W-NB-MOT < 100
                       ADD 1 TO W-NB-MOT
                       MOVE E-MAB-CODE    TO W-MOT-CODE(W-NB-MOT)
                       MOVE E-MAB-LIBELLE TO W-MOT-LIBELLE(W-NB-MOT)
                       MOVE E-MAB-POSITIF TO W-MOT-POSITIF(W-NB-MOT)
                       MOVE 0             TO W-MOT-NOMBRE(W-NB-MOT)
                    END-IF
                    READ FMABA-FILE NEXT RECORD
                       AT END
                          SET FMABA-FIN TO TRUE
                    END-READ
                 END-PERFORM
                 CLOSE FMABA-FILE
              WHEN FMABA-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ABA1CI11 - OUVERTURE FMABA11 KO : '
                         FMABA-STATUT
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   TRIMESTRE EDITE = TRIMESTRE CIVIL PRECEDANT LA DATE   *
      *   DU JOUR                                               *
      *--------------------------------------------------------*
       13000-TRIMESTRE-EDITE.
      *----------------------*
           COMPUTE W-TRI-NUM = (W-DATE-JOUR-MM - 1) / 3 + 1
           IF W-TRI-NUM = 1
              COMPUTE W-TRI-AAAA = W-DATE-JOUR-AAAA - 1
              MOVE 4 TO W-TRI-NUM
           ELSE
              MOVE W-DATE-JOUR-AAAA TO W-TRI-AAAA
              SUBTRACT 1 FROM W-TRI-NUM
           END-IF
           .

       13100-BORNES-TRIMESTRE.
      *----------------------*
           COMPUTE W-TRI-MM-DEBUT = W-TRI-NUM * 3 - 2
           COMPUTE W-TRI-MM-FIN   = W-TRI-NUM * 3
           IF W-TRI-NUM = 1 OR W-TRI-NUM = 4
              MOVE 31 TO W-TRI-JJ-FIN
           ELSE
              MOVE 30 TO W-TRI-JJ-FIN
           END-IF

           STRING W-TRI-AAAA W-TRI-MM-DEBUT '01'
                  DELIMITED BY SIZE INTO W-TRI-DEBUT
           END-STRING
           STRING W-TRI-AAAA W-TRI-MM-FIN W-TRI-JJ-FIN
                  DELIMITED BY SIZE INTO W-TRI-FIN
           END-STRING
           .

      *--------------------------------------------------------*
      *   POPULATION : STAGIAIRES DONT LA PRESTATION RECOUVRE   *
      *   LE TRIMESTRE, HORS DOSSIERS SUPPRIMES ET ANNULES      *
      *   AVANT LE TRIMESTRE, PLUS LES ABANDONS DU TRIMESTRE    *
      *--------------------------------------------------------*
       20000-TRAIT-STAGIAIRES.
      *----------------------*
           READ FSTAG-FILE NEXT RECORD
              AT END
                 SET FSTAG-FIN TO TRUE
           END-READ

           PERFORM UNTIL FSTAG-FIN
              ADD 1 TO W-NB-LUS
              PERFORM 21000-QUALIFIE-STAGIAIRE
              IF W-RETENU = 'O'
                 PERFORM 22000-CUMULE-STAGIAIRE
              END-IF
              READ FSTAG-FILE NEXT RECORD
                 AT END
                    SET FSTAG-FIN TO TRUE
              END-READ
           END-PERFORM
           .

       21000-QUALIFIE-STAGIAIRE.
      *----------------------*
           MOVE 'N'   TO W-RETENU W-ABANDON-TRIM
           MOVE SPACE TO W-DATE-ABANDON W-MOTIF-ABANDON

           STRING E-DATE-DEB-PRESTA(5:4) E-DATE-DEB-PRESTA(3:2)
                  E-DATE-DEB-PRESTA(1:2)
                  DELIMITED BY SIZE INTO W-DEB-PRESTA
           END-STRING
           IF E-DATE-FIN-PRESTA IS NUMERIC
              STRING E-DATE-FIN-PRESTA(5:4) E-DATE-FIN-PRESTA(3:2)
                     E-DATE-FIN-PRESTA(1:2)
                     DELIMITED BY SIZE INTO W-FIN-PRESTA
              END-STRING
           ELSE
              MOVE '99999999' TO W-FIN-PRESTA
           END-IF

           IF STATUT-ANNULE AND W-FABAN-DISPO = 1
              MOVE E-NUMERO TO E-ABA-NUMERO
              READ FABAN-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE E-ABA-DATE  TO W-DATE-ABANDON
                    MOVE E-ABA-MOTIF TO W-MOTIF-ABANDON
              END-READ
           END-IF

           IF W-DATE-ABANDON NOT = SPACE
              AND W-DATE-ABANDON NOT < W-TRI-DEBUT
              AND W-DATE-ABANDON NOT > W-TRI-FIN
              MOVE 'O' TO W-ABANDON-TRIM W-RETENU
           ELSE
              IF SUPPRIME-NON
                 AND E-DATE-DEB-PRESTA IS NUMERIC
                 AND W-DEB-PRESTA NOT > W-TRI-FIN
                 AND W-FIN-PRESTA NOT < W-TRI-DEBUT
                 MOVE 'O' TO W-RETENU
                 IF STATUT-ANNULE
                    AND (W-DATE-ABANDON = SPACE
                         OR W-DATE-ABANDON < W-TRI-DEBUT)
                    MOVE 'N' TO W-RETENU
                 END-IF
              END-IF
           END-IF
           .

       22000-CUMULE-STAGIAIRE.
      *----------------------*
           ADD 1 TO W-NB-POPULATION
           IF W-ABANDON-TRIM = 'O'
              ADD 1 TO W-NB-ABANDONS
              PERFORM 22100-CUMULE-MOTIF
              PERFORM 22200-CUMULE-SEMAINE
           END-IF

           MOVE 1              TO W-TYPE-COURANT
           MOVE E-CODE-SESSION TO W-CODE-COURANT
           PERFORM 22300-CUMULE-AXE
           MOVE 2              TO W-TYPE-COURANT
           MOVE E-CODE-SITE    TO W-CODE-COURANT
           PERFORM 22300-CUMULE-AXE
           MOVE 3              TO W-TYPE-COURANT
           MOVE E-GESTIONNAIRE TO W-CODE-COURANT
           PERFORM 22300-CUMULE-AXE
           .

       22100-CUMULE-MOTIF.
      *----------------------*
           MOVE 0 TO W-MOT-TROUVE
           PERFORM VARYING IDX-MOT FROM 1 BY 1
              UNTIL IDX-MOT > W-NB-MOT OR W-MOT-TROUVE = 1
              IF W-MOT-CODE(IDX-MOT) = W-MOTIF-ABANDON
                 MOVE 1 TO W-MOT-TROUVE
              END-IF
           END-PERFORM

           IF W-MOT-TROUVE = 1
              SUBTRACT 1 FROM IDX-MOT
           ELSE
              IF W-NB-MOT < 100
                 ADD 1 TO W-NB-MOT
                 MOVE W-NB-MOT        TO IDX-MOT
                 MOVE W-MOTIF-ABANDON TO W-MOT-CODE(IDX-MOT)
                 MOVE 'CODE RETIRE DU REFERENTIEL'
                   TO W-MOT-LIBELLE(IDX-MOT)
                 MOVE 'N'             TO W-MOT-POSITIF(IDX-MOT)
                 MOVE 0               TO W-MOT-NOMBRE(IDX-MOT)
              ELSE
                 DISPLAY 'ABA1CI11 - TABLE DES MOTIFS SATUREE : '
                         W-MOTIF-ABANDON
                 MOVE W-NB-MOT TO IDX-MOT
              END-IF
           END-IF
           ADD 1 TO W-MOT-NOMBRE(IDX-MOT)
           .

      *--------------------------------------------------------*
      *   SEMAINE DE PLACEMENT A LA DATE D'ABANDON : 1 POUR LES *
      *   7 PREMIERS JOURS (OU UN ABANDON AVANT LE DEBUT), LES  *
      *   ABANDONS AU-DELA DE LA 52EME SEMAINE SONT REGROUPES   *
      *--------------------------------------------------------*
       22200-CUMULE-SEMAINE.
      *----------------------*
           MOVE 1 TO W-SEMAINE
           IF E-DATE-DEB-PRESTA IS NUMERIC
              MOVE W-DEB-PRESTA TO W-SER-DATE
              PERFORM 50000-DATE-EN-SERIAL
              MOVE W-SERIAL TO W-SERIAL-DEBUT
              MOVE W-DATE-ABANDON TO W-SER-DATE
              PERFORM 50000-DATE-EN-SERIAL
              COMPUTE W-JOURS = W-SERIAL - W-SERIAL-DEBUT
              IF W-JOURS > 0
                 COMPUTE W-SEMAINE = W-JOURS / 7 + 1
              END-IF
           END-IF
           IF W-SEMAINE > 52
              MOVE 52 TO W-SEMAINE
           END-IF
           MOVE W-SEMAINE TO IDX-SEM
           ADD 1 TO W-SEM-ABANDONS(IDX-SEM)
           .

       22300-CUMULE-AXE.
      *----------------------*
           IF W-CODE-COURANT = SPACE OR LOW-VALUE
              MOVE '***' TO W-CODE-COURANT
           END-IF
           MOVE 0 TO W-AXE-TROUVE
           PERFORM VARYING IDX-AXE FROM 1 BY 1
              UNTIL IDX-AXE > W-NB-AXES OR W-AXE-TROUVE = 1
              IF W-AXE-TYPE(IDX-AXE) = W-TYPE-COURANT
                 AND W-AXE-CODE(IDX-AXE) = W-CODE-COURANT
                 MOVE 1 TO W-AXE-TROUVE
              END-IF
           END-PERFORM

           IF W-AXE-TROUVE = 1
              SUBTRACT 1 FROM IDX-AXE
           ELSE
              IF W-NB-AXES < 900
                 ADD 1 TO W-NB-AXES
                 MOVE W-NB-AXES      TO IDX-AXE
                 MOVE W-TYPE-COURANT TO W-AXE-TYPE(IDX-AXE)
                 MOVE W-CODE-COURANT TO W-AXE-CODE(IDX-AXE)
                 MOVE 0 TO W-AXE-POPULATION(IDX-AXE)
                           W-AXE-ABANDONS(IDX-AXE)
              ELSE
                 DISPLAY 'ABA1CI11 - TABLE DES AXES SATUREE : '
                         W-CODE-COURANT
                 MOVE 0 TO IDX-AXE
              END-IF
           END-IF

           IF IDX-AXE > 0
              ADD 1 TO W-AXE-POPULATION(IDX-AXE)
              IF W-ABANDON-TRIM = 'O'
                 ADD 1 TO W-AXE-ABANDONS(IDX-AXE)
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   EDITION : SYNTHESE, MOTIFS, AXES, SEMAINES            *
      *--------------------------------------------------------*
       30000-EDITION.
      *----------------------*
           MOVE W-TRI-NUM   TO W-TIT-TRIM
           MOVE W-TRI-AAAA  TO W-TIT-AAAA
           MOVE W-TRI-DEBUT TO W-DATE-AAAAMMJJ
           PERFORM 39000-FORMATE-DATE
           MOVE W-DATE-EDITEE TO W-TIT-DEBUT
           MOVE W-TRI-FIN   TO W-DATE-AAAAMMJJ
           PERFORM 39000-FORMATE-DATE
           MOVE W-DATE-EDITEE TO W-TIT-FIN
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE

           MOVE W-NB-POPULATION TO W-SYN-POPULATION
           MOVE W-NB-ABANDONS   TO W-SYN-ABANDONS
           IF W-NB-POPULATION > 0
              COMPUTE W-TAUX ROUNDED =
                      W-NB-ABANDONS * 100 / W-NB-POPULATION
           ELSE
              MOVE 0 TO W-TAUX
           END-IF
           MOVE W-TAUX TO W-SYN-TAUX
           WRITE RPT-LIGNE FROM W-LIGNE-SYNTHESE

           PERFORM 31000-EDITE-MOTIFS

           MOVE 1 TO W-TYPE-COURANT
           MOVE 'PAR SESSION' TO W-RUB-LIBELLE
           PERFORM 32000-EDITE-AXE
           MOVE 2 TO W-TYPE-COURANT
           MOVE 'PAR SITE' TO W-RUB-LIBELLE
           PERFORM 32000-EDITE-AXE
           MOVE 3 TO W-TYPE-COURANT
           MOVE 'PAR GESTIONNAIRE REFERENT' TO W-RUB-LIBELLE
           PERFORM 32000-EDITE-AXE

           PERFORM 33000-EDITE-SEMAINES
           .

       31000-EDITE-MOTIFS.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'PAR MOTIF D''ABANDON' TO W-RUB-LIBELLE
           WRITE RPT-LIGNE FROM W-LIGNE-RUBRIQUE

           PERFORM VARYING IDX-MOT FROM 1 BY 1
              UNTIL IDX-MOT > W-NB-MOT
              MOVE W-MOT-CODE(IDX-MOT)    TO W-MOT-CODE-E
              MOVE W-MOT-LIBELLE(IDX-MOT) TO W-MOT-LIBELLE-E
              MOVE W-MOT-NOMBRE(IDX-MOT)  TO W-MOT-NOMBRE-E
              IF W-NB-ABANDONS > 0
                 COMPUTE W-TAUX ROUNDED =
                         W-MOT-NOMBRE(IDX-MOT) * 100 / W-NB-ABANDONS
              ELSE
                 MOVE 0 TO W-TAUX
              END-IF
              MOVE W-TAUX TO W-MOT-PCT-E
              IF W-MOT-POSITIF(IDX-MOT) = 'O'
                 MOVE 'SORTIE POSITIVE' TO W-MOT-POSITIF-E
              ELSE
                 MOVE SPACE TO W-MOT-POSITIF-E
              END-IF
              WRITE RPT-LIGNE FROM W-LIGNE-MOTIF
           END-PERFORM
           .

       32000-EDITE-AXE.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           WRITE RPT-LIGNE FROM W-LIGNE-RUBRIQUE

           PERFORM VARYING IDX-AXE FROM 1 BY 1
              UNTIL IDX-AXE > W-NB-AXES
              IF W-AXE-TYPE(IDX-AXE) = W-TYPE-COURANT
                 MOVE W-AXE-CODE(IDX-AXE)       TO W-AXE-CODE-E
                 MOVE W-AXE-POPULATION(IDX-AXE) TO W-AXE-POPULATION-E
                 MOVE W-AXE-ABANDONS(IDX-AXE)   TO W-AXE-ABANDONS-E
                 COMPUTE W-TAUX ROUNDED =
                         W-AXE-ABANDONS(IDX-AXE) * 100
                         / W-AXE-POPULATION(IDX-AXE)
                 MOVE W-TAUX TO W-AXE-TAUX-E
                 WRITE RPT-LIGNE FROM W-LIGNE-AXE
              END-IF
           END-PERFORM
           .

       33000-EDITE-SEMAINES.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'PAR SEMAINE DE PLACEMENT A LA DATE D''ABANDON'
             TO W-RUB-LIBELLE
           WRITE RPT-LIGNE FROM W-LIGNE-RUBRIQUE

           PERFORM VARYING IDX-SEM FROM 1 BY 1 UNTIL IDX-SEM > 52
              IF W-SEM-ABANDONS(IDX-SEM) > 0
                 MOVE IDX-SEM TO W-SEM-NUM-E
                 IF IDX-SEM = 52
                    MOVE '+' TO W-SEM-PLUS-E
                 ELSE
                    MOVE SPACE TO W-SEM-PLUS-E
                 END-IF
                 MOVE W-SEM-ABANDONS(IDX-SEM) TO W-SEM-ABANDONS-E
                 COMPUTE W-TAUX ROUNDED =
                         W-SEM-ABANDONS(IDX-SEM) * 100 / W-NB-ABANDONS
                 MOVE W-TAUX TO W-SEM-PCT-E
                 WRITE RPT-LIGNE FROM W-LIGNE-SEMAINE
              END-IF
           END-PERFORM
           .

       39000-FORMATE-DATE.
      *----------------------*
           STRING W-DAT-JJ '/' W-DAT-MM '/' W-DAT-AAAA
                  DELIMITED BY SIZE INTO W-DATE-EDITEE
           END-STRING
           .

       50000-DATE-EN-SERIAL.
      *----------------------*
      *    NUMERO DE JOUR CONTINU (L'ANNEE COMMENCE EN MARS :
      *    LES 29 FEVRIER SONT AINSI ABSORBES PAR LA FORMULE)
           IF W-SER-MM < 3
              COMPUTE W-SER-AN   = W-SER-AAAA - 1
              COMPUTE W-SER-MOIS = W-SER-MM + 12
           ELSE
              MOVE W-SER-AAAA TO W-SER-AN
              MOVE W-SER-MM   TO W-SER-MOIS
           END-IF
           COMPUTE W-SERIAL = 365 * W-SER-AN
                 + W-SER-AN / 4 - W-SER-AN / 100 + W-SER-AN / 400
                 + (153 * (W-SER-MOIS + 1)) / 5
                 + W-SER-JJ
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE FSTAG-FILE
           IF W-FABAN-DISPO = 1
              CLOSE FABAN-FILE
           END-IF
           CLOSE RPT-FILE

           DISPLAY 'ABA1CI11 - EDITION TERMINEE - '
                   W-NB-LUS ' LU(S), '
                   W-NB-POPULATION ' PRESENT(S), '
                   W-NB-ABANDONS ' ABANDON(S)'
           .
