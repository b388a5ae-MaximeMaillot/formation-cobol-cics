      *======================================================*
      *   PROGRAMME BATCH - BALANCE AGEE DES CREANCES SUR    *
      *   LES FINANCEURS ET RELANCE DES FACTURES ECHUES :    *
      *   CHAQUE FACTURE FFACT11 NON SOLDEE EST CLASSEE PAR  *
      *   ANCIENNETE A LA DATE D'ARRETE (0-30, 31-60, 61-90, *
      *   PLUS DE 90 JOURS DEPUIS L'EMISSION), AVEC SOUS-    *
      *   TOTAUX PAR FINANCEUR. UNE FACTURE ECHUE (DELAI DE  *
      *   REGLEMENT DEPASSE) HORS LITIGE RECOIT UNE LETTRE   *
      *   DE RELANCE DU MODELE FLETT11 DE LA CARTE, ADRESSEE *
      *   AU FINANCEUR (FFINA11) ; LA RELANCE EST PORTEE SUR *
      *   LA FACTURE. PAS DE SECONDE RELANCE AVANT 30 JOURS  *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECH1CI11.

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
           SELECT FFACT-FILE ASSIGN TO FFACT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-FAC-CLE
               FILE STATUS IS FFACT-STATUT.

           SELECT FFINA-FILE ASSIGN TO FFINA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-FIN-CODE
               FILE STATUS IS FFINA-STATUT.

           SELECT FLETT-FILE ASSIGN TO FLETT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-LET-CLE
               FILE STATUS IS FLETT-STATUT.

      *        CARTE PARAMETRE : DATE D'ARRETE (JJMMAAAA, A BLANC
      *        = DATE DU JOUR) + MODELE DE LETTRE DE RELANCE
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

      *        BALANCE AGEE
           SELECT RPT-FILE ASSIGN TO RPTBALA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *        LETTRES DE RELANCE PRETES A IMPRIMER
           SELECT RELF-FILE ASSIGN TO RPTRELF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELF-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FFACT-FILE.
       COPY CFACT.

       FD  FFINA-FILE.
       COPY CFINA.

       FD  FLETT-FILE.
       COPY CLETT.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-DATE-ARRETE       PIC X(8).
           05 FILLER                  PIC X(1).
           05 CARTE-MODELE            PIC X(8).
           05 FILLER                  PIC X(63).

       SD  WORK-TRI.
       01  TRI-ENREG.
           05 TRI-FINANCEUR           PIC X(4).
           05 TRI-NUMERO              PIC 9(10).
           05 TRI-CLE                 PIC X(16).
           05 TRI-SESSION             PIC X(6).
           05 TRI-MOIS                PIC 9(6).
           05 TRI-DATE-EMISSION       PIC X(10).
           05 TRI-MONTANT-CENTIMES    PIC 9(11).
           05 TRI-RESTE-CENTIMES      PIC 9(11).
           05 TRI-AGE                 PIC 9(5).
           05 TRI-DELAI               PIC 9(3).
           05 TRI-ETAT                PIC X(1).
           05 TRI-NB-RELANCES         PIC 9(2).
      *        1 = FACTURE A RELANCER AU TITRE DE CET ARRETE
           05 TRI-A-RELANCER          PIC 9(1).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       FD  RELF-FILE.
       01  RELF-LIGNE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01 FFACT-STATUT                PIC X(2).
         88 FFACT-OK                  VALUE '00'.
         88 FFACT-FIN                 VALUE '10'.

       01 FFINA-STATUT                PIC X(2).
         88 FFINA-OK                  VALUE '00'.

       01 FLETT-STATUT                PIC X(2).
         88 FLETT-OK                  VALUE '00'.
         88 FLETT-FIN                 VALUE '10'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 RELF-STATUT                 PIC X(2).
         88 RELF-OK                   VALUE '00'.

       01 TRI-INDIC                   PIC 9 VALUE 0.
         88 TRI-TERMINE               VALUE 1.

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
      *        DATE D'ARRETE AU FORMAT JJMMAAAA (RELANCE)
       01 W-DATE-ARRETE               PIC X(8).

       01 W-MODELE                    PIC X(8).
       01 W-MODELE-DEFAUT             PIC X(8) VALUE 'RELFIN01'.

      *------------------------------------------------------*
      *   NUMERO DE JOUR ABSOLU D'UNE DATE (JOURS ECOULES     *
      *   DEPUIS LE 01/01/0001, BISSEXTILES COMPRIS) : L'AGE  *
      *   D'UNE FACTURE EST LA DIFFERENCE DE DEUX NUMEROS     *
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
       01 W-NUM-JOUR-EMISSION         PIC 9(7).

       01 W-RESTE-CENTIMES            PIC S9(11).
       01 W-AGE                       PIC 9(5).
       01 W-JOURS-RETARD              PIC 9(5).

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

      *        VALEURS FUSIONNEES, CADREES A GAUCHE
       01 W-ZONE-EDIT                 PIC X(15).
       01 W-ZONE-CADREE               PIC X(15).
       01 W-NB-BLANCS                 PIC 9(2).
       01 W-TXT-MONTANT               PIC X(15).
       01 W-TXT-RESTE                 PIC X(15).
       01 W-TXT-JOURS                 PIC X(15).
       01 W-JOURS-EDIT                PIC ZZZZ9.
       01 W-TXT-MOIS.
           05 W-TXT-MOIS-MM           PIC X(2).
           05 FILLER                  PIC X(1) VALUE '/'.
           05 W-TXT-MOIS-AAAA         PIC X(4).
       01 W-MOIS-X                    PIC X(6).

       01 W-LIGNE-SAUT.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(131) VALUE SPACE.

      *------------------------------------------------------*
      *   RUPTURE PAR FINANCEUR ET CUMULS PAR TRANCHE         *
      *------------------------------------------------------*
       01 W-FINANCEUR-COURANT         PIC X(4).
       01 W-PREMIER                   PIC 9 VALUE 1.
       01 W-FIN-CONNU                 PIC 9.
       01 W-LIBELLE-FINANCEUR         PIC X(30).
       01 IDX-TR                      PIC 9(1) COMP.

       01 TAB-CUMULS-FINANCEUR.
           05 W-CUM-FIN OCCURS 4      PIC 9(13).
       01 W-TOT-FIN                   PIC 9(13).
       01 TAB-CUMULS-GENERAL.
           05 W-CUM-GEN OCCURS 4      PIC 9(13).
       01 W-TOT-GEN                   PIC 9(13).

       01 W-NB-FACTURES               PIC 9(5) VALUE 0.
       01 W-NB-LITIGES                PIC 9(5) VALUE 0.
       01 W-NB-RELANCES               PIC 9(5) VALUE 0.
       01 W-NB-SANS-ADRESSE           PIC 9(5) VALUE 0.
       01 W-MONTANT-EDIT              PIC ZZZZZZZZ9,99.

      *------------------------------------------------------*
      *   LIGNES DE LA BALANCE                               *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(52) VALUE
              'BALANCE AGEE DES CREANCES SUR FINANCEURS ARRETEE AU '.
           05 W-TIT-DATE              PIC X(10).

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(5)  VALUE 'FIN.'.
           05 FILLER                  PIC X(11) VALUE 'FACTURE'.
           05 FILLER                  PIC X(7)  VALUE 'SESSION'.
           05 FILLER                  PIC X(8)  VALUE 'MOIS'.
           05 FILLER                  PIC X(11) VALUE 'EMISSION'.
           05 FILLER                  PIC X(6)  VALUE '  AGE'.
           05 FILLER                  PIC X(14) VALUE '     0-30 J'.
           05 FILLER                  PIC X(14) VALUE '    31-60 J'.
           05 FILLER                  PIC X(14) VALUE '    61-90 J'.
           05 FILLER                  PIC X(14) VALUE '    + 90 J'.
           05 FILLER                  PIC X(20) VALUE 'OBSERVATION'.

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-FINANCEUR         PIC X(4).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-NUMERO            PIC 9(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-SESSION           PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-MOIS              PIC X(7).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-EMISSION          PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-AGE               PIC ZZZZ9.
           05 W-DET-TRANCHES OCCURS 4.
             10 FILLER                PIC X(2).
             10 W-DET-TRANCHE         PIC X(12).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-OBSERVATION       PIC X(26).

       01 W-LIGNE-SOUS-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-STO-LIBELLE           PIC X(31).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-STO-TOTAL             PIC ZZZZZZZZZZ9,99.
           05 W-STO-TRANCHES OCCURS 4.
             10 FILLER                PIC X(1)  VALUE SPACE.
             10 W-STO-TRANCHE         PIC ZZZZZZZZZ9,99.

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(18) VALUE
              'FACTURES OUVERTES '.
           05 W-TOT-FACTURES          PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  LITIGES : '.
           05 W-TOT-LITIGES           PIC ZZZZ9.
           05 FILLER                  PIC X(13) VALUE '  RELANCES : '.
           05 W-TOT-RELANCES          PIC ZZZZ9.
           05 FILLER                  PIC X(27) VALUE
              '  NON RELANCEES (ADRESSE) :'.
           05 W-TOT-SANS-ADRESSE      PIC ZZZZ9.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-BALANCE
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD
           MOVE W-DATE-SYS TO W-DATE-JOUR

           OPEN INPUT CARTE-FILE
           IF NOT CARTE-OK
              DISPLAY 'ECH1CI11 - OUVERTURE CARTE IMPOSSIBLE : '
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
                 DISPLAY 'ECH1CI11 - DATE D''ARRETE INVALIDE : '
                         CARTE-DATE-ARRETE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CARTE-DATE-ARRETE TO W-CAL-DATE-X
           END-IF
           IF W-CAL-MM < 1 OR W-CAL-MM > 12
              OR W-CAL-JJ < 1 OR W-CAL-JJ > 31
              DISPLAY 'ECH1CI11 - DATE D''ARRETE INVALIDE : '
                      W-CAL-DATE-X
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE W-CAL-DATE-X TO W-DATE-ARRETE
           MOVE W-CAL-JJ     TO W-EDI-JJ
           MOVE W-CAL-MM     TO W-EDI-MM
           MOVE W-CAL-AAAA   TO W-EDI-AAAA
           PERFORM 26000-NUMERO-JOUR
           MOVE W-CAL-NUM-JOUR TO W-NUM-JOUR-ARRETE

           IF CARTE-MODELE = SPACE
              MOVE W-MODELE-DEFAUT TO W-MODELE
           ELSE
              MOVE CARTE-MODELE    TO W-MODELE
           END-IF

           OPEN INPUT FLETT-FILE
           IF NOT FLETT-OK
              DISPLAY 'ECH1CI11 - OUVERTURE FLETT11 IMPOSSIBLE : '
                      FLETT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 11000-CHARGE-MODELE
           CLOSE FLETT-FILE

           IF W-NB-LIGNES-MODELE = 0
              DISPLAY 'ECH1CI11 - MODELE INCONNU : ' W-MODELE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FFACT-FILE
           IF NOT FFACT-OK
              DISPLAY 'ECH1CI11 - OUVERTURE FFACT11 IMPOSSIBLE : '
                      FFACT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FFINA-FILE
           IF NOT FFINA-OK
              DISPLAY 'ECH1CI11 - OUVERTURE FFINA11 IMPOSSIBLE : '
                      FFINA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'ECH1CI11 - OUVERTURE RPTBALA IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RELF-FILE
           IF NOT RELF-OK
              DISPLAY 'ECH1CI11 - OUVERTURE RPTRELF IMPOSSIBLE : '
                      RELF-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE W-DATE-EDITION TO W-TIT-DATE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           MOVE SPACE TO RPT-LIGNE
           WRITE RPT-LIGNE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           MOVE SPACE TO RPT-LIGNE
           WRITE RPT-LIGNE

           INITIALIZE TAB-CUMULS-GENERAL
           MOVE 0 TO W-TOT-GEN
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

       20000-TRAIT-BALANCE.
      *----------------------*
           SORT WORK-TRI
                ON ASCENDING KEY TRI-FINANCEUR
                ON ASCENDING KEY TRI-NUMERO
                INPUT PROCEDURE  20900-SELECTION-FACTURES
                OUTPUT PROCEDURE 21000-EDITION-BALANCE
           .

      *--------------------------------------------------------*
      *   SELECTION : FACTURES NON SOLDEES AVEC UN RESTE DU     *
      *   (MONTANT NET DES AVOIRS ET COMPLEMENTS AVO1CI11).     *
      *   ECHUE = AGE AU-DELA DU DELAI DE REGLEMENT ; RELANCE   *
      *   SI HORS LITIGE ET SANS RELANCE DEPUIS 30 JOURS        *
      *--------------------------------------------------------*
       20900-SELECTION-FACTURES.
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
                    COMPUTE W-RESTE-CENTIMES =
                            E-FAC-MONTANT-CENTIMES
                          + E-FAC-CORRECTION-CENTIMES
                          - E-FAC-REGLE-CENTIMES
                    IF NOT FAC-REGLEE AND W-RESTE-CENTIMES > 0
                       PERFORM 20950-RETIENT-FACTURE
                    END-IF
              END-READ
           END-PERFORM
           .

       20950-RETIENT-FACTURE.
      *----------------------*
      *    Age depuis l'emission (JJ/MM/AAAA) ; date illisible :
      *    la facture est classee dans la tranche la plus ancienne
           IF E-FAC-DATE-EMISSION(1:2) IS NUMERIC
              AND E-FAC-DATE-EMISSION(4:2) IS NUMERIC
              AND E-FAC-DATE-EMISSION(7:4) IS NUMERIC
              MOVE E-FAC-DATE-EMISSION(1:2) TO W-CAL-JJ
              MOVE E-FAC-DATE-EMISSION(4:2) TO W-CAL-MM
              MOVE E-FAC-DATE-EMISSION(7:4) TO W-CAL-AAAA
              PERFORM 26000-NUMERO-JOUR
              MOVE W-CAL-NUM-JOUR TO W-NUM-JOUR-EMISSION
              IF W-NUM-JOUR-EMISSION > W-NUM-JOUR-ARRETE
                 MOVE 0 TO W-AGE
              ELSE
                 COMPUTE W-AGE =
                         W-NUM-JOUR-ARRETE - W-NUM-JOUR-EMISSION
              END-IF
           ELSE
              MOVE 99999 TO W-AGE
           END-IF

           MOVE E-FAC-FINANCEUR        TO TRI-FINANCEUR
           MOVE E-FAC-NUMERO           TO TRI-NUMERO
           MOVE E-FAC-CLE              TO TRI-CLE
           MOVE E-FAC-SESSION          TO TRI-SESSION
           MOVE E-FAC-MOIS             TO TRI-MOIS
           MOVE E-FAC-DATE-EMISSION    TO TRI-DATE-EMISSION
           MOVE E-FAC-MONTANT-CENTIMES TO TRI-MONTANT-CENTIMES
           MOVE W-RESTE-CENTIMES       TO TRI-RESTE-CENTIMES
           MOVE W-AGE                  TO TRI-AGE
           MOVE E-FAC-DELAI-REGLEMENT  TO TRI-DELAI
           MOVE E-FAC-ETAT             TO TRI-ETAT
           MOVE E-FAC-NB-RELANCES      TO TRI-NB-RELANCES
           MOVE 0                      TO TRI-A-RELANCER

           IF W-AGE > E-FAC-DELAI-REGLEMENT
              AND NOT FAC-EN-LITIGE
              MOVE 1 TO TRI-A-RELANCER
      *       Derniere relance de moins de 30 jours : on attend
              IF E-FAC-DATE-RELANCE IS NUMERIC
                 MOVE E-FAC-DATE-RELANCE TO W-CAL-DATE-X
                 PERFORM 26000-NUMERO-JOUR
                 IF W-CAL-NUM-JOUR + 30 > W-NUM-JOUR-ARRETE
                    MOVE 0 TO TRI-A-RELANCER
                 END-IF
              END-IF
           END-IF

           RELEASE TRI-ENREG
           .

       21000-EDITION-BALANCE.
      *----------------------*
           MOVE 0 TO TRI-INDIC

           PERFORM UNTIL TRI-TERMINE
              RETURN WORK-TRI AT END
                 SET TRI-TERMINE TO TRUE
              NOT AT END
                 IF W-PREMIER = 1
                    OR TRI-FINANCEUR NOT = W-FINANCEUR-COURANT
                    IF W-PREMIER = 0
                       PERFORM 24000-SOUS-TOTAL-FINANCEUR
                    END-IF
                    PERFORM 21500-NOUVEAU-FINANCEUR
                 END-IF
                 PERFORM 22000-EDITE-FACTURE
                 IF TRI-A-RELANCER = 1
                    PERFORM 23000-RELANCE-FACTURE
                 END-IF
              END-RETURN
           END-PERFORM

           IF W-PREMIER = 0
              PERFORM 24000-SOUS-TOTAL-FINANCEUR
           END-IF
           .

       21500-NOUVEAU-FINANCEUR.
      *----------------------*
           MOVE 0 TO W-PREMIER
           MOVE TRI-FINANCEUR TO W-FINANCEUR-COURANT
           INITIALIZE TAB-CUMULS-FINANCEUR
           MOVE 0 TO W-TOT-FIN

      *    Financeur a blanc : session facturee sans convention,
      *    pas d'adresse de relance
           MOVE 0 TO W-FIN-CONNU
           IF TRI-FINANCEUR = SPACE
              MOVE 'SESSIONS SANS CONVENTION' TO W-LIBELLE-FINANCEUR
           ELSE
              MOVE TRI-FINANCEUR TO E-FIN-CODE
              READ FFINA-FILE
                 INVALID KEY
                    MOVE 'FINANCEUR NON REFERENCE'
                      TO W-LIBELLE-FINANCEUR
                 NOT INVALID KEY
                    MOVE 1 TO W-FIN-CONNU
                    MOVE E-FIN-LIBELLE TO W-LIBELLE-FINANCEUR
              END-READ
           END-IF
           .

       22000-EDITE-FACTURE.
      *----------------------*
           ADD 1 TO W-NB-FACTURES
           EVALUATE TRUE
              WHEN TRI-AGE <= 30
                 MOVE 1 TO IDX-TR
              WHEN TRI-AGE <= 60
                 MOVE 2 TO IDX-TR
              WHEN TRI-AGE <= 90
                 MOVE 3 TO IDX-TR
              WHEN OTHER
                 MOVE 4 TO IDX-TR
           END-EVALUATE
           ADD TRI-RESTE-CENTIMES TO W-CUM-FIN(IDX-TR)
                                     W-CUM-GEN(IDX-TR)
                                     W-TOT-FIN
                                     W-TOT-GEN

           MOVE SPACE                TO W-LIGNE-DETAIL
           MOVE TRI-FINANCEUR        TO W-DET-FINANCEUR
           MOVE TRI-NUMERO           TO W-DET-NUMERO
           MOVE TRI-SESSION          TO W-DET-SESSION
           MOVE TRI-MOIS             TO W-MOIS-X
           MOVE W-MOIS-X(5:2)        TO W-TXT-MOIS-MM
           MOVE W-MOIS-X(1:4)        TO W-TXT-MOIS-AAAA
           MOVE W-TXT-MOIS           TO W-DET-MOIS
           MOVE TRI-DATE-EMISSION    TO W-DET-EMISSION
           MOVE TRI-AGE              TO W-DET-AGE
           COMPUTE W-MONTANT-EDIT = TRI-RESTE-CENTIMES / 100
           MOVE W-MONTANT-EDIT       TO W-DET-TRANCHE(IDX-TR)

           EVALUATE TRUE
              WHEN TRI-ETAT = 'L'
                 ADD 1 TO W-NB-LITIGES
                 MOVE 'LITIGE'             TO W-DET-OBSERVATION
              WHEN TRI-A-RELANCER = 1 AND W-FIN-CONNU = 1
                 MOVE 'RELANCE'            TO W-DET-OBSERVATION
              WHEN TRI-A-RELANCER = 1
                 ADD 1 TO W-NB-SANS-ADRESSE
                 MOVE 'ECHUE - SANS ADRESSE' TO W-DET-OBSERVATION
              WHEN TRI-AGE > TRI-DELAI
                 MOVE 'ECHUE - DEJA RELANCEE' TO W-DET-OBSERVATION
              WHEN TRI-ETAT = 'R'
                 MOVE 'REGLEE PARTIELLEMENT' TO W-DET-OBSERVATION
              WHEN OTHER
                 MOVE SPACE                TO W-DET-OBSERVATION
           END-EVALUATE
           WRITE RPT-LIGNE FROM W-LIGNE-DETAIL
           .

      *--------------------------------------------------------*
      *   LETTRE DE RELANCE AU FINANCEUR PUIS TRACE SUR LA      *
      *   FACTURE (NOMBRE ET DATE DE LA DERNIERE RELANCE)       *
      *--------------------------------------------------------*
       23000-RELANCE-FACTURE.
      *----------------------*
           IF W-FIN-CONNU = 1
              MOVE TRI-CLE TO E-FAC-CLE
              READ FFACT-FILE
                 INVALID KEY
                    DISPLAY 'ECH1CI11 - FACTURE ILLISIBLE '
                            TRI-NUMERO
                 NOT INVALID KEY
                    PERFORM 23100-EDITE-LETTRE
                    IF E-FAC-NB-RELANCES < 99
                       ADD 1 TO E-FAC-NB-RELANCES
                    END-IF
                    MOVE W-DATE-ARRETE TO E-FAC-DATE-RELANCE
                    REWRITE E-FACTURE
                       INVALID KEY
                          DISPLAY 'ECH1CI11 - MAJ FFACT11 KO FACTURE '
                                  TRI-NUMERO
                    END-REWRITE
                    ADD 1 TO W-NB-RELANCES
              END-READ
           END-IF
           .

       23100-EDITE-LETTRE.
      *----------------------*
           COMPUTE W-MONTANT-EDIT = TRI-MONTANT-CENTIMES / 100
           MOVE W-MONTANT-EDIT TO W-ZONE-EDIT
           PERFORM 25000-CADRE-GAUCHE
           MOVE W-ZONE-CADREE  TO W-TXT-MONTANT
           COMPUTE W-MONTANT-EDIT = TRI-RESTE-CENTIMES / 100
           MOVE W-MONTANT-EDIT TO W-ZONE-EDIT
           PERFORM 25000-CADRE-GAUCHE
           MOVE W-ZONE-CADREE  TO W-TXT-RESTE
           COMPUTE W-JOURS-RETARD = TRI-AGE - TRI-DELAI
           MOVE W-JOURS-RETARD TO W-JOURS-EDIT
           MOVE W-JOURS-EDIT   TO W-ZONE-EDIT
           PERFORM 25000-CADRE-GAUCHE
           MOVE W-ZONE-CADREE  TO W-TXT-JOURS
           MOVE TRI-MOIS       TO W-MOIS-X
           MOVE W-MOIS-X(5:2)  TO W-TXT-MOIS-MM
           MOVE W-MOIS-X(1:4)  TO W-TXT-MOIS-AAAA

           WRITE RELF-LIGNE FROM W-LIGNE-SAUT

      *    Bloc adresse du financeur
           MOVE E-FIN-LIBELLE TO RELF-LIGNE
           WRITE RELF-LIGNE
           MOVE E-FIN-ADRESSE TO RELF-LIGNE
           WRITE RELF-LIGNE
           MOVE SPACE TO W-LIGNE-FUSION
           STRING E-FIN-CODE-POSTAL DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  E-FIN-VILLE       DELIMITED BY '  '
                  INTO W-LIGNE-FUSION
           END-STRING
           WRITE RELF-LIGNE FROM W-LIGNE-FUSION
           MOVE SPACE TO RELF-LIGNE
           WRITE RELF-LIGNE

      *    Corps : lignes du modele, marqueurs fusionnes
           PERFORM VARYING IDX-MOD FROM 1 BY 1
              UNTIL IDX-MOD > W-NB-LIGNES-MODELE
              MOVE W-LIGNE-MODELE(IDX-MOD) TO W-LIGNE-SOURCE
              PERFORM 23200-FUSIONNE-LIGNE
              WRITE RELF-LIGNE FROM W-LIGNE-FUSION
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   REMPLACEMENT DES MARQUEURS &FINANCEUR, &NUMERO,       *
      *   &DATEFAC, &MONTANT, &RESTE, &JOURS, &SESSION, &MOIS   *
      *   DANS UNE LIGNE DU MODELE                              *
      *--------------------------------------------------------*
       23200-FUSIONNE-LIGNE.
      *----------------------*
           MOVE SPACE TO W-LIGNE-FUSION
           MOVE 1 TO W-PTR-SRC W-PTR-DST

           PERFORM UNTIL W-PTR-SRC > 70
              EVALUATE TRUE
                 WHEN W-PTR-SRC <= 61
                      AND W-LIGNE-SOURCE(W-PTR-SRC:10) = '&FINANCEUR'
                    STRING E-FIN-LIBELLE DELIMITED BY '  '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 10 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 64
                      AND W-LIGNE-SOURCE(W-PTR-SRC:7) = '&NUMERO'
                    STRING TRI-NUMERO DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 7 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 63
                      AND W-LIGNE-SOURCE(W-PTR-SRC:8) = '&DATEFAC'
                    STRING TRI-DATE-EMISSION DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 8 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 63
                      AND W-LIGNE-SOURCE(W-PTR-SRC:8) = '&MONTANT'
                    STRING W-TXT-MONTANT DELIMITED BY ' '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 8 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 65
                      AND W-LIGNE-SOURCE(W-PTR-SRC:6) = '&RESTE'
                    STRING W-TXT-RESTE DELIMITED BY ' '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 6 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 65
                      AND W-LIGNE-SOURCE(W-PTR-SRC:6) = '&JOURS'
                    STRING W-TXT-JOURS DELIMITED BY ' '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 6 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 63
                      AND W-LIGNE-SOURCE(W-PTR-SRC:8) = '&SESSION'
                    STRING TRI-SESSION DELIMITED BY ' '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 8 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 66
                      AND W-LIGNE-SOURCE(W-PTR-SRC:5) = '&MOIS'
                    STRING W-TXT-MOIS DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 5 TO W-PTR-SRC
                 WHEN OTHER
                    MOVE W-LIGNE-SOURCE(W-PTR-SRC:1)
                      TO W-LIGNE-FUSION(W-PTR-DST:1)
                    ADD 1 TO W-PTR-SRC
                    ADD 1 TO W-PTR-DST
              END-EVALUATE
           END-PERFORM
           .

       24000-SOUS-TOTAL-FINANCEUR.
      *----------------------*
           MOVE SPACE TO W-LIGNE-SOUS-TOTAL
           STRING W-FINANCEUR-COURANT DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  W-LIBELLE-FINANCEUR DELIMITED BY SIZE
                  INTO W-STO-LIBELLE
           END-STRING
           COMPUTE W-STO-TOTAL = W-TOT-FIN / 100
           PERFORM VARYING IDX-TR FROM 1 BY 1 UNTIL IDX-TR > 4
              COMPUTE W-STO-TRANCHE(IDX-TR) = W-CUM-FIN(IDX-TR) / 100
           END-PERFORM
           WRITE RPT-LIGNE FROM W-LIGNE-SOUS-TOTAL
           MOVE SPACE TO RPT-LIGNE
           WRITE RPT-LIGNE
           .

      *--------------------------------------------------------*
      *   CADRAGE A GAUCHE D'UNE ZONE EDITEE (SUPPRESSION DES   *
      *   BLANCS DE TETE) AVANT FUSION DANS LA LETTRE           *
      *--------------------------------------------------------*
       25000-CADRE-GAUCHE.
      *----------------------*
           MOVE 0 TO W-NB-BLANCS
           INSPECT W-ZONE-EDIT TALLYING W-NB-BLANCS FOR LEADING SPACE
           MOVE SPACE TO W-ZONE-CADREE
           IF W-NB-BLANCS < 15
              MOVE W-ZONE-EDIT(W-NB-BLANCS + 1:) TO W-ZONE-CADREE
           END-IF
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
           MOVE SPACE TO W-LIGNE-SOUS-TOTAL
           MOVE 'TOTAL GENERAL' TO W-STO-LIBELLE
           COMPUTE W-STO-TOTAL = W-TOT-GEN / 100
           PERFORM VARYING IDX-TR FROM 1 BY 1 UNTIL IDX-TR > 4
              COMPUTE W-STO-TRANCHE(IDX-TR) = W-CUM-GEN(IDX-TR) / 100
           END-PERFORM
           WRITE RPT-LIGNE FROM W-LIGNE-SOUS-TOTAL
           MOVE SPACE TO RPT-LIGNE
           WRITE RPT-LIGNE
           MOVE W-NB-FACTURES     TO W-TOT-FACTURES
           MOVE W-NB-LITIGES      TO W-TOT-LITIGES
           MOVE W-NB-RELANCES     TO W-TOT-RELANCES
           MOVE W-NB-SANS-ADRESSE TO W-TOT-SANS-ADRESSE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FFACT-FILE
           CLOSE FFINA-FILE
           CLOSE RPT-FILE
           CLOSE RELF-FILE

           IF W-NB-SANS-ADRESSE > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'ECH1CI11 - BALANCE AGEE ' W-NB-FACTURES
                   ' FACTURE(S) OUVERTE(S) - ' W-NB-RELANCES
                   ' RELANCE(S) - ' W-NB-LITIGES ' LITIGE(S)'
           .
