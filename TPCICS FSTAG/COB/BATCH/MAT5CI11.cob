      *======================================================*
      *   PROGRAMME BATCH - PRETS DE MATERIEL NON RESTITUES  *
      *   A LA DATE DE FIN DE PRESTATION : CHAQUE PRET       *
      *   FPRMA11 OUVERT (EN COURS OU MISE EN DETTE          *
      *   DEMANDEE) DONT LA DATE DE RESTITUTION PREVUE EST   *
      *   DEPASSEE A LA DATE D'ARRETE FIGURE SUR LA LISTE DE *
      *   TRAVAIL DU GESTIONNAIRE DU DOSSIER. UN PRET EN     *
      *   COURS RECOIT UNE LETTRE DE RELANCE DU MODELE       *
      *   FLETT11 DE LA CARTE, ADRESSEE AU STAGIAIRE SELON   *
      *   SON CONSENTEMENT COURRIER ; LA RELANCE EST PORTEE  *
      *   SUR LE PRET. PAS DE SECONDE RELANCE AVANT 30 JOURS *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAT5CI11.

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
           SELECT FPRMA-FILE ASSIGN TO FPRMA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-PMA-CLE
               FILE STATUS IS FPRMA-STATUT.

           SELECT FMATE-FILE ASSIGN TO FMATE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-MAT-INVENTAIRE
               FILE STATUS IS FMATE-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

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

      *        LISTE DE TRAVAIL PAR GESTIONNAIRE
           SELECT RPT-FILE ASSIGN TO RPTMATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *        LETTRES DE RELANCE PRETES A IMPRIMER
           SELECT RELM-FILE ASSIGN TO RPTRELM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELM-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FPRMA-FILE.
       COPY CPRMA.

       FD  FMATE-FILE.
       COPY CMATE.

       FD  FSTAG-FILE.
       COPY CSTAG.

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
           05 TRI-GESTIONNAIRE        PIC X(8).
           05 TRI-NUMERO              PIC 9(6).
           05 TRI-CLE                 PIC X(22).
           05 TRI-INVENTAIRE          PIC X(8).
           05 TRI-LIBELLE             PIC X(30).
           05 TRI-RESIDUEL-CENTIMES   PIC 9(7).
           05 TRI-DATE-PRET           PIC 9(8).
           05 TRI-DATE-PREVUE         PIC 9(8).
           05 TRI-JOURS-RETARD        PIC 9(5).
           05 TRI-ETAT                PIC X(1).
           05 TRI-NB-RELANCES         PIC 9(2).
           05 TRI-NOM                 PIC X(20).
           05 TRI-PRENOM              PIC X(15).
           05 TRI-ADR1                PIC X(30).
           05 TRI-ADR2                PIC X(30).
           05 TRI-CODEP               PIC X(5).
           05 TRI-VILLE               PIC X(25).
      *        1 = PRET A RELANCER AU TITRE DE CET ARRETE
           05 TRI-A-RELANCER          PIC 9(1).
      *        1 = COURRIER POSSIBLE (CONSENTEMENT, ADRESSE VALIDE)
           05 TRI-COURRIER            PIC 9(1).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       FD  RELM-FILE.
       01  RELM-LIGNE                 PIC X(132).

       WORKING-STORAGE SECTION.

       01 FPRMA-STATUT                PIC X(2).
         88 FPRMA-OK                  VALUE '00'.
         88 FPRMA-FIN                 VALUE '10'.

       01 FMATE-STATUT                PIC X(2).
         88 FMATE-OK                  VALUE '00'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FLETT-STATUT                PIC X(2).
         88 FLETT-OK                  VALUE '00'.
         88 FLETT-FIN                 VALUE '10'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 RELM-STATUT                 PIC X(2).
         88 RELM-OK                   VALUE '00'.

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
      *        DATE D'ARRETE AU FORMAT JJMMAAAA (RELANCE) ET
      *        AAAAMMJJ (COMPARAISON AUX DATES DU PRET)
       01 W-DATE-ARRETE               PIC X(8).
       01 W-ARRETE-ORD                PIC 9(8).

       01 W-MODELE                    PIC X(8).
       01 W-MODELE-DEFAUT             PIC X(8) VALUE 'RELMAT01'.

      *------------------------------------------------------*
      *   NUMERO DE JOUR ABSOLU D'UNE DATE (JOURS ECOULES     *
      *   DEPUIS LE 01/01/0001, BISSEXTILES COMPRIS) : LE     *
      *   RETARD EST LA DIFFERENCE DE DEUX NUMEROS            *
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

      *        DATE AAAAMMJJ DU PRET (DECOUPAGE ET EDITION)
       01 W-DATE-ORD                  PIC 9(8).
       01 W-DATE-ORD-R REDEFINES W-DATE-ORD.
           05 W-ORD-AAAA              PIC 9(4).
           05 W-ORD-MM                PIC 9(2).
           05 W-ORD-JJ                PIC 9(2).
       01 W-DATE-ORD-EDIT.
           05 W-ORE-JJ                PIC 99.
           05 FILLER                  PIC X VALUE '/'.
           05 W-ORE-MM                PIC 99.
           05 FILLER                  PIC X VALUE '/'.
           05 W-ORE-AAAA              PIC 9(4).

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
       01 W-TXT-VALEUR                PIC X(15).
       01 W-TXT-DATEPRET              PIC X(10).
       01 W-TXT-DATEFIN               PIC X(10).

       01 W-LIGNE-SAUT.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(131) VALUE SPACE.

      *------------------------------------------------------*
      *   REGISTRE DES CORRESPONDANCES (FCORR11) : LA COPIE   *
      *   DE CHAQUE LETTRE EST REPEREE DANS LE DEPOT FREPO11  *
      *   (CODE DE VERSEMENT DE L'ETAPE REP1CI11 DU JCL ET    *
      *   RANG DE SA PREMIERE LIGNE DANS L'EDITION)           *
      *------------------------------------------------------*
       01 W-CODE-DEPOT                PIC X(8) VALUE 'LETRELMA'.
       01 W-NB-LIGNES-EDITEES         PIC 9(5) VALUE 0.
       01 pgm-corrbat                 PIC X(8) VALUE 'CORRBAT '.
      *    CODE RETOUR DU PAS, PRESERVE AUTOUR DE L'APPEL
       01 W-RC-APPELANT               PIC S9(4) COMP.
       COPY CCORP.

      *------------------------------------------------------*
      *   RUPTURE PAR GESTIONNAIRE ET COMPTEURS               *
      *------------------------------------------------------*
       01 W-GEST-COURANT              PIC X(8).
       01 W-PREMIER                   PIC 9 VALUE 1.
       01 W-NB-GEST                   PIC 9(5).
       01 W-RESIDUEL-GEST             PIC 9(11).

       01 W-NB-RETARDS                PIC 9(5) VALUE 0.
       01 W-NB-RELANCES               PIC 9(5) VALUE 0.
       01 W-NB-SANS-COURRIER          PIC 9(5) VALUE 0.
       01 W-NB-DETTES-DEMANDEES       PIC 9(5) VALUE 0.
       01 W-RESIDUEL-TOTAL            PIC 9(11) VALUE 0.
       01 W-MONTANT-EDIT              PIC ZZZZZZZZ9,99.

      *------------------------------------------------------*
      *   LIGNES DE LA LISTE DE TRAVAIL                       *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(39) VALUE
              'MATERIEL NON RESTITUE ARRETE AU '.
           05 W-TIT-DATE              PIC X(10).
           05 W-TIT-RUBRIQUE          PIC X(17) VALUE
              ' - GESTIONNAIRE '.
           05 W-TIT-GESTIONNAIRE      PIC X(8).

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(7)  VALUE 'NUMERO'.
           05 FILLER                  PIC X(21) VALUE 'NOM'.
           05 FILLER                  PIC X(16) VALUE 'PRENOM'.
           05 FILLER                  PIC X(9)  VALUE 'INVENT.'.
           05 FILLER                  PIC X(21) VALUE 'ARTICLE'.
           05 FILLER                  PIC X(11) VALUE 'PREVU LE'.
           05 FILLER                  PIC X(7)  VALUE 'RETARD'.
           05 FILLER                  PIC X(13) VALUE '    RESIDUEL'.
           05 FILLER                  PIC X(4)  VALUE 'REL'.
           05 FILLER                  PIC X(22) VALUE 'OBSERVATION'.

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-PRENOM            PIC X(15).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-INVENTAIRE        PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-LIBELLE           PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-PREVUE            PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-RETARD            PIC ZZZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-RESIDUEL          PIC ZZZZZZZZ9,99.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-RELANCES          PIC Z9.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-OBSERVATION       PIC X(22).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TOT-LIBELLE           PIC X(40).
           05 W-TOT-NOMBRE            PIC ZZZZ9.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-TOT-MONTANT           PIC ZZZZZZZZ9,99.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-RETARDS
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD
           MOVE W-DATE-SYS TO W-DATE-JOUR

           OPEN INPUT CARTE-FILE
           IF NOT CARTE-OK
              DISPLAY 'MAT5CI11 - OUVERTURE CARTE IMPOSSIBLE : '
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
                 DISPLAY 'MAT5CI11 - DATE D''ARRETE INVALIDE : '
                         CARTE-DATE-ARRETE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CARTE-DATE-ARRETE TO W-CAL-DATE-X
           END-IF
           IF W-CAL-MM < 1 OR W-CAL-MM > 12
              OR W-CAL-JJ < 1 OR W-CAL-JJ > 31
              DISPLAY 'MAT5CI11 - DATE D''ARRETE INVALIDE : '
                      W-CAL-DATE-X
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE W-CAL-DATE-X TO W-DATE-ARRETE
           MOVE W-CAL-JJ     TO W-EDI-JJ W-ORD-JJ
           MOVE W-CAL-MM     TO W-EDI-MM W-ORD-MM
           MOVE W-CAL-AAAA   TO W-EDI-AAAA W-ORD-AAAA
           MOVE W-DATE-ORD   TO W-ARRETE-ORD
           PERFORM 26000-NUMERO-JOUR
           MOVE W-CAL-NUM-JOUR TO W-NUM-JOUR-ARRETE

           IF CARTE-MODELE = SPACE
              MOVE W-MODELE-DEFAUT TO W-MODELE
           ELSE
              MOVE CARTE-MODELE    TO W-MODELE
           END-IF

           OPEN INPUT FLETT-FILE
           IF NOT FLETT-OK
              DISPLAY 'MAT5CI11 - OUVERTURE FLETT11 IMPOSSIBLE : '
                      FLETT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 11000-CHARGE-MODELE
           CLOSE FLETT-FILE

           IF W-NB-LIGNES-MODELE = 0
              DISPLAY 'MAT5CI11 - MODELE INCONNU : ' W-MODELE
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FPRMA-FILE
           IF NOT FPRMA-OK
              DISPLAY 'MAT5CI11 - OUVERTURE FPRMA11 IMPOSSIBLE : '
                      FPRMA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FMATE-FILE
           IF NOT FMATE-OK
              DISPLAY 'MAT5CI11 - OUVERTURE FMATE11 IMPOSSIBLE : '
                      FMATE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'MAT5CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'MAT5CI11 - OUVERTURE RPTMATE IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RELM-FILE
           IF NOT RELM-OK
              DISPLAY 'MAT5CI11 - OUVERTURE RPTRELM IMPOSSIBLE : '
                      RELM-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE W-DATE-EDITION TO W-TIT-DATE
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

       20000-TRAIT-RETARDS.
      *----------------------*
           SORT WORK-TRI
                ON ASCENDING KEY TRI-GESTIONNAIRE
                ON ASCENDING KEY TRI-NUMERO
                ON ASCENDING KEY TRI-INVENTAIRE
                INPUT PROCEDURE  20900-SELECTION-PRETS
                OUTPUT PROCEDURE 21000-EDITION-RETARDS
           .

      *--------------------------------------------------------*
      *   SELECTION : PRETS OUVERTS DONT LA DATE DE             *
      *   RESTITUTION PREVUE (FIN DE PRESTATION) EST DEPASSEE.  *
      *   RELANCE SI LE PRET EST EN COURS (PAS DE MISE EN DETTE *
      *   DEMANDEE) ET SANS RELANCE DEPUIS 30 JOURS             *
      *--------------------------------------------------------*
       20900-SELECTION-PRETS.
      *----------------------*
           MOVE LOW-VALUE TO E-PMA-CLE
           START FPRMA-FILE KEY IS NOT LESS THAN E-PMA-CLE
              INVALID KEY
                 SET FPRMA-FIN TO TRUE
           END-START

           PERFORM UNTIL FPRMA-FIN
              READ FPRMA-FILE NEXT RECORD
                 AT END
                    SET FPRMA-FIN TO TRUE
                 NOT AT END
                    IF PMA-OUVERT
                       AND E-PMA-DATE-PREVUE < W-ARRETE-ORD
                       PERFORM 20950-RETIENT-PRET
                    END-IF
              END-READ
           END-PERFORM
           .

       20950-RETIENT-PRET.
      *----------------------*
           MOVE E-PMA-NUMERO TO E-NUMERO
           READ FSTAG-FILE
              INVALID KEY
      *          Dossier purge depuis le pret : liste de travail
      *          sans gestionnaire, pas de courrier possible
                 MOVE SPACE TO E-GESTIONNAIRE E-NOM E-PRENOM
                               E-ADR1 E-ADR2 E-CODEP E-VILLE
                 MOVE 'N'   TO E-CONSENT-COURRIER
           END-READ

           MOVE E-PMA-INVENTAIRE TO E-MAT-INVENTAIRE
           READ FMATE-FILE
              INVALID KEY
                 MOVE 'ARTICLE NON REFERENCE' TO E-MAT-LIBELLE
                 MOVE 0 TO E-MAT-RESIDUEL-CENTIMES
           END-READ

           MOVE E-GESTIONNAIRE         TO TRI-GESTIONNAIRE
           IF TRI-GESTIONNAIRE = SPACE OR LOW-VALUE
              MOVE '********'          TO TRI-GESTIONNAIRE
           END-IF
           MOVE E-PMA-NUMERO           TO TRI-NUMERO
           MOVE E-PMA-CLE              TO TRI-CLE
           MOVE E-PMA-INVENTAIRE       TO TRI-INVENTAIRE
           MOVE E-MAT-LIBELLE          TO TRI-LIBELLE
           MOVE E-MAT-RESIDUEL-CENTIMES TO TRI-RESIDUEL-CENTIMES
           MOVE E-PMA-DATE-PRET        TO TRI-DATE-PRET
           MOVE E-PMA-DATE-PREVUE      TO TRI-DATE-PREVUE
           MOVE E-PMA-ETAT             TO TRI-ETAT
           MOVE E-PMA-NB-RELANCES      TO TRI-NB-RELANCES
           MOVE E-NOM                  TO TRI-NOM
           MOVE E-PRENOM               TO TRI-PRENOM
           MOVE E-ADR1                 TO TRI-ADR1
           MOVE E-ADR2                 TO TRI-ADR2
           MOVE E-CODEP                TO TRI-CODEP
           MOVE E-VILLE                TO TRI-VILLE

      *    Retard en jours depuis la date de restitution prevue
           MOVE E-PMA-DATE-PREVUE TO W-DATE-ORD
           MOVE W-ORD-JJ          TO W-CAL-JJ
           MOVE W-ORD-MM          TO W-CAL-MM
           MOVE W-ORD-AAAA        TO W-CAL-AAAA
           PERFORM 26000-NUMERO-JOUR
           IF W-CAL-NUM-JOUR = 0
              OR W-CAL-NUM-JOUR > W-NUM-JOUR-ARRETE
              MOVE 0 TO TRI-JOURS-RETARD
           ELSE
              COMPUTE TRI-JOURS-RETARD =
                      W-NUM-JOUR-ARRETE - W-CAL-NUM-JOUR
           END-IF

           MOVE 1 TO TRI-COURRIER
           IF CONSENT-COURRIER-NON OR ADRESSE-INVALIDE-OUI
              MOVE 0 TO TRI-COURRIER
           END-IF

           MOVE 0 TO TRI-A-RELANCER
           IF PMA-EN-COURS
              MOVE 1 TO TRI-A-RELANCER
      *       Derniere relance de moins de 30 jours : on attend
              IF E-PMA-DATE-RELANCE IS NUMERIC
                 MOVE E-PMA-DATE-RELANCE TO W-CAL-DATE-X
                 PERFORM 26000-NUMERO-JOUR
                 IF W-CAL-NUM-JOUR + 30 > W-NUM-JOUR-ARRETE
                    MOVE 0 TO TRI-A-RELANCER
                 END-IF
              END-IF
           END-IF

           RELEASE TRI-ENREG
           .

       21000-EDITION-RETARDS.
      *----------------------*
           MOVE 0 TO TRI-INDIC

           PERFORM UNTIL TRI-TERMINE
              RETURN WORK-TRI AT END
                 SET TRI-TERMINE TO TRUE
              NOT AT END
                 IF W-PREMIER = 1
                    OR TRI-GESTIONNAIRE NOT = W-GEST-COURANT
                    IF W-PREMIER = 0
                       PERFORM 24000-CLOTURE-GESTIONNAIRE
                    END-IF
                    PERFORM 21500-NOUVEAU-GESTIONNAIRE
                 END-IF
                 PERFORM 22000-EDITE-PRET
                 IF TRI-A-RELANCER = 1 AND TRI-COURRIER = 1
                    PERFORM 23000-RELANCE-PRET
                 END-IF
              END-RETURN
           END-PERFORM

           IF W-PREMIER = 0
              PERFORM 24000-CLOTURE-GESTIONNAIRE
           END-IF
           .

       21500-NOUVEAU-GESTIONNAIRE.
      *----------------------*
           MOVE 0 TO W-PREMIER
           MOVE TRI-GESTIONNAIRE TO W-GEST-COURANT
           MOVE 0 TO W-NB-GEST W-RESIDUEL-GEST
           MOVE TRI-GESTIONNAIRE TO W-TIT-GESTIONNAIRE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           .

       22000-EDITE-PRET.
      *----------------------*
           ADD 1 TO W-NB-RETARDS W-NB-GEST
           ADD TRI-RESIDUEL-CENTIMES TO W-RESIDUEL-GEST
                                        W-RESIDUEL-TOTAL

           MOVE SPACE                TO W-LIGNE-DETAIL
           MOVE TRI-NUMERO           TO W-DET-NUMERO
           MOVE TRI-NOM              TO W-DET-NOM
           MOVE TRI-PRENOM           TO W-DET-PRENOM
           MOVE TRI-INVENTAIRE       TO W-DET-INVENTAIRE
           MOVE TRI-LIBELLE          TO W-DET-LIBELLE
           MOVE TRI-DATE-PREVUE      TO W-DATE-ORD
           PERFORM 25500-EDITE-DATE
           MOVE W-DATE-ORD-EDIT      TO W-DET-PREVUE
           MOVE TRI-JOURS-RETARD     TO W-DET-RETARD
           COMPUTE W-DET-RESIDUEL = TRI-RESIDUEL-CENTIMES / 100
           MOVE TRI-NB-RELANCES      TO W-DET-RELANCES

           EVALUATE TRUE
              WHEN TRI-ETAT = 'D'
                 ADD 1 TO W-NB-DETTES-DEMANDEES
                 MOVE 'DETTE A DECIDER (MAT4)' TO W-DET-OBSERVATION
              WHEN TRI-A-RELANCER = 1 AND TRI-COURRIER = 1
                 MOVE 'RELANCE'               TO W-DET-OBSERVATION
              WHEN TRI-A-RELANCER = 1
                 ADD 1 TO W-NB-SANS-COURRIER
                 MOVE 'A CONTACTER (COURRIER)' TO W-DET-OBSERVATION
              WHEN OTHER
                 MOVE 'DEJA RELANCE'          TO W-DET-OBSERVATION
           END-EVALUATE
           WRITE RPT-LIGNE FROM W-LIGNE-DETAIL
           .

      *--------------------------------------------------------*
      *   LETTRE DE RELANCE AU STAGIAIRE PUIS TRACE SUR LE PRET *
      *   (NOMBRE ET DATE DE LA DERNIERE RELANCE)               *
      *--------------------------------------------------------*
       23000-RELANCE-PRET.
      *----------------------*
           MOVE TRI-CLE TO E-PMA-CLE
           READ FPRMA-FILE
              INVALID KEY
                 DISPLAY 'MAT5CI11 - PRET ILLISIBLE '
                         TRI-NUMERO ' ' TRI-INVENTAIRE
              NOT INVALID KEY
                 PERFORM 23100-EDITE-LETTRE
                 IF E-PMA-NB-RELANCES < 99
                    ADD 1 TO E-PMA-NB-RELANCES
                 END-IF
                 MOVE W-DATE-ARRETE TO E-PMA-DATE-RELANCE
                 REWRITE E-PRET-MATERIEL
                    INVALID KEY
                       DISPLAY 'MAT5CI11 - MAJ FPRMA11 KO PRET '
                               TRI-NUMERO ' ' TRI-INVENTAIRE
                 END-REWRITE
                 ADD 1 TO W-NB-RELANCES
           END-READ
           .

       23100-EDITE-LETTRE.
      *----------------------*
           COMPUTE W-MONTANT-EDIT = TRI-RESIDUEL-CENTIMES / 100
           MOVE W-MONTANT-EDIT  TO W-ZONE-EDIT
           PERFORM 25000-CADRE-GAUCHE
           MOVE W-ZONE-CADREE   TO W-TXT-VALEUR
           MOVE TRI-DATE-PRET   TO W-DATE-ORD
           PERFORM 25500-EDITE-DATE
           MOVE W-DATE-ORD-EDIT TO W-TXT-DATEPRET
           MOVE TRI-DATE-PREVUE TO W-DATE-ORD
           PERFORM 25500-EDITE-DATE
           MOVE W-DATE-ORD-EDIT TO W-TXT-DATEFIN

           PERFORM 27000-INSCRIT-LETTRE
           WRITE RELM-LIGNE FROM W-LIGNE-SAUT
           ADD 1 TO W-NB-LIGNES-EDITEES

      *    Bloc adresse du stagiaire
           MOVE SPACE TO W-LIGNE-FUSION
           STRING TRI-PRENOM DELIMITED BY '  '
                  ' '        DELIMITED BY SIZE
                  TRI-NOM    DELIMITED BY '  '
                  INTO W-LIGNE-FUSION
           END-STRING
           WRITE RELM-LIGNE FROM W-LIGNE-FUSION
           ADD 1 TO W-NB-LIGNES-EDITEES
           MOVE TRI-ADR1 TO RELM-LIGNE
           WRITE RELM-LIGNE
           ADD 1 TO W-NB-LIGNES-EDITEES
           IF TRI-ADR2 NOT = SPACE
              MOVE TRI-ADR2 TO RELM-LIGNE
              WRITE RELM-LIGNE
              ADD 1 TO W-NB-LIGNES-EDITEES
           END-IF
           MOVE SPACE TO W-LIGNE-FUSION
           STRING TRI-CODEP DELIMITED BY SIZE
                  ' '       DELIMITED BY SIZE
                  TRI-VILLE DELIMITED BY '  '
                  INTO W-LIGNE-FUSION
           END-STRING
           WRITE RELM-LIGNE FROM W-LIGNE-FUSION
           ADD 1 TO W-NB-LIGNES-EDITEES
           MOVE SPACE TO RELM-LIGNE
           WRITE RELM-LIGNE
           ADD 1 TO W-NB-LIGNES-EDITEES

      *    Corps : lignes du modele, marqueurs fusionnes
           PERFORM VARYING IDX-MOD FROM 1 BY 1
              UNTIL IDX-MOD > W-NB-LIGNES-MODELE
              MOVE W-LIGNE-MODELE(IDX-MOD) TO W-LIGNE-SOURCE
              PERFORM 23200-FUSIONNE-LIGNE
              WRITE RELM-LIGNE FROM W-LIGNE-FUSION
              ADD 1 TO W-NB-LIGNES-EDITEES
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   REMPLACEMENT DES MARQUEURS &NOM, &PRENOM, &NUMERO,    *
      *   &INVENTAIRE, &LIBELLE, &DATEPRET, &DATEFIN, &VALEUR   *
      *   DANS UNE LIGNE DU MODELE                              *
      *--------------------------------------------------------*
       23200-FUSIONNE-LIGNE.
      *----------------------*
           MOVE SPACE TO W-LIGNE-FUSION
           MOVE 1 TO W-PTR-SRC W-PTR-DST

           PERFORM UNTIL W-PTR-SRC > 70
              EVALUATE TRUE
                 WHEN W-PTR-SRC <= 67
                      AND W-LIGNE-SOURCE(W-PTR-SRC:4) = '&NOM'
                    STRING TRI-NOM DELIMITED BY '  '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 4 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 64
                      AND W-LIGNE-SOURCE(W-PTR-SRC:7) = '&PRENOM'
                    STRING TRI-PRENOM DELIMITED BY '  '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 7 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 64
                      AND W-LIGNE-SOURCE(W-PTR-SRC:7) = '&NUMERO'
                    STRING TRI-NUMERO DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 7 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 60
                      AND W-LIGNE-SOURCE(W-PTR-SRC:11) = '&INVENTAIRE'
                    STRING TRI-INVENTAIRE DELIMITED BY ' '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 11 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 63
                      AND W-LIGNE-SOURCE(W-PTR-SRC:8) = '&LIBELLE'
                    STRING TRI-LIBELLE DELIMITED BY '  '
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 8 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 62
                      AND W-LIGNE-SOURCE(W-PTR-SRC:9) = '&DATEPRET'
                    STRING W-TXT-DATEPRET DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 9 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 63
                      AND W-LIGNE-SOURCE(W-PTR-SRC:8) = '&DATEFIN'
                    STRING W-TXT-DATEFIN DELIMITED BY SIZE
                           INTO W-LIGNE-FUSION
                           WITH POINTER W-PTR-DST
                    END-STRING
                    ADD 8 TO W-PTR-SRC
                 WHEN W-PTR-SRC <= 64
                      AND W-LIGNE-SOURCE(W-PTR-SRC:7) = '&VALEUR'
                    STRING W-TXT-VALEUR DELIMITED BY ' '
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

       24000-CLOTURE-GESTIONNAIRE.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'PRETS EN RETARD / VALEUR RESIDUELLE' TO W-TOT-LIBELLE
           MOVE W-NB-GEST TO W-TOT-NOMBRE
           COMPUTE W-TOT-MONTANT = W-RESIDUEL-GEST / 100
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
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

       25500-EDITE-DATE.
      *----------------------*
      *    Date AAAAMMJJ editee en JJ/MM/AAAA
           MOVE W-ORD-JJ   TO W-ORE-JJ
           MOVE W-ORD-MM   TO W-ORE-MM
           MOVE W-ORD-AAAA TO W-ORE-AAAA
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

      *--------------------------------------------------------*
      *   INSCRIPTION AU REGISTRE DES CORRESPONDANCES FCORR11   *
      *   (CORRBAT) : LA LETTRE AVEC LA PREMIERE LIGNE DE SA    *
      *   COPIE DANS LE DEPOT                                   *
      *--------------------------------------------------------*
       27000-INSCRIT-LETTRE.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE TRI-NUMERO      TO COR-NUMERO
           MOVE 'C'             TO COR-CANAL
           MOVE W-MODELE        TO COR-MODELE
           MOVE 'MAT5CI11'      TO COR-PROGRAMME
           MOVE W-CODE-DEPOT    TO COR-REP-CODE
           MOVE W-DATE-SYS      TO COR-REP-DATE
           COMPUTE COR-REP-LIGNE = W-NB-LIGNES-EDITEES + 1
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE ' - TOTAL GENERAL' TO W-TIT-RUBRIQUE
           MOVE SPACE              TO W-TIT-GESTIONNAIRE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'PRETS EN RETARD / VALEUR RESIDUELLE' TO W-TOT-LIBELLE
           MOVE W-NB-RETARDS            TO W-TOT-NOMBRE
           COMPUTE W-TOT-MONTANT = W-RESIDUEL-TOTAL / 100
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 0                       TO W-TOT-MONTANT
           MOVE 'LETTRES DE RELANCE EDITEES' TO W-TOT-LIBELLE
           MOVE W-NB-RELANCES           TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'A CONTACTER SANS COURRIER' TO W-TOT-LIBELLE
           MOVE W-NB-SANS-COURRIER      TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'MISES EN DETTE A DECIDER (MAT4CI11)' TO W-TOT-LIBELLE
           MOVE W-NB-DETTES-DEMANDEES   TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FPRMA-FILE
           CLOSE FMATE-FILE
           CLOSE FSTAG-FILE
           CLOSE RPT-FILE
           CLOSE RELM-FILE
           MOVE 'F'             TO COR-FONCTION
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE

           IF W-NB-RETARDS > 0 AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY 'MAT5CI11 - MATERIEL NON RESTITUE ' W-NB-RETARDS
                   ' PRET(S) EN RETARD - ' W-NB-RELANCES
                   ' RELANCE(S)'
           .
