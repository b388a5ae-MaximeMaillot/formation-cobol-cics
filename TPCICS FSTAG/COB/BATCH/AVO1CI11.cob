      *======================================================*
      *   PROGRAMME BATCH - AVOIRS ET FACTURES               *
      *   COMPLEMENTAIRES AUX FINANCEURS : LES REGULARISA-   *
      *   TIONS DE POINTAGE (FREGU11) SAISIES APRES          *
      *   L'EMISSION DE LA FACTURE FFACT11 DE LA SESSION ET  *
      *   DU MOIS D'ORIGINE SONT CUMULEES PAR FACTURE ; LE   *
      *   DELTA NET DE DEMI-JOURNEES DONNE UN AVOIR (DELTA   *
      *   NEGATIF) OU UNE FACTURE COMPLEMENTAIRE (POSITIF)   *
      *   AU TAUX DE LA FACTURE D'ORIGINE, NUMEROTE DANS     *
      *   FAVOI11 ET REPORTE SUR LA FACTURE ET SUR LE        *
      *   CONSOMME DE LA CONVENTION (FCFIN11). L'EDITION     *
      *   PAR FINANCEUR DONNE L'ORIGINAL, LA CORRECTION ET   *
      *   LE NET. UNE REGULARISATION N'EST EXAMINEE QU'UNE   *
      *   FOIS (E-REG-ETAT-FACTURE)                          *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVO1CI11.

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
      *        REGULARISATIONS DE POINTAGE (PARCOURUES, MARQUEES)
           SELECT FREGU-FILE ASSIGN TO FREGU11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-REG-CLE
               FILE STATUS IS FREGU-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

      *        REGISTRE DES FACTURES (PARCOURU PAR SESSION-MOIS,
      *        CORRECTION CUMULEE)
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

           SELECT FCFIN-FILE ASSIGN TO FCFIN11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-CFI-CLE
               FILE STATUS IS FCFIN-STATUT.

      *        AVOIRS ET COMPLEMENTS EMIS (PARCOURU AU DEBUT POUR
      *        REPRENDRE LA NUMEROTATION DU MOIS)
           SELECT FAVOI-FILE ASSIGN TO FAVOI11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-AVO-NUMERO
               FILE STATUS IS FAVOI-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

      *        EDITION DES DOCUMENTS PAR FINANCEUR
           SELECT RPT-FILE ASSIGN TO RPTAVOI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FREGU-FILE.
       COPY CREGU.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FFACT-FILE.
       COPY CFACT.

       FD  FFINA-FILE.
       COPY CFINA.

       FD  FCFIN-FILE.
       COPY CCFIN.

       FD  FAVOI-FILE.
       COPY CAVOI.

       SD  WORK-TRI.
       01  TRI-ENREG.
           05 TRI-FINANCEUR           PIC X(4).
           05 TRI-NUMERO              PIC 9(10).
           05 TRI-TYPE                PIC X(1).
           05 TRI-FACTURE             PIC 9(10).
           05 TRI-SESSION             PIC X(6).
           05 TRI-MOIS                PIC 9(6).
           05 TRI-DELTA-DEMIJ         PIC S9(5).
           05 TRI-TAUX-CENTIMES       PIC 9(5).
           05 TRI-MONTANT-FACTURE     PIC 9(11).
           05 TRI-CORR-ANTERIEURE     PIC S9(11).
           05 TRI-MONTANT-CENTIMES    PIC S9(11).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FREGU-STATUT                PIC X(2).
         88 FREGU-OK                  VALUE '00'.
         88 FREGU-FIN                 VALUE '10'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FFACT-STATUT                PIC X(2).
         88 FFACT-OK                  VALUE '00'.
         88 FFACT-FIN                 VALUE '10'.

       01 FFINA-STATUT                PIC X(2).
         88 FFINA-OK                  VALUE '00'.

       01 FCFIN-STATUT                PIC X(2).
         88 FCFIN-OK                  VALUE '00'.

       01 FAVOI-STATUT                PIC X(2).
         88 FAVOI-OK                  VALUE '00'.
         88 FAVOI-FIN                 VALUE '10'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 TRI-INDIC                   PIC 9 VALUE 0.
         88 TRI-TERMINE               VALUE 1.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-JOUR.
           05 W-DATE-JOUR-AAAA        PIC 9(4).
           05 W-DATE-JOUR-MM          PIC 9(2).
           05 W-DATE-JOUR-JJ          PIC 9(2).
       01 FILLER REDEFINES W-DATE-JOUR.
           05 W-MOIS-EMISSION         PIC 9(6).
           05 FILLER                  PIC 9(2).
       01 W-DATE-EDITION.
           05 W-EDI-JJ                PIC 99.
           05 FILLER                  PIC X VALUE '/'.
           05 W-EDI-MM                PIC 99.
           05 FILLER                  PIC X VALUE '/'.
           05 W-EDI-AAAA              PIC 9(4).

      *------------------------------------------------------*
      *   NUMEROTATION DES DOCUMENTS : 9 + AAAAMM + RANG      *
      *------------------------------------------------------*
       01 W-BASE-NUMERO               PIC 9(10).
       01 W-RANG-DOCUMENT             PIC 9(3) VALUE 0.
       01 W-NUMERO-DOCUMENT           PIC 9(10).

      *------------------------------------------------------*
      *   COMPARAISON SAISIE DE LA REGULARISATION / EMISSION  *
      *   DE LA FACTURE (JJ/MM/AAAA RAMENEES EN AAAAMMJJ)     *
      *------------------------------------------------------*
       01 W-DATE-ORDONNEE.
           05 W-ORD-AAAA              PIC X(4).
           05 W-ORD-MM                PIC X(2).
           05 W-ORD-JJ                PIC X(2).
       01 W-DATE-ORDONNEE-N REDEFINES W-DATE-ORDONNEE
                                      PIC 9(8).
       01 W-DATE-SAISIE-N             PIC 9(8).
       01 W-DATE-FACTURE-N            PIC 9(8).

      *------------------------------------------------------*
      *   CUMUL DES REGULARISATIONS PAR FACTURE TOUCHEE       *
      *------------------------------------------------------*
       01 TAB-CORRECTIONS.
           05 W-NB-COR                PIC 9(3) COMP VALUE 0.
           05 W-COR OCCURS 500.
             10 W-COR-CLE             PIC X(16).
             10 W-COR-DELTA           PIC S9(5).
             10 W-COR-NB-REGULS       PIC 9(3).
      *        MARGE POUR LES FINANCEURS D'UNE MEME SESSION
       01 W-NB-COR-MAX                PIC 9(3) COMP VALUE 480.
       01 IDX-COR                     PIC 9(3) COMP.
       01 W-TROUVE                    PIC 9.
       01 W-NB-FACTURES-TOUCHEES      PIC 9(3).
       01 W-FIN-FACTURES              PIC 9.
       01 W-SESSION                   PIC X(6).

       01 W-MONTANT-CORR              PIC S9(11).
       01 W-NET-CENTIMES              PIC S9(11).

      *------------------------------------------------------*
      *   RUPTURE PAR FINANCEUR                               *
      *------------------------------------------------------*
       01 W-FINANCEUR-COURANT         PIC X(4).
       01 W-PREMIER                   PIC 9 VALUE 1.
       01 W-TOT-FIN-CORR              PIC S9(13).

       01 W-NB-REGULS-LUES            PIC 9(5) VALUE 0.
       01 W-NB-REGULS-FACTUREES       PIC 9(5) VALUE 0.
       01 W-NB-REGULS-HORS            PIC 9(5) VALUE 0.
       01 W-NB-REGULS-REPORTEES       PIC 9(5) VALUE 0.
       01 W-NB-AVOIRS                 PIC 9(5) VALUE 0.
       01 W-NB-COMPLEMENTS            PIC 9(5) VALUE 0.
       01 W-TOTAL-AVOIRS              PIC 9(13) VALUE 0.
       01 W-TOTAL-COMPLEMENTS         PIC 9(13) VALUE 0.
       01 W-TOTAL-EDIT                PIC ZZZZZZZZZZ9,99.

      *------------------------------------------------------*
      *   LIGNES DE L'EDITION                                *
      *------------------------------------------------------*
       01 W-LIGNE-SAUT.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(131) VALUE SPACE.

       01 W-LIGNE-FINANCEUR.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(12) VALUE 'FINANCEUR : '.
           05 W-FIN-CODE-E            PIC X(4).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-FIN-LIBELLE-E         PIC X(30).
           05 FILLER                  PIC X(10) VALUE '  EDITE LE'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-FIN-DATE-E            PIC X(10).

       01 W-LIGNE-ADRESSE.
           05 FILLER                  PIC X(13) VALUE SPACE.
           05 W-ADR-LIGNE             PIC X(61).

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(11) VALUE 'DOCUMENT'.
           05 FILLER                  PIC X(12) VALUE 'NATURE'.
           05 FILLER                  PIC X(11) VALUE 'FACT. ORIG.'.
           05 FILLER                  PIC X(7)  VALUE 'SESSION'.
           05 FILLER                  PIC X(7)  VALUE 'MOIS'.
           05 FILLER                  PIC X(7)  VALUE ' DEMI-J'.
           05 FILLER                  PIC X(15) VALUE '       ORIGINAL'.
           05 FILLER                  PIC X(15) VALUE '     ANTERIEURS'.
           05 FILLER                  PIC X(15) VALUE '     CORRECTION'.
           05 FILLER                  PIC X(15) VALUE '            NET'.

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-NUMERO            PIC 9(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-NATURE            PIC X(11).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-FACTURE           PIC 9(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-SESSION           PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-MOIS              PIC 9(6).
           05 W-DET-DELTA             PIC ----9.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-ORIGINAL          PIC -----------9,99.
           05 W-DET-ANTERIEUR         PIC -----------9,99.
           05 W-DET-CORRECTION        PIC -----------9,99.
           05 W-DET-NET               PIC -----------9,99.

       01 W-LIGNE-SOUS-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(42) VALUE
              'TOTAL DES CORRECTIONS DU FINANCEUR'.
           05 W-STO-CORRECTION        PIC -----------9,99.

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(20) VALUE
              'REGULARISATIONS : '.
           05 W-TOT-REGULS            PIC ZZZZ9.
           05 FILLER                  PIC X(14) VALUE '  FACTUREES : '.
           05 W-TOT-FACTUREES         PIC ZZZZ9.
           05 FILLER                  PIC X(14) VALUE '  SANS OBJET :'.
           05 W-TOT-HORS              PIC ZZZZ9.

       01 W-LIGNE-TOTAL-DOC.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(10) VALUE 'AVOIRS : '.
           05 W-TOT-AVOIRS            PIC ZZZZ9.
           05 FILLER                  PIC X(3)  VALUE ' - '.
           05 W-TOT-MT-AVOIRS         PIC ZZZZZZZZZZ9,99.
           05 FILLER                  PIC X(18) VALUE
              '   COMPLEMENTS : '.
           05 W-TOT-COMPLEMENTS       PIC ZZZZ9.
           05 FILLER                  PIC X(3)  VALUE ' - '.
           05 W-TOT-MT-COMPLEMENTS    PIC ZZZZZZZZZZ9,99.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-EXAMINE-REGULS
           PERFORM  30000-EMET-DOCUMENTS
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

           OPEN I-O FREGU-FILE
           IF NOT FREGU-OK
              DISPLAY 'AVO1CI11 - OUVERTURE FREGU11 IMPOSSIBLE : '
                      FREGU-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'AVO1CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FFACT-FILE
           IF NOT FFACT-OK
              DISPLAY 'AVO1CI11 - OUVERTURE FFACT11 IMPOSSIBLE : '
                      FFACT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FFINA-FILE
           IF NOT FFINA-OK
              DISPLAY 'AVO1CI11 - OUVERTURE FFINA11 IMPOSSIBLE : '
                      FFINA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FCFIN-FILE
           IF NOT FCFIN-OK
              DISPLAY 'AVO1CI11 - OUVERTURE FCFIN11 IMPOSSIBLE : '
                      FCFIN-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FAVOI-FILE
           IF NOT FAVOI-OK
              DISPLAY 'AVO1CI11 - OUVERTURE FAVOI11 IMPOSSIBLE : '
                      FAVOI-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'AVO1CI11 - OUVERTURE RPTAVOI IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 15000-REPREND-NUMEROTATION
           .

      *--------------------------------------------------------*
      *   NUMEROTATION : LE RANG REPART DU PLUS FORT DOCUMENT   *
      *   DEJA EMIS DANS LE MOIS COURANT                        *
      *--------------------------------------------------------*
       15000-REPREND-NUMEROTATION.
      *----------------------*
           COMPUTE W-BASE-NUMERO =
                   9000000000 + W-MOIS-EMISSION * 1000
           MOVE W-BASE-NUMERO TO E-AVO-NUMERO
           START FAVOI-FILE KEY IS GREATER THAN E-AVO-NUMERO
              INVALID KEY
                 SET FAVOI-FIN TO TRUE
           END-START

           PERFORM UNTIL FAVOI-FIN
              READ FAVOI-FILE NEXT RECORD
                 AT END
                    SET FAVOI-FIN TO TRUE
                 NOT AT END
                    IF E-AVO-NUMERO > W-BASE-NUMERO + 999
                       SET FAVOI-FIN TO TRUE
                    ELSE
                       COMPUTE W-RANG-DOCUMENT =
                               E-AVO-NUMERO - W-BASE-NUMERO
                    END-IF
              END-READ
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   PARCOURS DES REGULARISATIONS NON ENCORE EXAMINEES :   *
      *   LA SESSION EST CELLE DU RATTACHEMENT DU DOSSIER ; SEUL *
      *   UN MOIS DEJA FACTURE AVANT LA SAISIE EST CORRIGE (UNE *
      *   SAISIE ANTERIEURE A LA FACTURE Y EST DEJA COMPTEE)     *
      *--------------------------------------------------------*
       20000-EXAMINE-REGULS.
      *----------------------*
           MOVE LOW-VALUE TO E-REG-CLE
           START FREGU-FILE KEY IS NOT LESS THAN E-REG-CLE
              INVALID KEY
                 SET FREGU-FIN TO TRUE
           END-START

           PERFORM UNTIL FREGU-FIN
              READ FREGU-FILE NEXT RECORD
                 AT END
                    SET FREGU-FIN TO TRUE
                 NOT AT END
      *             TABLE PRESQUE PLEINE : LES REGULARISATIONS
      *             SUIVANTES RESTENT A EXAMINER AU PROCHAIN PASSAGE
                    IF REG-A-REFACTURER
                       IF W-NB-COR > W-NB-COR-MAX
                          ADD 1 TO W-NB-REGULS-REPORTEES
                       ELSE
                          ADD 1 TO W-NB-REGULS-LUES
                          PERFORM 21000-EXAMINE-REGUL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       21000-EXAMINE-REGUL.
      *----------------------*
           MOVE 0 TO W-NB-FACTURES-TOUCHEES
           MOVE E-REG-NUMERO TO E-NUMERO
           READ FSTAG-FILE
              INVALID KEY
                 MOVE SPACE TO W-SESSION
              NOT INVALID KEY
                 MOVE E-CODE-SESSION TO W-SESSION
           END-READ

           IF W-SESSION NOT = SPACE AND LOW-VALUE
              AND E-REG-DELTA-DEMIJ NOT = 0
              MOVE E-REG-DATE-SAISIE(7:4) TO W-ORD-AAAA
              MOVE E-REG-DATE-SAISIE(4:2) TO W-ORD-MM
              MOVE E-REG-DATE-SAISIE(1:2) TO W-ORD-JJ
              IF W-DATE-ORDONNEE IS NUMERIC
                 MOVE W-DATE-ORDONNEE-N TO W-DATE-SAISIE-N
              ELSE
                 MOVE 99999999 TO W-DATE-SAISIE-N
              END-IF
              PERFORM 22000-FACTURES-DU-MOIS
           END-IF

           IF W-NB-FACTURES-TOUCHEES > 0
              SET REG-REFACTUREE TO TRUE
              ADD 1 TO W-NB-REGULS-FACTUREES
           ELSE
              SET REG-HORS-FACTURE TO TRUE
              ADD 1 TO W-NB-REGULS-HORS
           END-IF
           REWRITE E-REGUL
              INVALID KEY
                 DISPLAY 'AVO1CI11 - MAJ FREGU11 KO NUM '
                         E-REG-NUMERO ' MOIS ' E-REG-MOIS
           END-REWRITE
           .

      *--------------------------------------------------------*
      *   FACTURES DE LA SESSION POUR LE MOIS D'ORIGINE : UNE   *
      *   PAR FINANCEUR DE LA CONVENTION (CLE SESSION + MOIS +  *
      *   FINANCEUR)                                            *
      *--------------------------------------------------------*
       22000-FACTURES-DU-MOIS.
      *----------------------*
           MOVE 0          TO W-FIN-FACTURES
           MOVE W-SESSION  TO E-FAC-SESSION
           MOVE E-REG-MOIS TO E-FAC-MOIS
           MOVE LOW-VALUE  TO E-FAC-FINANCEUR
           START FFACT-FILE KEY IS NOT LESS THAN E-FAC-CLE
              INVALID KEY
                 MOVE 1 TO W-FIN-FACTURES
           END-START

           PERFORM UNTIL W-FIN-FACTURES = 1
              READ FFACT-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO W-FIN-FACTURES
                 NOT AT END
                    IF E-FAC-SESSION NOT = W-SESSION
                       OR E-FAC-MOIS NOT = E-REG-MOIS
                       MOVE 1 TO W-FIN-FACTURES
                    ELSE
                       MOVE E-FAC-DATE-EMISSION(7:4) TO W-ORD-AAAA
                       MOVE E-FAC-DATE-EMISSION(4:2) TO W-ORD-MM
                       MOVE E-FAC-DATE-EMISSION(1:2) TO W-ORD-JJ
                       IF W-DATE-ORDONNEE IS NUMERIC
                          MOVE W-DATE-ORDONNEE-N TO W-DATE-FACTURE-N
                       ELSE
                          MOVE 0 TO W-DATE-FACTURE-N
                       END-IF
                       IF W-DATE-SAISIE-N > W-DATE-FACTURE-N
                          PERFORM 23000-CUMULE-CORRECTION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       23000-CUMULE-CORRECTION.
      *----------------------*
           MOVE 0 TO W-TROUVE
           PERFORM VARYING IDX-COR FROM 1 BY 1
              UNTIL IDX-COR > W-NB-COR OR W-TROUVE = 1
              IF W-COR-CLE(IDX-COR) = E-FAC-CLE
                 MOVE 1 TO W-TROUVE
                 ADD E-REG-DELTA-DEMIJ TO W-COR-DELTA(IDX-COR)
                 ADD 1 TO W-COR-NB-REGULS(IDX-COR)
                 ADD 1 TO W-NB-FACTURES-TOUCHEES
              END-IF
           END-PERFORM

           IF W-TROUVE = 0
              IF W-NB-COR < 500
                 ADD 1 TO W-NB-COR
                 MOVE E-FAC-CLE         TO W-COR-CLE(W-NB-COR)
                 MOVE E-REG-DELTA-DEMIJ TO W-COR-DELTA(W-NB-COR)
                 MOVE 1                 TO W-COR-NB-REGULS(W-NB-COR)
                 ADD 1 TO W-NB-FACTURES-TOUCHEES
              ELSE
                 DISPLAY 'AVO1CI11 - TABLE DES CORRECTIONS SATUREE'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

       30000-EMET-DOCUMENTS.
      *----------------------*
           SORT WORK-TRI
                ON ASCENDING KEY TRI-FINANCEUR
                ON ASCENDING KEY TRI-NUMERO
                INPUT PROCEDURE  30900-EMISSION
                OUTPUT PROCEDURE 40000-EDITION-FINANCEURS
           .

      *--------------------------------------------------------*
      *   EMISSION : UN DOCUMENT PAR FACTURE TOUCHEE DONT LE    *
      *   DELTA NET N'EST PAS NUL. UN AVOIR NE PEUT RAMENER LA  *
      *   FACTURE EN DESSOUS DE ZERO                            *
      *--------------------------------------------------------*
       30900-EMISSION.
      *----------------------*
           PERFORM VARYING IDX-COR FROM 1 BY 1
              UNTIL IDX-COR > W-NB-COR
              IF W-COR-DELTA(IDX-COR) NOT = 0
                 MOVE W-COR-CLE(IDX-COR) TO E-FAC-CLE
                 READ FFACT-FILE
                    INVALID KEY
                       DISPLAY 'AVO1CI11 - FACTURE ILLISIBLE '
                               W-COR-CLE(IDX-COR)
                    NOT INVALID KEY
                       PERFORM 31000-EMET-DOCUMENT
                 END-READ
              END-IF
           END-PERFORM
           .

       31000-EMET-DOCUMENT.
      *----------------------*
           COMPUTE W-MONTANT-CORR =
                   W-COR-DELTA(IDX-COR) * E-FAC-TAUX-CENTIMES / 2
           COMPUTE W-NET-CENTIMES = E-FAC-MONTANT-CENTIMES
                                  + E-FAC-CORRECTION-CENTIMES
                                  + W-MONTANT-CORR
           IF W-NET-CENTIMES < 0
              COMPUTE W-MONTANT-CORR = 0 - E-FAC-MONTANT-CENTIMES
                                         - E-FAC-CORRECTION-CENTIMES
              MOVE 0 TO W-NET-CENTIMES
           END-IF

           IF W-MONTANT-CORR = 0
              CONTINUE
           ELSE
              ADD 1 TO W-RANG-DOCUMENT
              COMPUTE W-NUMERO-DOCUMENT =
                      W-BASE-NUMERO + W-RANG-DOCUMENT

              MOVE SPACE                    TO E-AVOIR
              MOVE W-NUMERO-DOCUMENT        TO E-AVO-NUMERO
              IF W-MONTANT-CORR < 0
                 SET AVO-AVOIR              TO TRUE
                 ADD 1 TO W-NB-AVOIRS
                 SUBTRACT W-MONTANT-CORR  FROM W-TOTAL-AVOIRS
              ELSE
                 SET AVO-COMPLEMENT         TO TRUE
                 ADD 1 TO W-NB-COMPLEMENTS
                 ADD W-MONTANT-CORR         TO W-TOTAL-COMPLEMENTS
              END-IF
              MOVE E-FAC-NUMERO             TO E-AVO-FACTURE
              MOVE E-FAC-CLE                TO E-AVO-CLE-FACTURE
              MOVE W-COR-DELTA(IDX-COR)     TO E-AVO-DELTA-DEMIJ
              MOVE E-FAC-TAUX-CENTIMES      TO E-AVO-TAUX-CENTIMES
              MOVE W-COR-NB-REGULS(IDX-COR) TO E-AVO-NB-REGULS
              MOVE E-FAC-MONTANT-CENTIMES   TO E-AVO-MONTANT-FACTURE
              MOVE E-FAC-CORRECTION-CENTIMES
                                            TO E-AVO-CORR-ANTERIEURE
              MOVE W-MONTANT-CORR           TO E-AVO-MONTANT-CENTIMES
              MOVE W-DATE-EDITION           TO E-AVO-DATE-EMISSION
              WRITE E-AVOIR
                 INVALID KEY
                    DISPLAY 'AVO1CI11 - ECRITURE FAVOI11 KO DOCUMENT '
                            E-AVO-NUMERO
              END-WRITE

              PERFORM 32000-REPORTE-FACTURE
              IF E-FAC-FINANCEUR NOT = SPACE
                 PERFORM 33000-REPORTE-CONSOMME
              END-IF

              MOVE E-FAC-FINANCEUR          TO TRI-FINANCEUR
              MOVE E-AVO-NUMERO             TO TRI-NUMERO
              MOVE E-AVO-TYPE               TO TRI-TYPE
              MOVE E-AVO-FACTURE            TO TRI-FACTURE
              MOVE E-AVO-SESSION            TO TRI-SESSION
              MOVE E-AVO-MOIS               TO TRI-MOIS
              MOVE E-AVO-DELTA-DEMIJ        TO TRI-DELTA-DEMIJ
              MOVE E-AVO-TAUX-CENTIMES      TO TRI-TAUX-CENTIMES
              MOVE E-AVO-MONTANT-FACTURE    TO TRI-MONTANT-FACTURE
              MOVE E-AVO-CORR-ANTERIEURE    TO TRI-CORR-ANTERIEURE
              MOVE E-AVO-MONTANT-CENTIMES   TO TRI-MONTANT-CENTIMES
              RELEASE TRI-ENREG
           END-IF
           .

      *--------------------------------------------------------*
      *   LA CORRECTION EST CUMULEE SUR LA FACTURE D'ORIGINE ;  *
      *   SON ETAT DE REGLEMENT EST REVU SUR LE NOUVEAU NET     *
      *   (UN LITIGE RESTE EN LITIGE)                           *
      *--------------------------------------------------------*
       32000-REPORTE-FACTURE.
      *----------------------*
           ADD W-MONTANT-CORR TO E-FAC-CORRECTION-CENTIMES
           IF NOT FAC-EN-LITIGE AND E-FAC-REGLE-CENTIMES > 0
              IF E-FAC-REGLE-CENTIMES >= W-NET-CENTIMES
                 SET FAC-REGLEE TO TRUE
              ELSE
                 SET FAC-REGLEE-PARTIEL TO TRUE
              END-IF
           END-IF
           REWRITE E-FACTURE
              INVALID KEY
                 DISPLAY 'AVO1CI11 - MAJ FFACT11 KO FACTURE '
                         E-FAC-NUMERO
           END-REWRITE
           .

      *--------------------------------------------------------*
      *   LE CONSOMME DU BUDGET DE LA CONVENTION DE L'ANNEE DU  *
      *   MOIS D'ORIGINE SUIT LA CORRECTION (SANS DESCENDRE     *
      *   SOUS ZERO)                                            *
      *--------------------------------------------------------*
       33000-REPORTE-CONSOMME.
      *----------------------*
           MOVE E-FAC-SESSION   TO E-CFI-SESSION
           MOVE E-FAC-FINANCEUR TO E-CFI-FINANCEUR
           COMPUTE E-CFI-ANNEE = E-FAC-MOIS / 100
           READ FCFIN-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF W-MONTANT-CORR < 0
                    AND E-CFI-CONSOMME-CENTIMES + W-MONTANT-CORR < 0
                    MOVE 0 TO E-CFI-CONSOMME-CENTIMES
                 ELSE
                    ADD W-MONTANT-CORR TO E-CFI-CONSOMME-CENTIMES
                 END-IF
                 REWRITE E-CONV-FINANCEMENT
                    INVALID KEY
                       DISPLAY 'AVO1CI11 - CONSOMME FCFIN11 KO SESSION '
                               E-CFI-SESSION ' FINANCEUR '
                               E-CFI-FINANCEUR
                 END-REWRITE
           END-READ
           .

      *--------------------------------------------------------*
      *   EDITION POUR LES FINANCEURS : UNE PAGE PAR FINANCEUR  *
      *   (ADRESSE FFINA11), ORIGINAL / CORRECTION / NET        *
      *--------------------------------------------------------*
       40000-EDITION-FINANCEURS.
      *----------------------*
           MOVE 0 TO TRI-INDIC

           PERFORM UNTIL TRI-TERMINE
              RETURN WORK-TRI AT END
                 SET TRI-TERMINE TO TRUE
              NOT AT END
                 IF W-PREMIER = 1
                    OR TRI-FINANCEUR NOT = W-FINANCEUR-COURANT
                    IF W-PREMIER = 0
                       PERFORM 43000-SOUS-TOTAL-FINANCEUR
                    END-IF
                    PERFORM 41000-ENTETE-FINANCEUR
                 END-IF
                 PERFORM 42000-EDITE-DOCUMENT
              END-RETURN
           END-PERFORM

           IF W-PREMIER = 0
              PERFORM 43000-SOUS-TOTAL-FINANCEUR
           END-IF
           .

       41000-ENTETE-FINANCEUR.
      *----------------------*
           MOVE 0 TO W-PREMIER
           MOVE TRI-FINANCEUR TO W-FINANCEUR-COURANT
           MOVE 0 TO W-TOT-FIN-CORR

           WRITE RPT-LIGNE FROM W-LIGNE-SAUT
           MOVE TRI-FINANCEUR  TO W-FIN-CODE-E
           MOVE W-DATE-EDITION TO W-FIN-DATE-E
           MOVE SPACE TO E-FIN-ADRESSE E-FIN-CODE-POSTAL E-FIN-VILLE
           IF TRI-FINANCEUR = SPACE
              MOVE 'SESSIONS SANS CONVENTION' TO W-FIN-LIBELLE-E
           ELSE
              MOVE TRI-FINANCEUR TO E-FIN-CODE
              READ FFINA-FILE
                 INVALID KEY
                    MOVE 'FINANCEUR NON REFERENCE' TO W-FIN-LIBELLE-E
                 NOT INVALID KEY
                    MOVE E-FIN-LIBELLE TO W-FIN-LIBELLE-E
              END-READ
           END-IF
           WRITE RPT-LIGNE FROM W-LIGNE-FINANCEUR
           IF E-FIN-ADRESSE NOT = SPACE
              MOVE E-FIN-ADRESSE TO W-ADR-LIGNE
              WRITE RPT-LIGNE FROM W-LIGNE-ADRESSE
              MOVE SPACE TO W-ADR-LIGNE
              STRING E-FIN-CODE-POSTAL DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     E-FIN-VILLE       DELIMITED BY '  '
                     INTO W-ADR-LIGNE
              END-STRING
              WRITE RPT-LIGNE FROM W-LIGNE-ADRESSE
           END-IF
           MOVE SPACE TO RPT-LIGNE
           WRITE RPT-LIGNE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           .

       42000-EDITE-DOCUMENT.
      *----------------------*
           MOVE TRI-NUMERO          TO W-DET-NUMERO
           IF TRI-TYPE = 'A'
              MOVE 'AVOIR'          TO W-DET-NATURE
           ELSE
              MOVE 'COMPLEMENT'     TO W-DET-NATURE
           END-IF
           MOVE TRI-FACTURE         TO W-DET-FACTURE
           MOVE TRI-SESSION         TO W-DET-SESSION
           MOVE TRI-MOIS            TO W-DET-MOIS
           MOVE TRI-DELTA-DEMIJ     TO W-DET-DELTA
           COMPUTE W-DET-ORIGINAL   = TRI-MONTANT-FACTURE / 100
           COMPUTE W-DET-ANTERIEUR  = TRI-CORR-ANTERIEURE / 100
           COMPUTE W-DET-CORRECTION = TRI-MONTANT-CENTIMES / 100
           COMPUTE W-DET-NET        = (TRI-MONTANT-FACTURE
                                     + TRI-CORR-ANTERIEURE
                                     + TRI-MONTANT-CENTIMES) / 100
           WRITE RPT-LIGNE FROM W-LIGNE-DETAIL
           ADD TRI-MONTANT-CENTIMES TO W-TOT-FIN-CORR
           .

       43000-SOUS-TOTAL-FINANCEUR.
      *----------------------*
           MOVE SPACE TO RPT-LIGNE
           WRITE RPT-LIGNE
           COMPUTE W-STO-CORRECTION = W-TOT-FIN-CORR / 100
           WRITE RPT-LIGNE FROM W-LIGNE-SOUS-TOTAL
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-SAUT
           MOVE W-NB-REGULS-LUES      TO W-TOT-REGULS
           MOVE W-NB-REGULS-FACTUREES TO W-TOT-FACTUREES
           MOVE W-NB-REGULS-HORS      TO W-TOT-HORS
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE W-NB-AVOIRS           TO W-TOT-AVOIRS
           COMPUTE W-TOTAL-EDIT = W-TOTAL-AVOIRS / 100
           MOVE W-TOTAL-EDIT          TO W-TOT-MT-AVOIRS
           MOVE W-NB-COMPLEMENTS      TO W-TOT-COMPLEMENTS
           COMPUTE W-TOTAL-EDIT = W-TOTAL-COMPLEMENTS / 100
           MOVE W-TOTAL-EDIT          TO W-TOT-MT-COMPLEMENTS
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL-DOC

           IF W-NB-REGULS-REPORTEES > 0
              DISPLAY 'AVO1CI11 - ' W-NB-REGULS-REPORTEES
                      ' REGULARISATION(S) REPORTEE(S) AU PROCHAIN'
                      ' PASSAGE'
              MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE FREGU-FILE
           CLOSE FSTAG-FILE
           CLOSE FFACT-FILE
           CLOSE FFINA-FILE
           CLOSE FCFIN-FILE
           CLOSE FAVOI-FILE
           CLOSE RPT-FILE

           DISPLAY 'AVO1CI11 - ' W-NB-REGULS-LUES ' REGULARISATION(S)'
                   ' - ' W-NB-AVOIRS ' AVOIR(S) - '
                   W-NB-COMPLEMENTS ' COMPLEMENT(S)'
           .
