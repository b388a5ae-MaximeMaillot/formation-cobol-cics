      *======================================================*
      *   PROGRAMME BATCH - FICHIER DE VIREMENTS SEPA        *
      *   (PAIN.001) A PARTIR DES ORDRES DE PAIEMENT DU MOIS *
      *   EMIS PAR PAI1CI11 : COORDONNEES APPROUVEES DE      *
      *   FBANC11 UNIQUEMENT (JAMAIS LA SAISIE EN ATTENTE),  *
      *   ENTETE DE GROUPE AVEC NOMBRE ET SOMME DE CONTROLE, *
      *   UNE REFERENCE DE BOUT EN BOUT PAR STAGIAIRE/MOIS   *
      *   RELUE PAR RBA1CI11 AU RETOUR DES REJETS. LES       *
      *   ORDRES DONT LE RIB EST EN RETOUR ('R') OU EN       *
      *   ATTENTE D'APPROBATION ('P') SONT ECARTES ET LISTES *
      *   LES PARTS SAISIES SERVIES PAR PAI1CI11 (ORDOPPO)   *
      *   SONT VIREES AUX CREANCIERS DANS LE MEME LOT, AVEC  *
      *   UNE REFERENCE 'OPP' + NUMERO + MOIS + SEQUENCE.    *
      *   LES REMBOURSEMENTS DE FRAIS (ORDRES DE TYPE 'F')   *
      *   SONT VIRES AU STAGIAIRE AVEC LE PREFIXE 'FRA',     *
      *   LES AIDES EXCEPTIONNELLES (TYPE 'A', CALCUL OU     *
      *   ORDRE HORS CYCLE AID3CI11) AVEC LE PREFIXE 'AID'   *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEP1CI11.

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
      *        DONNEUR D'ORDRE : DATE D'EXECUTION DEMANDEE, COMPTE
      *        A DEBITER (IBAN/BIC) ET RAISON SOCIALE
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

      *        FICHIER D'ORDRES DE PAIEMENT DU MOIS
      *        (SORTIE PAIEMENT DE PAI1CI11, RELU EN ENTREE)
           SELECT PAIE-FILE ASSIGN TO PAIEMENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAIE-STATUT.

      *        ORDRES DE VERSEMENT DES PARTS SAISIES AUX CREANCIERS
      *        (SORTIE ORDOPPO DE PAI1CI11, FACULTATIF)
           SELECT OPPV-FILE ASSIGN TO ORDOPPO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPPV-STATUT.

           SELECT FBANC-FILE ASSIGN TO FBANC11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-BAN-NUMERO
               FILE STATUS IS FBANC-STATUT.

      *        FICHIER DE VIREMENTS SEPA REMIS A L'ORGANISME PAYEUR
           SELECT SEPA-FILE ASSIGN TO SEPAVIR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEPA-STATUT.

      *        COMPTE RENDU : ORDRES ECARTES ET TOTAUX
           SELECT RPT-FILE ASSIGN TO RPTSEPA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  CARTE-FILE.
       01  CARTE-REC.
      *        DATE D'EXECUTION DEMANDEE (AAAAMMJJ, A BLANC = JOUR)
           05 CARTE-DATE-EXEC         PIC X(8).
           05 FILLER                  PIC X(1).
           05 CARTE-IBAN              PIC X(34).
           05 FILLER                  PIC X(1).
           05 CARTE-BIC               PIC X(11).
           05 FILLER                  PIC X(1).
           05 CARTE-DONNEUR           PIC X(24).

       FD  PAIE-FILE.
       01  PAIE-REC.
           05 PAIE-NUMERO             PIC 9(6).
           05 PAIE-NOM                PIC X(20).
           05 PAIE-PRENOM             PIC X(15).
           05 PAIE-MOIS               PIC 9(6).
           05 PAIE-NB-DEMIJ           PIC 9(3).
           05 PAIE-MONTANT-CENTIMES   PIC 9(9).
           05 PAIE-TYPE               PIC X(1).
             88 PAIE-INDEMNITE            VALUE ' ' 'I'.
             88 PAIE-FRAIS                VALUE 'F'.
             88 PAIE-AIDE                 VALUE 'A'.
           05 FILLER                  PIC X(20).

       FD  OPPV-FILE.
       01  OPPV-REC.
           05 OPPV-NUMERO             PIC 9(6).
           05 OPPV-SEQ                PIC 9(2).
           05 OPPV-MOIS               PIC 9(6).
           05 OPPV-NATURE             PIC X(1).
           05 OPPV-CREANCIER          PIC X(30).
           05 OPPV-REFERENCE          PIC X(20).
           05 OPPV-IBAN               PIC X(34).
           05 OPPV-BIC                PIC X(11).
           05 OPPV-MONTANT-CENTIMES   PIC 9(9).
           05 FILLER                  PIC X(31).

       FD  FBANC-FILE.
       COPY CBANC.

       FD  SEPA-FILE.
       01  SEPA-LIGNE                 PIC X(140).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

       01 PAIE-STATUT                 PIC X(2).
         88 PAIE-OK                   VALUE '00'.
         88 PAIE-FIN                  VALUE '10'.

       01 OPPV-STATUT                 PIC X(2).
         88 OPPV-OK                   VALUE '00'.
         88 OPPV-FIN                  VALUE '10'.
         88 OPPV-ABSENT               VALUE '35'.

       01 FBANC-STATUT                PIC X(2).
         88 FBANC-OK                  VALUE '00'.

       01 SEPA-STATUT                 PIC X(2).
         88 SEPA-OK                   VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-JOUR.
           05 W-DATE-JOUR-AAAA        PIC 9(4).
           05 W-DATE-JOUR-MM          PIC 9(2).
           05 W-DATE-JOUR-JJ          PIC 9(2).
       01 W-HEURE-SYS.
           05 W-HEURE-HH              PIC 9(2).
           05 W-HEURE-MN              PIC 9(2).
           05 W-HEURE-SS              PIC 9(2).
           05 W-HEURE-CC              PIC 9(2).
       01 W-DATE-EDITION.
           05 W-EDI-JJ                PIC 99.
           05 FILLER                  PIC X VALUE '/'.
           05 W-EDI-MM                PIC 99.
           05 FILLER                  PIC X VALUE '/'.
           05 W-EDI-AAAA              PIC 9(4).

      *------------------------------------------------------*
      *   DATES AU FORMAT ISO DU MESSAGE (AAAA-MM-JJ)         *
      *------------------------------------------------------*
       01 W-DATE-EXEC.
           05 W-EXE-AAAA              PIC 9(4).
           05 W-EXE-MM                PIC 9(2).
           05 W-EXE-JJ                PIC 9(2).
       01 W-DATE-EXEC-X REDEFINES W-DATE-EXEC PIC X(8).
       01 W-DATE-ISO.
           05 W-ISO-AAAA              PIC 9(4).
           05 FILLER                  PIC X VALUE '-'.
           05 W-ISO-MM                PIC 99.
           05 FILLER                  PIC X VALUE '-'.
           05 W-ISO-JJ                PIC 99.
       01 W-HORODATAGE-ISO.
           05 W-HOR-DATE              PIC X(10).
           05 FILLER                  PIC X VALUE 'T'.
           05 W-HOR-HH                PIC 99.
           05 FILLER                  PIC X VALUE ':'.
           05 W-HOR-MN                PIC 99.
           05 FILLER                  PIC X VALUE ':'.
           05 W-HOR-SS                PIC 99.

      *------------------------------------------------------*
      *   IDENTIFIANTS DU MESSAGE ET DU LOT                   *
      *   MESSAGE : 'IND' + MOIS + DATE + HEURE DE CREATION   *
      *   LOT     : 'IND' + MOIS                              *
      *------------------------------------------------------*
       01 W-MOIS-ORDRES               PIC 9(6) VALUE 0.
       01 W-ID-MESSAGE.
           05 FILLER                  PIC X(3) VALUE 'IND'.
           05 W-IDM-MOIS              PIC 9(6).
           05 FILLER                  PIC X(1) VALUE '-'.
           05 W-IDM-DATE              PIC 9(8).
           05 W-IDM-HEURE             PIC 9(6).
       01 W-ID-LOT.
           05 FILLER                  PIC X(3) VALUE 'IND'.
           05 W-IDL-MOIS              PIC 9(6).

      *------------------------------------------------------*
      *   REFERENCE DE BOUT EN BOUT D'UN VIREMENT : 'IND' +   *
      *   NUMERO STAGIAIRE + MOIS (AAAAMM). RESTITUEE TELLE   *
      *   QUELLE PAR LA BANQUE SUR LES REJETS ET DECODEE PAR  *
      *   RBA1CI11 POUR RETROUVER L'ORDRE. UNE PART SAISIE    *
      *   VERSEE A UN CREANCIER PORTE LE PREFIXE 'OPP' SUIVI  *
      *   DE LA SEQUENCE DE L'OPPOSITION DANS FOPPO11, UN     *
      *   REMBOURSEMENT DE FRAIS LE PREFIXE 'FRA', UNE AIDE   *
      *   EXCEPTIONNELLE LE PREFIXE 'AID'                     *
      *------------------------------------------------------*
       01 W-REF-BOUT-EN-BOUT.
           05 W-REF-PREFIXE           PIC X(3) VALUE 'IND'.
           05 W-REF-NUMERO            PIC 9(6).
           05 W-REF-MOIS              PIC 9(6).
           05 W-REF-SEQ               PIC X(2) VALUE SPACE.

      *------------------------------------------------------*
      *   MONTANT AU FORMAT DU MESSAGE (POINT DECIMAL, SANS   *
      *   ZEROS NON SIGNIFICATIFS) : 12345 CENTIMES = 123.45  *
      *------------------------------------------------------*
       01 W-MNT-CENTIMES              PIC 9(11).
       01 W-MNT-DECOUPE REDEFINES W-MNT-CENTIMES.
           05 W-MNT-EUROS             PIC X(9).
           05 W-MNT-CTS               PIC X(2).
       01 W-MNT-ZEROS                 PIC 9(2) COMP.
       01 W-MNT-XML                   PIC X(15).

      *------------------------------------------------------*
      *   DONNEUR D'ORDRE (CARTE)                             *
      *------------------------------------------------------*
       01 W-DONNEUR                   PIC X(24).
       01 W-DONNEUR-IBAN              PIC X(34).
       01 W-DONNEUR-BIC               PIC X(11).

      *------------------------------------------------------*
      *   TABLE DES VIREMENTS RETENUS (CONTROLES EN PREMIER   *
      *   PASSAGE POUR CALCULER NOMBRE ET SOMME DE CONTROLE   *
      *   AVANT D'ECRIRE L'ENTETE DE GROUPE)                  *
      *------------------------------------------------------*
       01 TAB-VIREMENTS.
           05 W-NB-VIREMENTS          PIC 9(5) COMP VALUE 0.
           05 W-VIREMENT OCCURS 5000.
      *          TYPE : I = INDEMNITE, O = PART SAISIE (CREANCIER)
      *                 F = REMBOURSEMENT DE FRAIS
      *                 A = AIDE EXCEPTIONNELLE
             10 W-VIR-TYPE            PIC X(1).
             10 W-VIR-NUMERO          PIC 9(6).
             10 W-VIR-SEQ             PIC 9(2).
             10 W-VIR-REFERENCE       PIC X(20).
             10 W-VIR-MOIS            PIC 9(6).
             10 W-VIR-MONTANT         PIC 9(9).
             10 W-VIR-IBAN            PIC X(34).
             10 W-VIR-BIC             PIC X(11).
             10 W-VIR-TITULAIRE       PIC X(30).
       01 IDX-VIR                     PIC 9(5) COMP.

       01 W-MOTIF-ECART               PIC X(40).

       01 W-OPPV-DISPO                PIC X(1).
         88 OPPV-DISPO-OUI            VALUE 'O'.
         88 OPPV-DISPO-NON            VALUE 'N'.

      *------------------------------------------------------*
      *   COMPTEURS                                           *
      *------------------------------------------------------*
       01 W-NB-ORDRES                 PIC 9(5) VALUE 0.
       01 W-NB-ECARTES                PIC 9(5) VALUE 0.
       01 W-NB-SAISIES                PIC 9(5) VALUE 0.
       01 W-TOTAL-SAISIES             PIC 9(11) VALUE 0.
       01 W-TOTAL-VIREMENTS           PIC 9(11) VALUE 0.
       01 W-TOTAL-ECARTES             PIC 9(11) VALUE 0.
       01 W-NB-EDIT                   PIC ZZZZ9.

      *------------------------------------------------------*
      *   LIGNE DU MESSAGE EN COURS DE CONSTRUCTION           *
      *------------------------------------------------------*
       01 W-XML                       PIC X(140).
       01 W-PTR                       PIC 9(3) COMP.
       01 W-TEXTE                     PIC X(70).

      *------------------------------------------------------*
      *   LIGNES DU COMPTE RENDU                              *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(42) VALUE
              'VIREMENTS SEPA DES INDEMNITES - EDITION DU'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TIT-DATE              PIC X(10).
           05 FILLER                  PIC X(10) VALUE '  MESSAGE '.
           05 W-TIT-MESSAGE           PIC X(24).

       01 W-LIGNE-SOUS-TITRE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(40) VALUE
              'ORDRES ECARTES DU FICHIER DE VIREMENTS :'.

       01 W-LIGNE-ECART.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-ECA-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-ECA-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-ECA-PRENOM            PIC X(15).
           05 FILLER                  PIC X(6)  VALUE ' MOIS '.
           05 W-ECA-MOIS              PIC 9(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-ECA-MONTANT           PIC ZZZZZZ9,99.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-ECA-MOTIF             PIC X(40).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TOT-LIBELLE           PIC X(22).
           05 W-TOT-NOMBRE            PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE
              '  MONTANT : '.
           05 W-TOT-MONTANT           PIC ZZZZZZZZ9,99.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-CONTROLE-ORDRES
           IF W-NB-VIREMENTS > 0
              PERFORM 30000-ECRIT-MESSAGE
           END-IF
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD
           ACCEPT W-HEURE-SYS FROM TIME
           MOVE W-DATE-SYS TO W-DATE-JOUR
           MOVE W-DATE-JOUR-JJ   TO W-EDI-JJ
           MOVE W-DATE-JOUR-MM   TO W-EDI-MM
           MOVE W-DATE-JOUR-AAAA TO W-EDI-AAAA

           OPEN INPUT CARTE-FILE
           IF NOT CARTE-OK
              DISPLAY 'SEP1CI11 - OUVERTURE CARTE IMPOSSIBLE : '
                      CARTE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CARTE-FILE
              AT END
                 DISPLAY 'SEP1CI11 - CARTE PARAMETRE ABSENTE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE CARTE-FILE

           IF CARTE-IBAN = SPACE OR CARTE-DONNEUR = SPACE
              DISPLAY 'SEP1CI11 - COMPTE DU DONNEUR D''ORDRE ABSENT'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE CARTE-IBAN    TO W-DONNEUR-IBAN
           MOVE CARTE-BIC     TO W-DONNEUR-BIC
           MOVE CARTE-DONNEUR TO W-DONNEUR
           INSPECT W-DONNEUR REPLACING ALL '&' BY '+'
                                       ALL '<' BY ' '
                                       ALL '>' BY ' '

      *    DATE D'EXECUTION : CELLE DE LA CARTE, SINON LE JOUR
           IF CARTE-DATE-EXEC = SPACE
              MOVE W-DATE-SYS TO W-DATE-EXEC
           ELSE
              IF CARTE-DATE-EXEC IS NOT NUMERIC
                 DISPLAY 'SEP1CI11 - DATE D''EXECUTION INVALIDE : '
                         CARTE-DATE-EXEC
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CARTE-DATE-EXEC TO W-DATE-EXEC-X
              IF W-DATE-EXEC < W-DATE-SYS
                 OR W-EXE-MM < 1 OR W-EXE-MM > 12
                 OR W-EXE-JJ < 1 OR W-EXE-JJ > 31
                 DISPLAY 'SEP1CI11 - DATE D''EXECUTION INVALIDE : '
                         CARTE-DATE-EXEC
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF

           OPEN INPUT PAIE-FILE
           IF NOT PAIE-OK
              DISPLAY 'SEP1CI11 - OUVERTURE PAIEMENT IMPOSSIBLE : '
                      PAIE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT OPPV-FILE
           EVALUATE TRUE
              WHEN OPPV-OK
                 SET OPPV-DISPO-OUI TO TRUE
              WHEN OPPV-ABSENT
                 SET OPPV-DISPO-NON TO TRUE
              WHEN OTHER
                 DISPLAY 'SEP1CI11 - OUVERTURE ORDOPPO IMPOSSIBLE : '
                         OPPV-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN INPUT FBANC-FILE
           IF NOT FBANC-OK
              DISPLAY 'SEP1CI11 - OUVERTURE FBANC11 IMPOSSIBLE : '
                      FBANC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT SEPA-FILE
           IF NOT SEPA-OK
              DISPLAY 'SEP1CI11 - OUVERTURE SEPAVIR IMPOSSIBLE : '
                      SEPA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'SEP1CI11 - OUVERTURE RPTSEPA IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE W-DATE-EDITION TO W-TIT-DATE
           .

      *--------------------------------------------------------*
      *   PREMIER PASSAGE : CHAQUE ORDRE EST CONFRONTE A SES    *
      *   COORDONNEES BANCAIRES ; LES ORDRES VIRABLES SONT      *
      *   MIS EN TABLE, LES AUTRES LISTES AU COMPTE RENDU       *
      *--------------------------------------------------------*
       20000-CONTROLE-ORDRES.
      *----------------------*
           READ PAIE-FILE
              AT END
                 SET PAIE-FIN TO TRUE
           END-READ
           IF NOT PAIE-FIN AND PAIE-MOIS IS NUMERIC
              MOVE PAIE-MOIS TO W-MOIS-ORDRES
           END-IF

           MOVE W-MOIS-ORDRES TO W-IDM-MOIS W-IDL-MOIS
           MOVE W-DATE-SYS    TO W-IDM-DATE
           MOVE W-HEURE-SYS(1:6) TO W-IDM-HEURE
           MOVE W-ID-MESSAGE  TO W-TIT-MESSAGE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-SOUS-TITRE

           PERFORM UNTIL PAIE-FIN
              IF PAIE-NUMERO IS NUMERIC
                 ADD 1 TO W-NB-ORDRES
                 IF W-MOIS-ORDRES = 0
                    MOVE PAIE-MOIS TO W-MOIS-ORDRES
                 END-IF
                 PERFORM 21000-CONTROLE-UN-ORDRE
              END-IF
              READ PAIE-FILE
                 AT END
                    SET PAIE-FIN TO TRUE
              END-READ
           END-PERFORM

           CLOSE PAIE-FILE

           IF OPPV-DISPO-OUI
              PERFORM 25000-CONTROLE-SAISIES
           END-IF
           MOVE W-MOIS-ORDRES TO W-IDM-MOIS W-IDL-MOIS

           PERFORM 22000-LISTE-ECARTS
           .

       21000-CONTROLE-UN-ORDRE.
      *----------------------*
           MOVE SPACE TO W-MOTIF-ECART

           IF PAIE-MONTANT-CENTIMES IS NOT NUMERIC
              OR PAIE-MONTANT-CENTIMES = 0
              MOVE 'MONTANT NUL OU ILLISIBLE' TO W-MOTIF-ECART
           ELSE
              MOVE PAIE-NUMERO TO E-BAN-NUMERO
              READ FBANC-FILE
                 INVALID KEY
                    MOVE 'COORDONNEES BANCAIRES ABSENTES'
                      TO W-MOTIF-ECART
                 NOT INVALID KEY
                    PERFORM 21100-CONTROLE-RIB
              END-READ
           END-IF

           IF W-MOTIF-ECART = SPACE
              IF W-NB-VIREMENTS < 5000
                 ADD 1 TO W-NB-VIREMENTS
                 EVALUATE TRUE
                    WHEN PAIE-FRAIS
                       MOVE 'F'    TO W-VIR-TYPE(W-NB-VIREMENTS)
                    WHEN PAIE-AIDE
                       MOVE 'A'    TO W-VIR-TYPE(W-NB-VIREMENTS)
                    WHEN OTHER
                       MOVE 'I'    TO W-VIR-TYPE(W-NB-VIREMENTS)
                 END-EVALUATE
                 MOVE 0            TO W-VIR-SEQ(W-NB-VIREMENTS)
                 MOVE SPACE        TO W-VIR-REFERENCE(W-NB-VIREMENTS)
                 MOVE PAIE-NUMERO  TO W-VIR-NUMERO(W-NB-VIREMENTS)
                 MOVE PAIE-MOIS    TO W-VIR-MOIS(W-NB-VIREMENTS)
                 MOVE PAIE-MONTANT-CENTIMES
                   TO W-VIR-MONTANT(W-NB-VIREMENTS)
                 MOVE E-BAN-IBAN   TO W-VIR-IBAN(W-NB-VIREMENTS)
                 MOVE E-BAN-BIC    TO W-VIR-BIC(W-NB-VIREMENTS)
                 MOVE E-BAN-TITULAIRE
                   TO W-VIR-TITULAIRE(W-NB-VIREMENTS)
                 INSPECT W-VIR-TITULAIRE(W-NB-VIREMENTS)
                    REPLACING ALL '&' BY '+'
                              ALL '<' BY ' '
                              ALL '>' BY ' '
                 ADD PAIE-MONTANT-CENTIMES TO W-TOTAL-VIREMENTS
              ELSE
                 MOVE 'TABLE DES VIREMENTS SATUREE' TO W-MOTIF-ECART
              END-IF
           END-IF

           IF W-MOTIF-ECART NOT = SPACE
              PERFORM 21900-ECARTE-ORDRE
           END-IF
           .

      *--------------------------------------------------------*
      *   SEULES LES COORDONNEES APPROUVEES SONT VIRABLES : UN  *
      *   RIB REJETE PAR LA BANQUE OU UNE SAISIE EN ATTENTE DU  *
      *   SECOND VALIDEUR BLOQUE L'ORDRE JUSQU'A REGULARISATION *
      *--------------------------------------------------------*
       21100-CONTROLE-RIB.
      *----------------------*
           EVALUATE TRUE
              WHEN BAN-RETOUR-REJETE
                 STRING 'RIB EN RETOUR : ' DELIMITED BY SIZE
                        E-BAN-MOTIF-RETOUR DELIMITED BY SIZE
                        INTO W-MOTIF-ECART
                 END-STRING
              WHEN BAN-EN-ATTENTE
                 MOVE 'RIB EN ATTENTE D''APPROBATION'
                   TO W-MOTIF-ECART
              WHEN E-BAN-IBAN = SPACE
                 MOVE 'IBAN NON RENSEIGNE' TO W-MOTIF-ECART
              WHEN E-BAN-TITULAIRE = SPACE
                 MOVE 'TITULAIRE NON RENSEIGNE' TO W-MOTIF-ECART
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   L'ORDRE ECARTE EST CONSERVE EN TABLE DE COMPTE RENDU  *
      *   (IL RESTE DANS LE FICHIER PAIEMENT ET SERA REPRIS     *
      *   APRES CORRECTION DU RIB)                              *
      *--------------------------------------------------------*
       21900-ECARTE-ORDRE.
      *----------------------*
           ADD 1 TO W-NB-ECARTES
           IF PAIE-MONTANT-CENTIMES IS NUMERIC
              ADD PAIE-MONTANT-CENTIMES TO W-TOTAL-ECARTES
           END-IF

           MOVE PAIE-NUMERO    TO W-ECA-NUMERO
           MOVE PAIE-NOM       TO W-ECA-NOM
           MOVE PAIE-PRENOM    TO W-ECA-PRENOM
           MOVE PAIE-MOIS      TO W-ECA-MOIS
           IF PAIE-MONTANT-CENTIMES IS NUMERIC
              COMPUTE W-ECA-MONTANT = PAIE-MONTANT-CENTIMES / 100
           ELSE
              MOVE 0 TO W-ECA-MONTANT
           END-IF
           MOVE W-MOTIF-ECART  TO W-ECA-MOTIF
           WRITE RPT-LIGNE FROM W-LIGNE-ECART
           .

       22000-LISTE-ECARTS.
      *----------------------*
           IF W-NB-ECARTES = 0
              MOVE SPACE TO RPT-LIGNE
              MOVE ' AUCUN' TO RPT-LIGNE
              WRITE RPT-LIGNE
           END-IF
           .

      *--------------------------------------------------------*
      *   PARTS SAISIES A VERSER AUX CREANCIERS : LES           *
      *   COORDONNEES SONT CELLES DE L'OPPOSITION (FOPPO11),    *
      *   RECOPIEES PAR PAI1CI11 DANS L'ORDRE DE VERSEMENT      *
      *--------------------------------------------------------*
       25000-CONTROLE-SAISIES.
      *----------------------*
           READ OPPV-FILE
              AT END
                 SET OPPV-FIN TO TRUE
           END-READ

           PERFORM UNTIL OPPV-FIN
              IF OPPV-NUMERO IS NUMERIC
                 ADD 1 TO W-NB-ORDRES
                 IF W-MOIS-ORDRES = 0
                    MOVE OPPV-MOIS TO W-MOIS-ORDRES
                 END-IF
                 PERFORM 25100-CONTROLE-UNE-SAISIE
              END-IF
              READ OPPV-FILE
                 AT END
                    SET OPPV-FIN TO TRUE
              END-READ
           END-PERFORM

           CLOSE OPPV-FILE
           .

       25100-CONTROLE-UNE-SAISIE.
      *----------------------*
           MOVE SPACE TO W-MOTIF-ECART

           EVALUATE TRUE
              WHEN OPPV-MONTANT-CENTIMES IS NOT NUMERIC
                OR OPPV-MONTANT-CENTIMES = 0
                 MOVE 'MONTANT NUL OU ILLISIBLE' TO W-MOTIF-ECART
              WHEN OPPV-IBAN = SPACE
                 MOVE 'IBAN DU CREANCIER NON RENSEIGNE'
                   TO W-MOTIF-ECART
              WHEN OPPV-CREANCIER = SPACE
                 MOVE 'CREANCIER NON RENSEIGNE' TO W-MOTIF-ECART
              WHEN W-NB-VIREMENTS NOT < 5000
                 MOVE 'TABLE DES VIREMENTS SATUREE' TO W-MOTIF-ECART
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF W-MOTIF-ECART NOT = SPACE
              PERFORM 25900-ECARTE-SAISIE
           ELSE
              ADD 1 TO W-NB-VIREMENTS W-NB-SAISIES
              MOVE 'O'            TO W-VIR-TYPE(W-NB-VIREMENTS)
              MOVE OPPV-NUMERO    TO W-VIR-NUMERO(W-NB-VIREMENTS)
              MOVE OPPV-SEQ       TO W-VIR-SEQ(W-NB-VIREMENTS)
              MOVE OPPV-MOIS      TO W-VIR-MOIS(W-NB-VIREMENTS)
              MOVE OPPV-MONTANT-CENTIMES
                TO W-VIR-MONTANT(W-NB-VIREMENTS)
              MOVE OPPV-IBAN      TO W-VIR-IBAN(W-NB-VIREMENTS)
              MOVE OPPV-BIC       TO W-VIR-BIC(W-NB-VIREMENTS)
              MOVE OPPV-CREANCIER TO W-VIR-TITULAIRE(W-NB-VIREMENTS)
              MOVE OPPV-REFERENCE TO W-VIR-REFERENCE(W-NB-VIREMENTS)
              INSPECT W-VIR-TITULAIRE(W-NB-VIREMENTS)
                 REPLACING ALL '&' BY '+'
                           ALL '<' BY ' '
                           ALL '>' BY ' '
              INSPECT W-VIR-REFERENCE(W-NB-VIREMENTS)
                 REPLACING ALL '&' BY '+'
                           ALL '<' BY ' '
                           ALL '>' BY ' '
              ADD OPPV-MONTANT-CENTIMES TO W-TOTAL-VIREMENTS
                                           W-TOTAL-SAISIES
           END-IF
           .

       25900-ECARTE-SAISIE.
      *----------------------*
           ADD 1 TO W-NB-ECARTES
           IF OPPV-MONTANT-CENTIMES IS NUMERIC
              ADD OPPV-MONTANT-CENTIMES TO W-TOTAL-ECARTES
              COMPUTE W-ECA-MONTANT = OPPV-MONTANT-CENTIMES / 100
           ELSE
              MOVE 0 TO W-ECA-MONTANT
           END-IF

           MOVE OPPV-NUMERO    TO W-ECA-NUMERO
           MOVE OPPV-CREANCIER TO W-ECA-NOM
           MOVE SPACE          TO W-ECA-PRENOM
           STRING 'SAISIE SEQ '   DELIMITED BY SIZE
                  OPPV-SEQ        DELIMITED BY SIZE
                  INTO W-ECA-PRENOM
           END-STRING
           MOVE OPPV-MOIS      TO W-ECA-MOIS
           MOVE W-MOTIF-ECART  TO W-ECA-MOTIF
           WRITE RPT-LIGNE FROM W-LIGNE-ECART
           .

      *--------------------------------------------------------*
      *   SECOND PASSAGE : ECRITURE DU MESSAGE PAIN.001         *
      *   (ENTETE DE GROUPE, UN LOT DE PAIEMENT, UN VIREMENT    *
      *   PAR ORDRE RETENU)                                     *
      *--------------------------------------------------------*
       30000-ECRIT-MESSAGE.
      *----------------------*
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO SEPA-LIGNE
           WRITE SEPA-LIGNE
           MOVE SPACE TO SEPA-LIGNE
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:'
                                                   DELIMITED BY SIZE
                  'xsd:pain.001.001.03">'          DELIMITED BY SIZE
                  INTO SEPA-LIGNE
           END-STRING
           WRITE SEPA-LIGNE
           MOVE ' <CstmrCdtTrfInitn>' TO SEPA-LIGNE
           WRITE SEPA-LIGNE

           PERFORM 31000-ECRIT-ENTETE-GROUPE
           PERFORM 32000-ECRIT-LOT

           PERFORM VARYING IDX-VIR FROM 1 BY 1
              UNTIL IDX-VIR > W-NB-VIREMENTS
              PERFORM 33000-ECRIT-VIREMENT
           END-PERFORM

           MOVE '  </PmtInf>' TO SEPA-LIGNE
           WRITE SEPA-LIGNE
           MOVE ' </CstmrCdtTrfInitn>' TO SEPA-LIGNE
           WRITE SEPA-LIGNE
           MOVE '</Document>' TO SEPA-LIGNE
           WRITE SEPA-LIGNE
           .

      *--------------------------------------------------------*
      *   ENTETE DE GROUPE : IDENTIFIANT DU MESSAGE, DATE DE    *
      *   CREATION, NOMBRE DE VIREMENTS ET SOMME DE CONTROLE    *
      *--------------------------------------------------------*
       31000-ECRIT-ENTETE-GROUPE.
      *----------------------*
           MOVE '  <GrpHdr>' TO SEPA-LIGNE
           WRITE SEPA-LIGNE

           MOVE SPACE TO W-XML
           STRING '   <MsgId>'     DELIMITED BY SIZE
                  W-ID-MESSAGE     DELIMITED BY SIZE
                  '</MsgId>'       DELIMITED BY SIZE
                  INTO W-XML
           END-STRING
           PERFORM 39000-ECRIT-LIGNE

           MOVE W-DATE-SYS TO W-DATE-EXEC-X
           PERFORM 38100-FORMATE-DATE-ISO
           MOVE W-DATE-ISO TO W-HOR-DATE
           MOVE W-HEURE-HH TO W-HOR-HH
           MOVE W-HEURE-MN TO W-HOR-MN
           MOVE W-HEURE-SS TO W-HOR-SS
           MOVE SPACE TO W-XML
           STRING '   <CreDtTm>'   DELIMITED BY SIZE
                  W-HORODATAGE-ISO DELIMITED BY SIZE
                  '</CreDtTm>'     DELIMITED BY SIZE
                  INTO W-XML
           END-STRING
           PERFORM 39000-ECRIT-LIGNE

           PERFORM 38200-ECRIT-NOMBRE-SOMME

           MOVE SPACE TO W-XML
           STRING '   <InitgPty><Nm>' DELIMITED BY SIZE
                  W-DONNEUR           DELIMITED BY '  '
                  '</Nm></InitgPty>'  DELIMITED BY SIZE
                  INTO W-XML
           END-STRING
           PERFORM 39000-ECRIT-LIGNE

           MOVE '  </GrpHdr>' TO SEPA-LIGNE
           WRITE SEPA-LIGNE
           .

      *--------------------------------------------------------*
      *   LOT DE PAIEMENT UNIQUE DU MOIS : COMPTE DU DONNEUR    *
      *   D'ORDRE A DEBITER ET DATE D'EXECUTION DEMANDEE        *
      *--------------------------------------------------------*
       32000-ECRIT-LOT.
      *----------------------*
           MOVE '  <PmtInf>' TO SEPA-LIGNE
           WRITE SEPA-LIGNE

           MOVE SPACE TO W-XML
           STRING '   <PmtInfId>'  DELIMITED BY SIZE
                  W-ID-LOT         DELIMITED BY SIZE
                  '</PmtInfId>'    DELIMITED BY SIZE
                  INTO W-XML
           END-STRING
           PERFORM 39000-ECRIT-LIGNE

           MOVE '   <PmtMtd>TRF</PmtMtd>' TO SEPA-LIGNE
           WRITE SEPA-LIGNE
           MOVE '   <BtchBookg>false</BtchBookg>' TO SEPA-LIGNE
           WRITE SEPA-LIGNE

           PERFORM 38200-ECRIT-NOMBRE-SOMME

           MOVE '   <PmtTpInf><SvcLvl><Cd>SEPA</Cd></SvcLvl></PmtTpInf>'
             TO SEPA-LIGNE
           WRITE SEPA-LIGNE

           MOVE CARTE-DATE-EXEC TO W-DATE-EXEC-X
           IF CARTE-DATE-EXEC = SPACE
              MOVE W-DATE-SYS TO W-DATE-EXEC
           END-IF
           PERFORM 38100-FORMATE-DATE-ISO
           MOVE SPACE TO W-XML
           STRING '   <ReqdExctnDt>' DELIMITED BY SIZE
                  W-DATE-ISO         DELIMITED BY SIZE
                  '</ReqdExctnDt>'   DELIMITED BY SIZE
                  INTO W-XML
           END-STRING
           PERFORM 39000-ECRIT-LIGNE

           MOVE SPACE TO W-XML
           STRING '   <Dbtr><Nm>'  DELIMITED BY SIZE
                  W-DONNEUR        DELIMITED BY '  '
                  '</Nm></Dbtr>'   DELIMITED BY SIZE
                  INTO W-XML
           END-STRING
           PERFORM 39000-ECRIT-LIGNE

           MOVE SPACE TO W-XML
           STRING '   <DbtrAcct><Id><IBAN>' DELIMITED BY SIZE
                  W-DONNEUR-IBAN            DELIMITED BY SPACE
                  '</IBAN></Id></DbtrAcct>' DELIMITED BY SIZE
                  INTO W-XML
           END-STRING
           PERFORM 39000-ECRIT-LIGNE

           IF W-DONNEUR-BIC NOT = SPACE
              MOVE SPACE TO W-XML
              STRING '   <DbtrAgt><FinInstnId><BIC>' DELIMITED BY SIZE
                     W-DONNEUR-BIC               DELIMITED BY SPACE
                     '</BIC></FinInstnId></DbtrAgt>'
                                                 DELIMITED BY SIZE
                     INTO W-XML
              END-STRING
              PERFORM 39000-ECRIT-LIGNE
           END-IF

           MOVE '   <ChrgBr>SLEV</ChrgBr>' TO SEPA-LIGNE
           WRITE SEPA-LIGNE
           .

      *--------------------------------------------------------*
      *   UN VIREMENT : REFERENCE DE BOUT EN BOUT, MONTANT,     *
      *   BANQUE, TITULAIRE ET IBAN APPROUVES DU BENEFICIAIRE   *
      *--------------------------------------------------------*
       33000-ECRIT-VIREMENT.
      *----------------------*
           MOVE '   <CdtTrfTxInf>' TO SEPA-LIGNE
           WRITE SEPA-LIGNE

           MOVE W-VIR-NUMERO(IDX-VIR) TO W-REF-NUMERO
           MOVE W-VIR-MOIS(IDX-VIR)   TO W-REF-MOIS
           IF W-VIR-TYPE(IDX-VIR) = 'O'
              MOVE 'OPP'              TO W-REF-PREFIXE
              MOVE W-VIR-SEQ(IDX-VIR) TO W-REF-SEQ
           ELSE
              EVALUATE W-VIR-TYPE(IDX-VIR)
                 WHEN 'F'
                    MOVE 'FRA'        TO W-REF-PREFIXE
                 WHEN 'A'
                    MOVE 'AID'        TO W-REF-PREFIXE
                 WHEN OTHER
                    MOVE 'IND'        TO W-REF-PREFIXE
              END-EVALUATE
              MOVE SPACE              TO W-REF-SEQ
           END-IF
           MOVE SPACE TO W-XML
           STRING '    <PmtId><EndToEndId>' DELIMITED BY SIZE
                  W-REF-BOUT-EN-BOUT        DELIMITED BY SPACE
                  '</EndToEndId></PmtId>'   DELIMITED BY SIZE
                  INTO W-XML
           END-STRING
           PERFORM 39000-ECRIT-LIGNE

           MOVE W-VIR-MONTANT(IDX-VIR) TO W-MNT-CENTIMES
           PERFORM 38000-FORMATE-MONTANT
           MOVE SPACE TO W-XML
           STRING '    <Amt><InstdAmt Ccy="EUR">' DELIMITED BY SIZE
                  W-MNT-XML                       DELIMITED BY SPACE
                  '</InstdAmt></Amt>'             DELIMITED BY SIZE
                  INTO W-XML
           END-STRING
           PERFORM 39000-ECRIT-LIGNE

           IF W-VIR-BIC(IDX-VIR) NOT = SPACE
              MOVE SPACE TO W-XML
              STRING '    <CdtrAgt><FinInstnId><BIC>' DELIMITED BY SIZE
                     W-VIR-BIC(IDX-VIR)          DELIMITED BY SPACE
                     '</BIC></FinInstnId></CdtrAgt>'
                                                 DELIMITED BY SIZE
                     INTO W-XML
              END-STRING
              PERFORM 39000-ECRIT-LIGNE
           END-IF

           MOVE SPACE TO W-XML
           STRING '    <Cdtr><Nm>'       DELIMITED BY SIZE
                  W-VIR-TITULAIRE(IDX-VIR) DELIMITED BY '  '
                  '</Nm></Cdtr>'         DELIMITED BY SIZE
                  INTO W-XML
           END-STRING
           PERFORM 39000-ECRIT-LIGNE

           MOVE SPACE TO W-XML
           STRING '    <CdtrAcct><Id><IBAN>' DELIMITED BY SIZE
                  W-VIR-IBAN(IDX-VIR)        DELIMITED BY SPACE
                  '</IBAN></Id></CdtrAcct>'  DELIMITED BY SIZE
                  INTO W-XML
           END-STRING
           PERFORM 39000-ECRIT-LIGNE

           MOVE SPACE TO W-TEXTE
           IF W-VIR-TYPE(IDX-VIR) = 'O'
              STRING 'SAISIE REF '           DELIMITED BY SIZE
                     W-VIR-REFERENCE(IDX-VIR) DELIMITED BY '  '
                     ' INDEMNITE '           DELIMITED BY SIZE
                     W-VIR-MOIS(IDX-VIR)(5:2) DELIMITED BY SIZE
                     '/'                     DELIMITED BY SIZE
                     W-VIR-MOIS(IDX-VIR)(1:4) DELIMITED BY SIZE
                     ' DOSSIER '             DELIMITED BY SIZE
                     W-VIR-NUMERO(IDX-VIR)   DELIMITED BY SIZE
                     INTO W-TEXTE
              END-STRING
           END-IF
           IF W-VIR-TYPE(IDX-VIR) = 'F'
              STRING 'FRAIS DE DEPLACEMENT '    DELIMITED BY SIZE
                     W-VIR-MOIS(IDX-VIR)(5:2)   DELIMITED BY SIZE
                     '/'                        DELIMITED BY SIZE
                     W-VIR-MOIS(IDX-VIR)(1:4)   DELIMITED BY SIZE
                     ' DOSSIER '                DELIMITED BY SIZE
                     W-VIR-NUMERO(IDX-VIR)      DELIMITED BY SIZE
                     INTO W-TEXTE
              END-STRING
           END-IF
           IF W-VIR-TYPE(IDX-VIR) = 'A'
              STRING 'AIDE EXCEPTIONNELLE '     DELIMITED BY SIZE
                     W-VIR-MOIS(IDX-VIR)(5:2)   DELIMITED BY SIZE
                     '/'                        DELIMITED BY SIZE
                     W-VIR-MOIS(IDX-VIR)(1:4)   DELIMITED BY SIZE
                     ' DOSSIER '                DELIMITED BY SIZE
                     W-VIR-NUMERO(IDX-VIR)      DELIMITED BY SIZE
                     INTO W-TEXTE
              END-STRING
           END-IF
           IF W-VIR-TYPE(IDX-VIR) = 'I'
              STRING 'INDEMNITE DE STAGE '      DELIMITED BY SIZE
                     W-VIR-MOIS(IDX-VIR)(5:2)   DELIMITED BY SIZE
                     '/'                        DELIMITED BY SIZE
                     W-VIR-MOIS(IDX-VIR)(1:4)   DELIMITED BY SIZE
                     ' DOSSIER '                DELIMITED BY SIZE
                     W-VIR-NUMERO(IDX-VIR)      DELIMITED BY SIZE
                     INTO W-TEXTE
              END-STRING
           END-IF
           MOVE SPACE TO W-XML
           STRING '    <RmtInf><Ustrd>'  DELIMITED BY SIZE
                  W-TEXTE                DELIMITED BY '  '
                  '</Ustrd></RmtInf>'    DELIMITED BY SIZE
                  INTO W-XML
           END-STRING
           PERFORM 39000-ECRIT-LIGNE

           MOVE '   </CdtTrfTxInf>' TO SEPA-LIGNE
           WRITE SEPA-LIGNE
           .

      *--------------------------------------------------------*
      *   MONTANT EN CENTIMES -> '123.45' (POINT DECIMAL        *
      *   IMPOSE PAR LA NORME, AU MOINS UN CHIFFRE AVANT)       *
      *--------------------------------------------------------*
       38000-FORMATE-MONTANT.
      *----------------------*
           MOVE 0 TO W-MNT-ZEROS
           INSPECT W-MNT-EUROS TALLYING W-MNT-ZEROS FOR LEADING '0'
           IF W-MNT-ZEROS > 8
              MOVE 8 TO W-MNT-ZEROS
           END-IF
           MOVE SPACE TO W-MNT-XML
           STRING W-MNT-EUROS(W-MNT-ZEROS + 1:) DELIMITED BY SIZE
                  '.'                           DELIMITED BY SIZE
                  W-MNT-CTS                     DELIMITED BY SIZE
                  INTO W-MNT-XML
           END-STRING
           .

       38100-FORMATE-DATE-ISO.
      *----------------------*
           MOVE W-EXE-AAAA TO W-ISO-AAAA
           MOVE W-EXE-MM   TO W-ISO-MM
           MOVE W-EXE-JJ   TO W-ISO-JJ
           .

      *--------------------------------------------------------*
      *   NOMBRE DE VIREMENTS ET SOMME DE CONTROLE (REPETES     *
      *   DANS L'ENTETE DE GROUPE ET DANS LE LOT)               *
      *--------------------------------------------------------*
       38200-ECRIT-NOMBRE-SOMME.
      *----------------------*
           MOVE W-NB-VIREMENTS TO W-NB-EDIT
           MOVE SPACE TO W-XML
           MOVE 1 TO W-PTR
           STRING '   <NbOfTxs>'   DELIMITED BY SIZE
                  INTO W-XML
                  WITH POINTER W-PTR
           END-STRING
           MOVE 0 TO W-MNT-ZEROS
           INSPECT W-NB-EDIT TALLYING W-MNT-ZEROS FOR LEADING SPACE
           STRING W-NB-EDIT(W-MNT-ZEROS + 1:) DELIMITED BY SIZE
                  '</NbOfTxs>'    DELIMITED BY SIZE
                  INTO W-XML
                  WITH POINTER W-PTR
           END-STRING
           PERFORM 39000-ECRIT-LIGNE

           MOVE W-TOTAL-VIREMENTS TO W-MNT-CENTIMES
           PERFORM 38000-FORMATE-MONTANT
           MOVE SPACE TO W-XML
           STRING '   <CtrlSum>'   DELIMITED BY SIZE
                  W-MNT-XML        DELIMITED BY SPACE
                  '</CtrlSum>'     DELIMITED BY SIZE
                  INTO W-XML
           END-STRING
           PERFORM 39000-ECRIT-LIGNE
           .

       39000-ECRIT-LIGNE.
      *----------------------*
           MOVE W-XML TO SEPA-LIGNE
           WRITE SEPA-LIGNE
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE 'VIREMENTS EMIS     : ' TO W-TOT-LIBELLE
           MOVE W-NB-VIREMENTS          TO W-TOT-NOMBRE
           COMPUTE W-TOT-MONTANT = W-TOTAL-VIREMENTS / 100
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE ' DONT PARTS SAISIES: ' TO W-TOT-LIBELLE
           MOVE W-NB-SAISIES            TO W-TOT-NOMBRE
           COMPUTE W-TOT-MONTANT = W-TOTAL-SAISIES / 100
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'ORDRES ECARTES     : ' TO W-TOT-LIBELLE
           MOVE W-NB-ECARTES            TO W-TOT-NOMBRE
           COMPUTE W-TOT-MONTANT = W-TOTAL-ECARTES / 100
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FBANC-FILE
           CLOSE SEPA-FILE
           CLOSE RPT-FILE

           DISPLAY 'SEP1CI11 - ' W-NB-VIREMENTS ' VIREMENT(S) EMIS, '
                   W-NB-ECARTES ' ORDRE(S) ECARTE(S) SUR '
                   W-NB-ORDRES
           IF W-NB-VIREMENTS = 0
              DISPLAY 'SEP1CI11 - AUCUN VIREMENT A EMETTRE'
              MOVE 4 TO RETURN-CODE
           ELSE
              IF W-NB-ECARTES > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .
