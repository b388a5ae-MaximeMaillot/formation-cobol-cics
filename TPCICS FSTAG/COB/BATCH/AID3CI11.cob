      *======================================================*
      *   PROGRAMME BATCH - ORDRES HORS CYCLE DES AIDES      *
      *   EXCEPTIONNELLES D'URGENCE : CHAQUE AIDE ACCORDEE   *
      *   PAR LE COMITE (FAIDE11, DECISION 'A' OU 'P') A     *
      *   VERSER HORS CYCLE ('H') ET NON ENCORE VERSEE PART  *
      *   EN ORDRE DE TYPE 'A' D'UN FICHIER D'ORDRES         *
      *   EXCEPTIONNEL (MEME DESSIN QUE LE FICHIER PAIEMENT  *
      *   DE PAI1CI11, REPRIS PAR SEP1CI11), EST MARQUEE     *
      *   VERSEE ET HISTORISEE DANS FHPAI11 POUR LE MOIS DU  *
      *   RUN (ECRAN PAI2CI11). L'INTERFACE COMPTABLE EST    *
      *   PASSEE SUR LE COMPTE DES AIDES EXCEPTIONNELLES.    *
      *   UN 'S' SUR LA CARTE PASSE LE RUN EN SIMULATION :   *
      *   COMPTE RENDU COMPLET, RIEN D'EMIS NI DE MIS A JOUR *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AID3CI11.

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
           SELECT FAIDE-FILE ASSIGN TO FAIDE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-AID-CLE
               FILE STATUS IS FAIDE-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FHPAI-FILE ASSIGN TO FHPAI11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-HPA-CLE
               FILE STATUS IS FHPAI-STATUT.

      *        CARTE PARAMETRE : MOIS D'HISTORISATION (AAAAMM, A
      *        BLANC = MOIS DU JOUR) ET 'S' EN COLONNE 8 POUR UNE
      *        SIMULATION
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

      *        FICHIER D'ORDRES EXCEPTIONNEL REMIS A L'ORGANISME
           SELECT PAIE-FILE ASSIGN TO PAIEMENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAIE-STATUT.

      *        INTERFACE COMPTABLE DU RUN HORS CYCLE
           SELECT CPTA-FILE ASSIGN TO COMPTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CPTA-STATUT.

      *        COMPTE RENDU DES AIDES VERSEES
           SELECT RPT-FILE ASSIGN TO RPTAIDE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FAIDE-FILE.
       COPY CAIDE.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FHPAI-FILE.
       COPY CHPAI.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-MOIS              PIC X(6).
           05 FILLER                  PIC X(1).
           05 CARTE-SIMULATION        PIC X(1).
           05 FILLER                  PIC X(72).

       FD  PAIE-FILE.
       01  PAIE-REC.
           05 PAIE-NUMERO             PIC 9(6).
           05 PAIE-NOM                PIC X(20).
           05 PAIE-PRENOM             PIC X(15).
           05 PAIE-MOIS               PIC 9(6).
           05 PAIE-NB-DEMIJ           PIC 9(3).
           05 PAIE-MONTANT-CENTIMES   PIC 9(9).
           05 PAIE-TYPE               PIC X(1).
             88 PAIE-AIDE                 VALUE 'A'.
           05 FILLER                  PIC X(20).

       FD  CPTA-FILE.
       01  CPTA-REC.
           05 CPTA-SENS               PIC X(1).
           05 CPTA-COMPTE             PIC X(8).
           05 CPTA-SITE               PIC X(3).
           05 CPTA-SESSION            PIC X(6).
           05 CPTA-MOIS               PIC 9(6).
           05 CPTA-MONTANT-CENTIMES   PIC 9(11).
           05 CPTA-LIBELLE            PIC X(25).
           05 FILLER                  PIC X(20).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FAIDE-STATUT                PIC X(2).
         88 FAIDE-OK                  VALUE '00'.
       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.
       01 FHPAI-STATUT                PIC X(2).
         88 FHPAI-OK                  VALUE '00'.
       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.
       01 PAIE-STATUT                 PIC X(2).
         88 PAIE-OK                   VALUE '00'.
       01 CPTA-STATUT                 PIC X(2).
         88 CPTA-OK                   VALUE '00'.
       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-FIN-AIDE                  PIC 9.
         88 FIN-AIDE-OUI              VALUE 1.
         88 FIN-AIDE-NON              VALUE 0.
       01 W-SIMULATION                PIC 9 VALUE 0.
         88 SIMULATION-OUI            VALUE 1.
         88 SIMULATION-NON            VALUE 0.

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

       01 W-MOIS-RUN                  PIC 9(6).

      *------------------------------------------------------*
      *   COMPTES DE L'INTERFACE (PLAN COMPTABLE FINANCE),    *
      *   LES MEMES QUE CEUX DU CALCUL PAI1CI11               *
      *------------------------------------------------------*
       01 W-COMPTE-AIDE               PIC X(8) VALUE '65800000'.
       01 W-COMPTE-TIERS              PIC X(8) VALUE '42100000'.

       01 W-AIDE                      PIC 9(7)V99 VALUE 0.
       01 W-NB-AIDES                  PIC 9(5) VALUE 0.
       01 W-TOTAL-AIDES               PIC 9(9)V99 VALUE 0.
       01 W-TOTAL-CENTIMES            PIC 9(11) VALUE 0.
       01 W-NB-ANOMALIES              PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES DU COMPTE RENDU                              *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(47) VALUE
              'AIDES EXCEPTIONNELLES HORS CYCLE - MOIS HISTO '.
           05 W-TIT-MOIS              PIC 9(6).
           05 FILLER                  PIC X(10) VALUE '  EDITE LE'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TIT-DATE              PIC X(10).

       01 W-LIGNE-AIDE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-AIL-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-AIL-NOM               PIC X(20).
           05 FILLER                  PIC X(6)  VALUE ' AIDE '.
           05 W-AIL-SEQ               PIC 9(2).
           05 FILLER                  PIC X(8)  VALUE ' COMITE '.
           05 W-AIL-COMITE            PIC X(8).
           05 FILLER                  PIC X(10) VALUE ' DECISION '.
           05 W-AIL-DECISION          PIC X(1).
           05 FILLER                  PIC X(7)  VALUE ' VERSE '.
           05 W-AIL-MONTANT           PIC ZZZZZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-AIL-VERDICT           PIC X(30).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(19) VALUE
              'ORDRES AIDES EXC.: '.
           05 W-TOT-ORDRES            PIC ZZZZ9.
           05 FILLER                  PIC X(18) VALUE
              '  MONTANT TOTAL : '.
           05 W-TOT-MONTANT           PIC ZZZZZZZZ9,99.

       01 W-LIGNE-SIMULATION.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(33) VALUE
              '*** SIMULATION : AUCUN ORDRE EMIS'.
           05 FILLER                  PIC X(27) VALUE
              ', AUCUN FICHIER MIS A JOUR'.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-AIDES
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
              DISPLAY 'AID3CI11 - OUVERTURE CARTE IMPOSSIBLE : '
                      CARTE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CARTE-FILE
              AT END
                 MOVE SPACE TO CARTE-REC
           END-READ
           CLOSE CARTE-FILE

      *    MOIS D'HISTORISATION : CELUI DE LA CARTE, A DEFAUT LE
      *    MOIS DU JOUR
           IF CARTE-MOIS = SPACE
              COMPUTE W-MOIS-RUN = W-DATE-JOUR-AAAA * 100
                                 + W-DATE-JOUR-MM
           ELSE
              IF CARTE-MOIS IS NOT NUMERIC
                 DISPLAY 'AID3CI11 - CARTE PARAMETRE INVALIDE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CARTE-MOIS TO W-MOIS-RUN
           END-IF

           IF CARTE-SIMULATION = 'S'
              SET SIMULATION-OUI TO TRUE
              DISPLAY 'AID3CI11 - MODE SIMULATION : AUCUN ORDRE '
                      'EMIS, AUCUN FICHIER MIS A JOUR'
           END-IF

           OPEN I-O FAIDE-FILE
           IF NOT FAIDE-OK
              DISPLAY 'AID3CI11 - OUVERTURE FAIDE11 IMPOSSIBLE : '
                      FAIDE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'AID3CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FHPAI-FILE
           IF NOT FHPAI-OK
              DISPLAY 'AID3CI11 - OUVERTURE FHPAI11 IMPOSSIBLE : '
                      FHPAI-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT PAIE-FILE
           IF NOT PAIE-OK
              DISPLAY 'AID3CI11 - OUVERTURE PAIEMENT IMPOSSIBLE : '
                      PAIE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CPTA-FILE
           IF NOT CPTA-OK
              DISPLAY 'AID3CI11 - OUVERTURE COMPTA IMPOSSIBLE : '
                      CPTA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'AID3CI11 - OUVERTURE RPTAIDE IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE W-MOIS-RUN     TO W-TIT-MOIS
           MOVE W-DATE-EDITION TO W-TIT-DATE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           IF SIMULATION-OUI
              WRITE RPT-LIGNE FROM W-LIGNE-SIMULATION
           END-IF
           .

      *--------------------------------------------------------*
      *   PARCOURS DE FAIDE11 DANS L'ORDRE DES CLES : SEULES    *
      *   LES AIDES ACCORDEES A VERSER HORS CYCLE ET NON        *
      *   ENCORE VERSEES SONT EMISES ; LES AIDES A VERSER AVEC  *
      *   LE CALCUL SONT LAISSEES A PAI1CI11                    *
      *--------------------------------------------------------*
       20000-TRAIT-AIDES.
      *----------------------*
           SET FIN-AIDE-NON TO TRUE
           MOVE LOW-VALUE TO E-AID-CLE
           START FAIDE-FILE KEY IS GREATER THAN E-AID-CLE
              INVALID KEY
                 SET FIN-AIDE-OUI TO TRUE
           END-START

           PERFORM 21000-LIT-AIDE
             UNTIL FIN-AIDE-OUI
           MOVE '00' TO FAIDE-STATUT
           .

       21000-LIT-AIDE.
      *----------------------*
           READ FAIDE-FILE NEXT RECORD
              AT END
                 SET FIN-AIDE-OUI TO TRUE
              NOT AT END
                 IF AID-A-VERSER AND AID-VERS-HORS-CYCLE
                    AND AID-NON-VERSEE
                    AND E-AID-MONTANT-ACCORDE > 0
                    MOVE E-AID-NUMERO TO E-NUMERO
                    READ FSTAG-FILE
                       INVALID KEY
                          MOVE SPACE           TO E-STAGIAIRE
                          MOVE '** INCONNU **' TO E-NOM
                    END-READ
                    PERFORM 22000-EMET-AIDE
                 END-IF
           END-READ
           .

      *--------------------------------------------------------*
      *   UNE AIDE : ORDRE 'A', MARQUE DE VERSEMENT SUR FAIDE11,*
      *   CUMUL DANS LA LIGNE FHPAI11 DU MOIS ET ECRITURE DE    *
      *   CHARGE SUR LE SITE ET LA SESSION DU STAGIAIRE         *
      *--------------------------------------------------------*
       22000-EMET-AIDE.
      *----------------------*
           MOVE SPACE                 TO W-AIL-VERDICT
           MOVE SPACE                 TO PAIE-REC
           MOVE E-AID-NUMERO          TO PAIE-NUMERO
           MOVE E-NOM                 TO PAIE-NOM
           MOVE E-PRENOM              TO PAIE-PRENOM
           MOVE W-MOIS-RUN            TO PAIE-MOIS
           MOVE 0                     TO PAIE-NB-DEMIJ
           MOVE E-AID-MONTANT-ACCORDE TO PAIE-MONTANT-CENTIMES
           MOVE 'A'                   TO PAIE-TYPE

           IF SIMULATION-NON
              MOVE 'V'              TO E-AID-PAIEMENT
              MOVE W-MOIS-RUN       TO E-AID-MOIS-PAIE
              MOVE W-DATE-EDITION   TO E-AID-DATE-MAJ
              MOVE 'AID3CI11'       TO E-AID-USERID
              REWRITE E-AIDE
                 INVALID KEY
                    DISPLAY 'AID3CI11 - REWRITE FAIDE11 KO NUM '
                            E-AID-NUMERO ' SEQ ' E-AID-SEQ
                    MOVE 8 TO RETURN-CODE
                    ADD 1 TO W-NB-ANOMALIES
                    MOVE 'NON EMISE - FAIDE11 NON MIS A JOUR'
                      TO W-AIL-VERDICT
              END-REWRITE
           END-IF

      *    UNE AIDE QUI N'A PU ETRE MARQUEE VERSEE N'EST PAS EMISE :
      *    ELLE SERAIT PAYEE DEUX FOIS AU RUN SUIVANT
           IF W-AIL-VERDICT = SPACE
              IF SIMULATION-NON
                 WRITE PAIE-REC
                 PERFORM 22100-HISTORISE-AIDE
                 PERFORM 22200-ECRIT-COMPTA
              END-IF
              COMPUTE W-AIDE = E-AID-MONTANT-ACCORDE / 100
              ADD 1 TO W-NB-AIDES
              ADD W-AIDE TO W-TOTAL-AIDES
              ADD E-AID-MONTANT-ACCORDE TO W-TOTAL-CENTIMES
              IF SIMULATION-NON
                 MOVE 'EMISE'              TO W-AIL-VERDICT
              ELSE
                 MOVE 'A EMETTRE (SIMULATION)' TO W-AIL-VERDICT
              END-IF
           ELSE
              MOVE 0 TO W-AIDE
           END-IF

           MOVE E-AID-NUMERO          TO W-AIL-NUMERO
           MOVE E-NOM                 TO W-AIL-NOM
           MOVE E-AID-SEQ             TO W-AIL-SEQ
           MOVE E-AID-DATE-COMITE     TO W-AIL-COMITE
           MOVE E-AID-DECISION        TO W-AIL-DECISION
           MOVE W-AIDE                TO W-AIL-MONTANT
           WRITE RPT-LIGNE FROM W-LIGNE-AIDE
           .

       22100-HISTORISE-AIDE.
      *----------------------*
           MOVE E-AID-NUMERO TO E-HPA-NUMERO
           MOVE W-MOIS-RUN   TO E-HPA-MOIS
           READ FHPAI-FILE
              INVALID KEY
      *          STAGIAIRE SANS INDEMNITE CE MOIS : LIGNE A ZERO
                 MOVE 0        TO E-HPA-NB-DEMIJ E-HPA-TAUX-CENTIMES
                                  E-HPA-MONTANT-CENTIMES
                                  E-HPA-SAISIE-CENTIMES
                                  E-HPA-INDU-CENTIMES
                                  E-HPA-FRAIS-CENTIMES
                                  E-HPA-AIDE-CENTIMES
              NOT INVALID KEY
                 IF E-HPA-AIDE-CENTIMES IS NOT NUMERIC
                    MOVE 0     TO E-HPA-AIDE-CENTIMES
                 END-IF
           END-READ
           ADD E-AID-MONTANT-ACCORDE TO E-HPA-AIDE-CENTIMES
           MOVE W-DATE-EDITION       TO E-HPA-DATE-RUN

           WRITE E-HISTO-PAIE
              INVALID KEY
                 REWRITE E-HISTO-PAIE
                    INVALID KEY
                       DISPLAY 'AID3CI11 - HISTORISATION KO NUM '
                               E-HPA-NUMERO
                       MOVE 8 TO RETURN-CODE
                 END-REWRITE
           END-WRITE
           .

       22200-ECRIT-COMPTA.
      *----------------------*
           MOVE SPACE                 TO CPTA-REC
           MOVE 'D'                   TO CPTA-SENS
           MOVE W-COMPTE-AIDE         TO CPTA-COMPTE
           MOVE E-CODE-SITE           TO CPTA-SITE
           MOVE E-CODE-SESSION        TO CPTA-SESSION
           MOVE W-MOIS-RUN            TO CPTA-MOIS
           MOVE E-AID-MONTANT-ACCORDE TO CPTA-MONTANT-CENTIMES
           MOVE 'AIDES EXCEPTIONNELLES' TO CPTA-LIBELLE
           WRITE CPTA-REC
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
      *    CONTREPARTIE UNIQUE : L'ORGANISME PAYEUR VERSE LE TOTAL
      *    DU FICHIER D'ORDRES EXCEPTIONNEL
           IF SIMULATION-NON AND W-TOTAL-CENTIMES > 0
              MOVE SPACE              TO CPTA-REC
              MOVE 'C'                TO CPTA-SENS
              MOVE W-COMPTE-TIERS     TO CPTA-COMPTE
              MOVE SPACE              TO CPTA-SITE CPTA-SESSION
              MOVE W-MOIS-RUN         TO CPTA-MOIS
              MOVE W-TOTAL-CENTIMES   TO CPTA-MONTANT-CENTIMES
              MOVE 'ORGANISME PAYEUR' TO CPTA-LIBELLE
              WRITE CPTA-REC
           END-IF

           MOVE W-NB-AIDES    TO W-TOT-ORDRES
           MOVE W-TOTAL-AIDES TO W-TOT-MONTANT
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FAIDE-FILE
           CLOSE FSTAG-FILE
           CLOSE FHPAI-FILE
           CLOSE PAIE-FILE
           CLOSE CPTA-FILE
           CLOSE RPT-FILE

           IF SIMULATION-OUI
              DISPLAY 'AID3CI11 - SIMULATION TERMINEE - '
                      W-NB-AIDES ' AIDE(S) A VERSER, AUCUNE EMISE'
           ELSE
              DISPLAY 'AID3CI11 - ' W-NB-AIDES
                      ' ORDRE(S) D''AIDE EXCEPTIONNELLE EMIS - '
                      W-NB-ANOMALIES ' ANOMALIE(S)'
           END-IF
           .
