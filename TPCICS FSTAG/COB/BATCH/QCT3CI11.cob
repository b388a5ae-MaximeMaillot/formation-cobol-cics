      *======================================================*
      *   PROGRAMME BATCH - EDITION MENSUELLE DU CONTROLE    *
      *   QUALITE : POUR L'ECHANTILLON DU MOIS DE LA CARTE   *
      *   (FQCTL11, TIRE PAR QCT2CI11, REVU SUR QCT1CI11),   *
      *   PAR GESTIONNAIRE LES DOSSIERS NON CONFORMES AVEC   *
      *   CONSTAT, ACTION CORRECTIVE ET ECHEANCE, PUIS LES   *
      *   DOSSIERS TIRES / REVUS / CONFORMES, LE TAUX DE     *
      *   CONFORMITE (CONFORMES / REVUS) ET LES ECARTS PAR   *
      *   POINT DE CONTROLE. TOTAUX GENERAUX EN FIN D'ETAT   *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QCT3CI11.

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
           SELECT FQCTL-FILE ASSIGN TO FQCTL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-QCT-CLE
               FILE STATUS IS FQCTL-STATUT.

      *        CARTE PARAMETRE : MOIS EDITE (AAAAMM)
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

           SELECT RPT-FILE ASSIGN TO RPTQCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FQCTL-FILE.
       COPY CQCTL.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-MOIS              PIC X(6).
           05 FILLER                  PIC X(74).

       SD  WORK-TRI.
       01  TRI-ENREG.
           05 TRI-GESTIONNAIRE        PIC X(8).
           05 TRI-NUMERO              PIC 9(6).
           05 TRI-SITE                PIC X(3).
           05 TRI-ETAT                PIC X(1).
             88 TRI-REVU              VALUE 'R'.
           05 TRI-POINTS.
             10 TRI-POINT             PIC X(1) OCCURS 4.
           05 TRI-RESULTAT            PIC X(1).
             88 TRI-CONFORME          VALUE 'C'.
             88 TRI-NON-CONFORME      VALUE 'N'.
           05 TRI-CONSTAT             PIC X(100).
           05 TRI-ACTION              PIC X(100).
           05 TRI-ECHEANCE            PIC X(8).
           05 TRI-REVISEUR            PIC X(8).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FQCTL-STATUT                PIC X(2).
         88 FQCTL-OK                  VALUE '00'.
         88 FQCTL-FIN                 VALUE '10'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 TRI-INDIC                   PIC 9 VALUE 0.
         88 TRI-TERMINE               VALUE 1.

       01 W-MOIS-EDITE                PIC 9(6).
       01 W-MOIS-DECOUPE REDEFINES W-MOIS-EDITE.
           05 W-MOIS-AAAA             PIC 9(4).
           05 W-MOIS-MM               PIC 9(2).

       01 W-GEST-COURANT              PIC X(8) VALUE SPACE.
       01 W-PREMIER                   PIC 9 VALUE 1.
       01 IDX-PT                      PIC 9(1).
       01 W-TAUX-CONFORMITE           PIC 9(3)V9.

      *------------------------------------------------------*
      *   COMPTEURS DU GESTIONNAIRE (1) ET GENERAUX (2)       *
      *------------------------------------------------------*
       01 W-TAB-COMPTEURS.
           05 W-COMPTEURS OCCURS 2.
             10 W-CPT-TIRES           PIC 9(6).
             10 W-CPT-REVUS           PIC 9(6).
             10 W-CPT-CONFORMES       PIC 9(6).
             10 W-CPT-ECART           PIC 9(6) OCCURS 4.
       01 IDX-CPT                     PIC 9(1).
       01 W-NB-GESTIONNAIRES          PIC 9(4) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES DE L'ETAT                                    *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(44) VALUE
              'CONTROLE QUALITE DES DOSSIERS - ECHANTILLON '.
           05 W-TIT-MOIS              PIC 9(6).

       01 W-LIGNE-GEST.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(13) VALUE 'GESTIONNAIRE '.
           05 W-GES-CODE              PIC X(8).

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 FILLER                  PIC X(8)  VALUE 'NUMERO'.
           05 FILLER                  PIC X(5)  VALUE 'SITE'.
           05 FILLER                  PIC X(7)  VALUE 'POINTS'.
           05 FILLER                  PIC X(11) VALUE 'ECHEANCE'.
           05 FILLER                  PIC X(51) VALUE 'CONSTAT'.
           05 FILLER                  PIC X(17) VALUE
              'ACTION CORRECTIVE'.

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 W-DET-NUMERO            PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-SITE              PIC X(3).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-POINTS            PIC X(4).
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 W-DET-ECHEANCE          PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-CONSTAT           PIC X(50).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-ACTION            PIC X(50).

       01 W-LIGNE-SYNTHESE.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 FILLER                  PIC X(7)  VALUE 'TIRES '.
           05 W-SYN-TIRES             PIC ZZZZZ9.
           05 FILLER                  PIC X(8)  VALUE '  REVUS '.
           05 W-SYN-REVUS             PIC ZZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  CONFORMES '.
           05 W-SYN-CONFORMES         PIC ZZZZZ9.
           05 FILLER                  PIC X(21) VALUE
              '  TAUX DE CONFORMITE '.
           05 W-SYN-TAUX              PIC ZZ9,9.
           05 FILLER                  PIC X(2)  VALUE ' %'.

       01 W-LIGNE-ECARTS.
           05 FILLER                  PIC X(3)  VALUE SPACE.
           05 FILLER                  PIC X(16) VALUE
              'ECARTS : PIECES '.
           05 W-ECA-PIECES            PIC ZZZZZ9.
           05 FILLER                  PIC X(13) VALUE '  CONVENTION '.
           05 W-ECA-CONVENTION        PIC ZZZZZ9.
           05 FILLER                  PIC X(11) VALUE '  PRESENCE '.
           05 W-ECA-PRESENCE          PIC ZZZZZ9.
           05 FILLER                  PIC X(9)  VALUE '  BANQUE '.
           05 W-ECA-BANQUE            PIC ZZZZZ9.

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TOT-LIBELLE           PIC X(40).
           05 W-TOT-NOMBRE            PIC ZZZZZ9.

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-EDITION
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           OPEN INPUT CARTE-FILE
           IF NOT CARTE-OK
              DISPLAY 'QCT3CI11 - OUVERTURE CARTE IMPOSSIBLE : '
                      CARTE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CARTE-FILE
              AT END
                 DISPLAY 'QCT3CI11 - CARTE PARAMETRE ABSENTE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE CARTE-FILE

           IF CARTE-MOIS IS NOT NUMERIC
              DISPLAY 'QCT3CI11 - MOIS PARAMETRE INVALIDE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE CARTE-MOIS TO W-MOIS-EDITE
           IF W-MOIS-MM < 1 OR W-MOIS-MM > 12
              DISPLAY 'QCT3CI11 - MOIS PARAMETRE INVALIDE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FQCTL-FILE
           IF NOT FQCTL-OK
              DISPLAY 'QCT3CI11 - OUVERTURE FQCTL11 IMPOSSIBLE : '
                      FQCTL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'QCT3CI11 - OUVERTURE RPTQCTL IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           INITIALIZE W-TAB-COMPTEURS
           .

       20000-TRAIT-EDITION.
      *----------------------*
           SORT WORK-TRI
                ON ASCENDING KEY TRI-GESTIONNAIRE
                ON ASCENDING KEY TRI-NUMERO
                INPUT PROCEDURE  20900-SELECTION-MOIS
                OUTPUT PROCEDURE 21000-EDITION-GESTIONNAIRES
           .

      *    Echantillon du mois : cle mois + numero
       20900-SELECTION-MOIS.
      *----------------------*
           MOVE W-MOIS-EDITE TO E-QCT-MOIS
           MOVE 0            TO E-QCT-NUMERO
           START FQCTL-FILE KEY IS NOT LESS THAN E-QCT-CLE
              INVALID KEY
                 SET FQCTL-FIN TO TRUE
           END-START

           IF NOT FQCTL-FIN
              READ FQCTL-FILE NEXT RECORD
                 AT END
                    SET FQCTL-FIN TO TRUE
              END-READ
           END-IF

           PERFORM UNTIL FQCTL-FIN
              OR E-QCT-MOIS NOT = W-MOIS-EDITE
              MOVE E-QCT-GESTIONNAIRE TO TRI-GESTIONNAIRE
              MOVE E-QCT-NUMERO       TO TRI-NUMERO
              MOVE E-QCT-SITE         TO TRI-SITE
              MOVE E-QCT-ETAT         TO TRI-ETAT
              MOVE E-QCT-POINTS       TO TRI-POINTS
              MOVE E-QCT-RESULTAT     TO TRI-RESULTAT
              MOVE E-QCT-CONSTAT      TO TRI-CONSTAT
              MOVE E-QCT-ACTION       TO TRI-ACTION
              MOVE E-QCT-ECHEANCE     TO TRI-ECHEANCE
              MOVE E-QCT-REVISEUR     TO TRI-REVISEUR
              RELEASE TRI-ENREG

              READ FQCTL-FILE NEXT RECORD
                 AT END
                    SET FQCTL-FIN TO TRUE
              END-READ
           END-PERFORM
           .

       21000-EDITION-GESTIONNAIRES.
      *----------------------*
           MOVE W-MOIS-EDITE TO W-TIT-MOIS
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE

           MOVE 0 TO TRI-INDIC
           PERFORM UNTIL TRI-TERMINE
              RETURN WORK-TRI AT END
                 SET TRI-TERMINE TO TRUE
              NOT AT END
                 PERFORM 22000-TRAITE-DOSSIER
              END-RETURN
           END-PERFORM

           IF W-PREMIER = 0
              PERFORM 24000-FIN-GESTIONNAIRE
           END-IF
           .

       22000-TRAITE-DOSSIER.
      *----------------------*
           IF W-PREMIER = 1
              OR TRI-GESTIONNAIRE NOT = W-GEST-COURANT
              IF W-PREMIER = 0
                 PERFORM 24000-FIN-GESTIONNAIRE
              END-IF
              MOVE 0                TO W-PREMIER
              MOVE TRI-GESTIONNAIRE TO W-GEST-COURANT
              ADD 1 TO W-NB-GESTIONNAIRES
              INITIALIZE W-COMPTEURS(1)
              WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
              MOVE TRI-GESTIONNAIRE TO W-GES-CODE
              WRITE RPT-LIGNE FROM W-LIGNE-GEST
              WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           END-IF

           PERFORM VARYING IDX-CPT FROM 1 BY 1 UNTIL IDX-CPT > 2
              ADD 1 TO W-CPT-TIRES(IDX-CPT)
              IF TRI-REVU
                 ADD 1 TO W-CPT-REVUS(IDX-CPT)
                 IF TRI-CONFORME
                    ADD 1 TO W-CPT-CONFORMES(IDX-CPT)
                 END-IF
                 PERFORM VARYING IDX-PT FROM 1 BY 1 UNTIL IDX-PT > 4
                    IF TRI-POINT(IDX-PT) = 'N'
                       ADD 1 TO W-CPT-ECART(IDX-CPT IDX-PT)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM

           IF TRI-REVU AND TRI-NON-CONFORME
              PERFORM 23000-LIGNE-NON-CONFORME
           END-IF
           .

       23000-LIGNE-NON-CONFORME.
      *----------------------*
           MOVE SPACE TO W-DET-ECHEANCE
           IF TRI-ECHEANCE NOT = SPACE
              STRING TRI-ECHEANCE(1:2) DELIMITED BY SIZE
                     '/'               DELIMITED BY SIZE
                     TRI-ECHEANCE(3:2) DELIMITED BY SIZE
                     '/'               DELIMITED BY SIZE
                     TRI-ECHEANCE(5:4) DELIMITED BY SIZE
                     INTO W-DET-ECHEANCE
              END-STRING
           END-IF
           MOVE TRI-NUMERO        TO W-DET-NUMERO
           MOVE TRI-SITE          TO W-DET-SITE
           MOVE TRI-POINTS        TO W-DET-POINTS
           MOVE TRI-CONSTAT(1:50) TO W-DET-CONSTAT
           MOVE TRI-ACTION(1:50)  TO W-DET-ACTION
           WRITE RPT-LIGNE FROM W-LIGNE-DETAIL

      *    Suite du constat ou de l'action sur une seconde ligne
           IF TRI-CONSTAT(51:50) NOT = SPACE
              OR TRI-ACTION(51:50) NOT = SPACE
              MOVE SPACE              TO W-DET-NUMERO W-DET-SITE
                                         W-DET-POINTS W-DET-ECHEANCE
              MOVE TRI-CONSTAT(51:50) TO W-DET-CONSTAT
              MOVE TRI-ACTION(51:50)  TO W-DET-ACTION
              WRITE RPT-LIGNE FROM W-LIGNE-DETAIL
           END-IF
           .

       24000-FIN-GESTIONNAIRE.
      *----------------------*
           MOVE 1 TO IDX-CPT
           PERFORM 25000-ECRIT-SYNTHESE
           .

      *    Taux de conformite : conformes / revus
       25000-ECRIT-SYNTHESE.
      *----------------------*
           MOVE 0 TO W-TAUX-CONFORMITE
           IF W-CPT-REVUS(IDX-CPT) > 0
              COMPUTE W-TAUX-CONFORMITE ROUNDED =
                      W-CPT-CONFORMES(IDX-CPT) * 100
                    / W-CPT-REVUS(IDX-CPT)
           END-IF
           MOVE W-CPT-TIRES(IDX-CPT)     TO W-SYN-TIRES
           MOVE W-CPT-REVUS(IDX-CPT)     TO W-SYN-REVUS
           MOVE W-CPT-CONFORMES(IDX-CPT) TO W-SYN-CONFORMES
           MOVE W-TAUX-CONFORMITE        TO W-SYN-TAUX
           WRITE RPT-LIGNE FROM W-LIGNE-SYNTHESE

           MOVE W-CPT-ECART(IDX-CPT 1) TO W-ECA-PIECES
           MOVE W-CPT-ECART(IDX-CPT 2) TO W-ECA-CONVENTION
           MOVE W-CPT-ECART(IDX-CPT 3) TO W-ECA-PRESENCE
           MOVE W-CPT-ECART(IDX-CPT 4) TO W-ECA-BANQUE
           WRITE RPT-LIGNE FROM W-LIGNE-ECARTS
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'TOTAL GENERAL - GESTIONNAIRES'    TO W-TOT-LIBELLE
           MOVE W-NB-GESTIONNAIRES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 2 TO IDX-CPT
           PERFORM 25000-ECRIT-SYNTHESE
           MOVE 'DOSSIERS NON ENCORE REVUS'        TO W-TOT-LIBELLE
           COMPUTE W-TOT-NOMBRE = W-CPT-TIRES(2) - W-CPT-REVUS(2)
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FQCTL-FILE
           CLOSE RPT-FILE

           IF W-CPT-TIRES(2) = 0
              DISPLAY 'QCT3CI11 - AUCUN ECHANTILLON POUR LE MOIS '
                      W-MOIS-EDITE
              MOVE 4 TO RETURN-CODE
           END-IF
           .
