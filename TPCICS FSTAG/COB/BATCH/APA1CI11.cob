      *======================================================*
      *   PROGRAMME BATCH - ANNULATION COMPLETE D'UN CALCUL  *
      *   MENSUEL DES INDEMNITES (PAI1CI11) PASSE A TORT :   *
      *   LE JOURNAL DES IMAGES AVANT/APRES DU RUN           *
      *   (PAIAVANT) EST RELU A REBOURS POUR REMETTRE        *
      *   FHPAI11, FDETT11, FREGU11, FRETE11, FOPPO11,       *
      *   FFRAI11, FAIDE11, FDEIN11 ET LE PARAMETRE          *
      *   MOIS-CLOS                                          *
      *   (FPARM11) DANS LEUR ETAT ANTERIEUR ;               *
      *   L'INTERFACE COMPTABLE DU RUN EST EXTOURNEE ET      *
      *   L'ANNULATION EST TRACEE (FSTAGA11 PAR DOSSIER,     *
      *   FPARH11 POUR LA REOUVERTURE DU MOIS). LA DEMANDE   *
      *   DE LIBERATION DU FICHIER DE PAIEMENT (FLIBP11) EST *
      *   RETIREE. RESERVE A LA SUPERVISION ; RIEN N'EST     *
      *   TOUCHE SI UN SEUL ENREGISTREMENT A ETE MODIFIE     *
      *   DEPUIS LE RUN                                      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APA1CI11.

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
      *        CARTE : MOIS A ANNULER (AAAAMM), USERID DU
      *        SUPERVISEUR QUI ORDONNE L'ANNULATION, MOT DE
      *        CONFIRMATION 'ANNULER'
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

      *        JOURNAL DES IMAGES DU RUN A ANNULER (PAI1CI11)
           SELECT IMPA-FILE ASSIGN TO PAIAVANT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMPA-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

      *        IMAGES TRIEES DE LA PLUS RECENTE A LA PLUS
      *        ANCIENNE, CONTROLEES PUIS APPLIQUEES
           SELECT ATRI-FILE ASSIGN TO PAITRI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATRI-STATUT.

           SELECT FHABI-FILE ASSIGN TO FHABI11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-HAB-USERID
               FILE STATUS IS FHABI-STATUT.

           SELECT FHPAI-FILE ASSIGN TO FHPAI11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-HPA-CLE
               FILE STATUS IS FHPAI-STATUT.

           SELECT FDETT-FILE ASSIGN TO FDETT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-DTT-CLE
               FILE STATUS IS FDETT-STATUT.

           SELECT FREGU-FILE ASSIGN TO FREGU11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-REG-CLE
               FILE STATUS IS FREGU-STATUT.

           SELECT FRETE-FILE ASSIGN TO FRETE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-RET-NUMERO
               FILE STATUS IS FRETE-STATUT.

           SELECT FOPPO-FILE ASSIGN TO FOPPO11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-OPP-CLE
               FILE STATUS IS FOPPO-STATUT.

           SELECT FFRAI-FILE ASSIGN TO FFRAI11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-FRA-CLE
               FILE STATUS IS FFRAI-STATUT.

           SELECT FAIDE-FILE ASSIGN TO FAIDE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-AID-CLE
               FILE STATUS IS FAIDE-STATUT.

           SELECT FDEIN-FILE ASSIGN TO FDEIN11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-DEI-NUMERO
               FILE STATUS IS FDEIN-STATUT.

      *        LIBERATION DU FICHIER DE PAIEMENT DU RUN ANNULE
           SELECT FLIBP-FILE ASSIGN TO FLIBP11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-LIB-CLE
               FILE STATUS IS FLIBP-STATUT.

           SELECT FPARM-FILE ASSIGN TO FPARM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PAR-CLE
               FILE STATUS IS FPARM-STATUT.

           SELECT FPARH-FILE ASSIGN TO FPARH11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PAH-CLE
               FILE STATUS IS FPARH-STATUT.

           SELECT FSTAGA-FILE ASSIGN TO FSTAGA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-HISTO
               FILE STATUS IS FSTAGA-STATUT.

      *        INTERFACE COMPTABLE DU RUN ANNULE (SORTIE COMPTA
      *        DE PAI1CI11) ET ECRITURES D'EXTOURNE
           SELECT CPTA-FILE ASSIGN TO COMPTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CPTA-STATUT.

           SELECT CPTX-FILE ASSIGN TO COMPTAAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CPTX-STATUT.

      *        COMPTE RENDU D'ANNULATION
           SELECT RPT-FILE ASSIGN TO RPTANNUL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-MOIS              PIC 9(6).
           05 FILLER                  PIC X(1).
           05 CARTE-USERID            PIC X(8).
           05 FILLER                  PIC X(1).
           05 CARTE-CONFIRMATION      PIC X(8).
           05 FILLER                  PIC X(56).

       FD  IMPA-FILE.
       01  IMPA-REC                   PIC X(422).

       SD  WORK-TRI.
       01  TRI-ENREG.
           05 TRI-MOIS                PIC 9(6).
           05 TRI-SEQ                 PIC 9(7).
           05 TRI-SUITE               PIC X(409).

       FD  ATRI-FILE.
       COPY CIMPA.

       FD  FHABI-FILE.
       COPY CHABI.

       FD  FHPAI-FILE.
       COPY CHPAI.

       FD  FDETT-FILE.
       COPY CDETT.

       FD  FREGU-FILE.
       COPY CREGU.

       FD  FRETE-FILE.
       COPY CRETE.

       FD  FOPPO-FILE.
       COPY COPPO.

       FD  FFRAI-FILE.
       COPY CFRAI.

       FD  FAIDE-FILE.
       COPY CAIDE.

       FD  FDEIN-FILE.
       COPY CDEIN.

       FD  FLIBP-FILE.
       COPY CLIBP.

       FD  FPARM-FILE.
       COPY CPARM.

       FD  FPARH-FILE.
       COPY CPARH.

       FD  FSTAGA-FILE.
       COPY CTDHIST.

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

       FD  CPTX-FILE.
       01  CPTX-REC                   PIC X(80).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------*
      *   SCELLEMENT DES TRACES D'AUDIT ECRITES (FSCEL11)     *
      *------------------------------------------------------*
       01 pgm-scellbat                PIC X(8) VALUE 'SCELLBAT'.
       COPY CSCEP.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

       01 IMPA-STATUT                 PIC X(2).
         88 IMPA-OK                   VALUE '00'.
         88 IMPA-FIN                  VALUE '10'.

       01 ATRI-STATUT                 PIC X(2).
         88 ATRI-OK                   VALUE '00'.
         88 ATRI-FIN                  VALUE '10'.

       01 FHABI-STATUT                PIC X(2).
         88 FHABI-OK                  VALUE '00'.

       01 FHPAI-STATUT                PIC X(2).
         88 FHPAI-OK                  VALUE '00'.

       01 FDETT-STATUT                PIC X(2).
         88 FDETT-OK                  VALUE '00'.
         88 FDETT-ABSENT              VALUE '35'.

       01 FREGU-STATUT                PIC X(2).
         88 FREGU-OK                  VALUE '00'.
         88 FREGU-ABSENT              VALUE '35'.

       01 FRETE-STATUT                PIC X(2).
         88 FRETE-OK                  VALUE '00'.

       01 FOPPO-STATUT                PIC X(2).
         88 FOPPO-OK                  VALUE '00'.
         88 FOPPO-ABSENT              VALUE '35'.

       01 FFRAI-STATUT                PIC X(2).
         88 FFRAI-OK                  VALUE '00'.
         88 FFRAI-ABSENT              VALUE '35'.
       01 FAIDE-STATUT                PIC X(2).
         88 FAIDE-OK                  VALUE '00'.
         88 FAIDE-ABSENT              VALUE '35'.
       01 FDEIN-STATUT                PIC X(2).
         88 FDEIN-OK                  VALUE '00'.
         88 FDEIN-ABSENT              VALUE '35'.
       01 FLIBP-STATUT                PIC X(2).
         88 FLIBP-OK                  VALUE '00'.
         88 FLIBP-ABSENT              VALUE '35'.

       01 FPARM-STATUT                PIC X(2).
         88 FPARM-OK                  VALUE '00'.

       01 FPARH-STATUT                PIC X(2).
         88 FPARH-OK                  VALUE '00'.

       01 FSTAGA-STATUT               PIC X(2).
         88 FSTAGA-OK                 VALUE '00'.

       01 CPTA-STATUT                 PIC X(2).
         88 CPTA-OK                   VALUE '00'.
         88 CPTA-FIN                  VALUE '10'.

       01 CPTX-STATUT                 PIC X(2).
         88 CPTX-OK                   VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-DETTES-DISPO              PIC 9 VALUE 0.
         88 DETTES-DISPO-OUI          VALUE 1.
         88 DETTES-DISPO-NON          VALUE 0.
       01 W-REGUL-DISPO               PIC 9 VALUE 0.
         88 REGUL-DISPO-OUI           VALUE 1.
         88 REGUL-DISPO-NON           VALUE 0.
       01 W-OPPOS-DISPO               PIC 9 VALUE 0.
         88 OPPOS-DISPO-OUI           VALUE 1.
         88 OPPOS-DISPO-NON           VALUE 0.
       01 W-FRAIS-DISPO               PIC 9 VALUE 0.
         88 FRAIS-DISPO-OUI           VALUE 1.
         88 FRAIS-DISPO-NON           VALUE 0.
       01 W-AIDE-DISPO                PIC 9 VALUE 0.
         88 AIDE-DISPO-OUI            VALUE 1.
         88 AIDE-DISPO-NON            VALUE 0.
       01 W-DEIN-DISPO                PIC 9 VALUE 0.
         88 DEIN-DISPO-OUI            VALUE 1.
         88 DEIN-DISPO-NON            VALUE 0.
       01 W-LIBP-DISPO                PIC 9 VALUE 0.
         88 LIBP-DISPO-OUI            VALUE 1.
         88 LIBP-DISPO-NON            VALUE 0.
       01 W-TRI-INDIC                 PIC 9 VALUE 0.
         88 TRI-TERMINE               VALUE 1.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-JOUR.
           05 W-DATE-JOUR-AAAA        PIC 9(4).
           05 W-DATE-JOUR-MM          PIC 9(2).
           05 W-DATE-JOUR-JJ          PIC 9(2).
       01 W-HEURE-SYS                 PIC 9(8).
       01 W-DATE-AUDIT.
           05 W-AUD-JJ                PIC 99.
           05 FILLER                  PIC X VALUE '/'.
           05 W-AUD-MM                PIC 99.
           05 FILLER                  PIC X VALUE '/'.
           05 W-AUD-AAAA              PIC 9(4).
       01 W-HEURE-AUDIT.
           05 W-AUD-HH                PIC 99.
           05 FILLER                  PIC X VALUE ':'.
           05 W-AUD-MN                PIC 99.
           05 FILLER                  PIC X VALUE ':'.
           05 W-AUD-SS                PIC 99.

       01 W-MOIS-ANNULE               PIC 9(6).
       01 W-SUPERVISEUR               PIC X(8).

      *------------------------------------------------------*
      *   ENREGISTREMENT EN COURS : IMAGE APRES RUN ATTENDUE  *
      *   (CONTROLE) ET LONGUEUR DE CLE POUR LE COMPTE RENDU  *
      *------------------------------------------------------*
       01 W-IMAGE-APRES               PIC X(200).
       01 W-LG-CLE                    PIC 9(2) COMP.
       01 W-VERDICT                   PIC X(40).
       01 W-VALEUR-AVANT              PIC 9(7).
       01 W-VALEUR-APRES              PIC 9(7).

      *------------------------------------------------------*
      *   CLES DEJA RENCONTREES EN SORTIE DE TRI (DE LA PLUS  *
      *   RECENTE IMAGE A LA PLUS ANCIENNE) : UN MEME         *
      *   ENREGISTREMENT PEUT ETRE MIS A JOUR PLUSIEURS FOIS  *
      *   DANS LE RUN (FHPAI11 : INDEMNITE, FRAIS, AIDE).     *
      *   SEULE LA PLUS RECENTE IMAGE EST CONFRONTEE AU       *
      *   FICHIER ; CHAQUE IMAGE PLUS ANCIENNE DOIT AVOIR     *
      *   LAISSE L'IMAGE AVANT DE LA SUIVANTE, CONSERVEE ICI. *
      *   A LA RESTAURATION, UNE SEULE TRACE D'AUDIT PAR      *
      *   DOSSIER                                             *
      *------------------------------------------------------*
       01 TAB-CLES-VUES.
           05 W-NB-CLV                PIC 9(5) COMP VALUE 0.
           05 W-CLV OCCURS 10000.
             10 W-CLV-FICHIER         PIC X(8).
             10 W-CLV-CLE             PIC X(16).
             10 W-CLV-AVANT           PIC X(200).
             10 W-CLV-AUDIT           PIC 9.
       01 IDX-CLV                     PIC 9(5) COMP.
       01 IDX-CLV-TROUVE              PIC 9(5) COMP.
       01 W-CLE-IMAGE                 PIC X(16).
       01 W-CLE-VUE                   PIC 9.
         88 CLE-VUE-OUI               VALUE 1.
         88 CLE-VUE-NON               VALUE 0.

      *------------------------------------------------------*
      *   COMPTEURS                                           *
      *------------------------------------------------------*
       01 W-NB-IMAGES                 PIC 9(7) VALUE 0.
       01 W-NB-CONFLITS               PIC 9(7) VALUE 0.
       01 W-NB-RESTAURES              PIC 9(7) VALUE 0.
       01 W-NB-SUPPRIMES              PIC 9(7) VALUE 0.
       01 W-NB-ECHECS                 PIC 9(7) VALUE 0.
       01 W-NB-EXTOURNES              PIC 9(7) VALUE 0.
       01 W-NB-DOSSIERS               PIC 9(7) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES DU COMPTE RENDU                              *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(40) VALUE
              'ANNULATION DU CALCUL DES INDEMNITES DU  '.
           05 W-TIT-MOIS              PIC 9(6).
           05 FILLER                  PIC X(16) VALUE
              ' - ORDONNEE PAR '.
           05 W-TIT-USERID            PIC X(8).
           05 FILLER                  PIC X(4)  VALUE ' LE '.
           05 W-TIT-DATE              PIC X(10).

       01 W-LIGNE-PHASE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-PHA-LIBELLE           PIC X(60).

       01 W-LIGNE-IMAGE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-IMG-SEQ               PIC 9(7).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-IMG-FICHIER           PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-IMG-ACTION            PIC X(12).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-IMG-CLE               PIC X(16).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-IMG-VERDICT           PIC X(40).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TOT-LIBELLE           PIC X(30).
           05 W-TOT-NOMBRE            PIC Z(6)9.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-TRI
           IF W-NB-CONFLITS = 0
              PERFORM 30000-RESTAURE-FICHIERS
              PERFORM 40000-EXTOURNE-COMPTA
              PERFORM 45000-RETIRE-LIBERATION
           END-IF
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS  FROM DATE YYYYMMDD
           ACCEPT W-HEURE-SYS FROM TIME
           MOVE W-DATE-SYS TO W-DATE-JOUR
           MOVE W-DATE-JOUR-JJ   TO W-AUD-JJ
           MOVE W-DATE-JOUR-MM   TO W-AUD-MM
           MOVE W-DATE-JOUR-AAAA TO W-AUD-AAAA
           MOVE W-HEURE-SYS(1:2) TO W-AUD-HH
           MOVE W-HEURE-SYS(3:2) TO W-AUD-MN
           MOVE W-HEURE-SYS(5:2) TO W-AUD-SS

           OPEN INPUT CARTE-FILE
           IF NOT CARTE-OK
              DISPLAY 'APA1CI11 - OUVERTURE CARTE IMPOSSIBLE : '
                      CARTE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CARTE-FILE
              AT END
                 DISPLAY 'APA1CI11 - CARTE PARAMETRE ABSENTE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE CARTE-FILE

           IF CARTE-MOIS IS NOT NUMERIC
              OR CARTE-USERID = SPACE
              DISPLAY 'APA1CI11 - CARTE PARAMETRE INVALIDE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           IF CARTE-CONFIRMATION NOT = 'ANNULER '
              DISPLAY 'APA1CI11 - ANNULATION NON CONFIRMEE SUR LA '
                      'CARTE (ANNULER EN COLONNE 17)'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE CARTE-MOIS   TO W-MOIS-ANNULE
           MOVE CARTE-USERID TO W-SUPERVISEUR

      *    L'ANNULATION EST UN ACTE DE SUPERVISION, COMME LA
      *    VALIDATION DES COORDONNEES BANCAIRES
           OPEN INPUT FHABI-FILE
           IF NOT FHABI-OK
              DISPLAY 'APA1CI11 - OUVERTURE FHABI11 IMPOSSIBLE : '
                      FHABI-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE W-SUPERVISEUR TO E-HAB-USERID
           READ FHABI-FILE
              INVALID KEY
                 MOVE SPACE TO E-HAB-ROLE
           END-READ
           CLOSE FHABI-FILE
           IF NOT ROLE-SUPERVISION
              DISPLAY 'APA1CI11 - ' W-SUPERVISEUR
                      ' N''A PAS LE ROLE SUPERVISION'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT IMPA-FILE
           IF NOT IMPA-OK
              DISPLAY 'APA1CI11 - OUVERTURE PAIAVANT IMPOSSIBLE : '
                      IMPA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FHPAI-FILE
           IF NOT FHPAI-OK
              DISPLAY 'APA1CI11 - OUVERTURE FHPAI11 IMPOSSIBLE : '
                      FHPAI-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FDETT-FILE
           EVALUATE TRUE
              WHEN FDETT-OK
                 SET DETTES-DISPO-OUI TO TRUE
              WHEN FDETT-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'APA1CI11 - OUVERTURE FDETT11 IMPOSSIBLE : '
                         FDETT-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN I-O FREGU-FILE
           EVALUATE TRUE
              WHEN FREGU-OK
                 SET REGUL-DISPO-OUI TO TRUE
              WHEN FREGU-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'APA1CI11 - OUVERTURE FREGU11 IMPOSSIBLE : '
                         FREGU-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN I-O FRETE-FILE
           IF NOT FRETE-OK
              DISPLAY 'APA1CI11 - OUVERTURE FRETE11 IMPOSSIBLE : '
                      FRETE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FOPPO-FILE
           EVALUATE TRUE
              WHEN FOPPO-OK
                 SET OPPOS-DISPO-OUI TO TRUE
              WHEN FOPPO-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'APA1CI11 - OUVERTURE FOPPO11 IMPOSSIBLE : '
                         FOPPO-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN I-O FFRAI-FILE
           EVALUATE TRUE
              WHEN FFRAI-OK
                 SET FRAIS-DISPO-OUI TO TRUE
              WHEN FFRAI-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'APA1CI11 - OUVERTURE FFRAI11 IMPOSSIBLE : '
                         FFRAI-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN I-O FAIDE-FILE
           EVALUATE TRUE
              WHEN FAIDE-OK
                 SET AIDE-DISPO-OUI TO TRUE
              WHEN FAIDE-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'APA1CI11 - OUVERTURE FAIDE11 IMPOSSIBLE : '
                         FAIDE-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN I-O FDEIN-FILE
           EVALUATE TRUE
              WHEN FDEIN-OK
                 SET DEIN-DISPO-OUI TO TRUE
              WHEN FDEIN-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'APA1CI11 - OUVERTURE FDEIN11 IMPOSSIBLE : '
                         FDEIN-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN I-O FLIBP-FILE
           EVALUATE TRUE
              WHEN FLIBP-OK
                 SET LIBP-DISPO-OUI TO TRUE
              WHEN FLIBP-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'APA1CI11 - OUVERTURE FLIBP11 IMPOSSIBLE : '
                         FLIBP-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN I-O FPARM-FILE
           IF NOT FPARM-OK
              DISPLAY 'APA1CI11 - OUVERTURE FPARM11 IMPOSSIBLE : '
                      FPARM-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FPARH-FILE
           IF NOT FPARH-OK
              DISPLAY 'APA1CI11 - OUVERTURE FPARH11 IMPOSSIBLE : '
                      FPARH-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FSTAGA-FILE
           IF NOT FSTAGA-OK
              DISPLAY 'APA1CI11 - OUVERTURE FSTAGA11 IMPOSSIBLE : '
                      FSTAGA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'APA1CI11 - OUVERTURE RPTANNUL IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE W-MOIS-ANNULE TO W-TIT-MOIS
           MOVE W-SUPERVISEUR TO W-TIT-USERID
           MOVE W-DATE-AUDIT  TO W-TIT-DATE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           .

      *--------------------------------------------------------*
      *   TRI DES IMAGES DE LA PLUS RECENTE A LA PLUS ANCIENNE  *
      *   (ORDRE INVERSE DU RUN) ; EN SORTIE DE TRI, CHAQUE     *
      *   IMAGE EST CONTROLEE CONTRE L'ETAT ACTUEL DU FICHIER   *
      *   ET RANGEE DANS LE FICHIER DE TRAVAIL PAITRI           *
      *--------------------------------------------------------*
       20000-TRAIT-TRI.
      *----------------------*
           MOVE 'CONTROLE DE L''ETAT DES FICHIERS DEPUIS LE RUN :'
             TO W-PHA-LIBELLE
           WRITE RPT-LIGNE FROM W-LIGNE-PHASE

           SORT WORK-TRI
                ON DESCENDING KEY TRI-SEQ
                INPUT PROCEDURE  20900-CHARGE-IMAGES
                OUTPUT PROCEDURE 21000-CONTROLE-IMAGES

           IF W-NB-IMAGES = 0
              DISPLAY 'APA1CI11 - JOURNAL PAIAVANT VIDE : RIEN A '
                      'ANNULER'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       20900-CHARGE-IMAGES.
      *----------------------*
           READ IMPA-FILE
              AT END
                 SET IMPA-FIN TO TRUE
           END-READ

           PERFORM UNTIL IMPA-FIN
              RELEASE TRI-ENREG FROM IMPA-REC
              READ IMPA-FILE
                 AT END
                    SET IMPA-FIN TO TRUE
              END-READ
           END-PERFORM

           CLOSE IMPA-FILE
           .

       21000-CONTROLE-IMAGES.
      *----------------------*
           OPEN OUTPUT ATRI-FILE
           IF NOT ATRI-OK
              DISPLAY 'APA1CI11 - OUVERTURE PAITRI IMPOSSIBLE : '
                      ATRI-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE 0 TO W-TRI-INDIC
           PERFORM UNTIL TRI-TERMINE
              RETURN WORK-TRI INTO E-IMAGE-PAIE
                 AT END
                    SET TRI-TERMINE TO TRUE
                 NOT AT END
                    ADD 1 TO W-NB-IMAGES
                    PERFORM 21100-CONTROLE-UNE-IMAGE
                    WRITE E-IMAGE-PAIE
              END-RETURN
           END-PERFORM

           CLOSE ATRI-FILE
           .

      *--------------------------------------------------------*
      *   UNE IMAGE N'EST ANNULABLE QUE SI L'ENREGISTREMENT EST *
      *   ENCORE TEL QUE LE RUN L'A LAISSE : TOUTE MISE A JOUR  *
      *   ULTERIEURE (ECRAN, AUTRE RUN) BLOQUE L'ANNULATION     *
      *   ENTIERE, A REPRENDRE A LA MAIN                        *
      *--------------------------------------------------------*
       21100-CONTROLE-UNE-IMAGE.
      *----------------------*
           MOVE SPACE       TO W-VERDICT
           MOVE E-IMP-APRES TO W-IMAGE-APRES
           PERFORM 21050-LONGUEUR-CLE
           PERFORM 21060-CHERCHE-CLE

           IF E-IMP-MOIS NOT = W-MOIS-ANNULE
              MOVE 'IMAGE D''UN AUTRE MOIS' TO W-VERDICT
           ELSE
              EVALUATE TRUE
      *          CLE DEJA MISE A JOUR PLUS TARD DANS LE RUN : L'IMAGE
      *          APRES DOIT ETRE L'IMAGE AVANT DE LA MISE A JOUR
      *          SUIVANTE, ET NON L'ETAT ACTUEL DU FICHIER
                 WHEN CLE-VUE-OUI
                    IF W-IMAGE-APRES NOT = W-CLV-AVANT(IDX-CLV-TROUVE)
                       MOVE 'MODIFIE ENTRE DEUX IMAGES DU RUN'
                         TO W-VERDICT
                    END-IF
                 WHEN IMP-FHPAI
                    MOVE W-IMAGE-APRES TO E-HISTO-PAIE
                    READ FHPAI-FILE
                       INVALID KEY
                          MOVE 'ENREGISTREMENT DISPARU' TO W-VERDICT
                       NOT INVALID KEY
                          IF E-HISTO-PAIE NOT = W-IMAGE-APRES
                             MOVE 'MODIFIE DEPUIS LE RUN'
                               TO W-VERDICT
                          END-IF
                    END-READ
                 WHEN IMP-FDETT
                    IF DETTES-DISPO-NON
                       MOVE 'FDETT11 ABSENT' TO W-VERDICT
                    ELSE
                       MOVE W-IMAGE-APRES TO E-DETTE
                       READ FDETT-FILE
                          INVALID KEY
                             MOVE 'ENREGISTREMENT DISPARU'
                               TO W-VERDICT
                          NOT INVALID KEY
                             IF E-DETTE NOT = W-IMAGE-APRES
                                MOVE 'MODIFIE DEPUIS LE RUN'
                                  TO W-VERDICT
                             END-IF
                       END-READ
                    END-IF
                 WHEN IMP-FREGU
                    IF REGUL-DISPO-NON
                       MOVE 'FREGU11 ABSENT' TO W-VERDICT
                    ELSE
                       MOVE W-IMAGE-APRES TO E-REGUL
                       READ FREGU-FILE
                          INVALID KEY
                             MOVE 'ENREGISTREMENT DISPARU'
                               TO W-VERDICT
                          NOT INVALID KEY
                             IF E-REGUL NOT = W-IMAGE-APRES
                                MOVE 'MODIFIE DEPUIS LE RUN'
                                  TO W-VERDICT
                             END-IF
                       END-READ
                    END-IF
                 WHEN IMP-FRETE
                    MOVE W-IMAGE-APRES TO E-RETENUE-MED
                    READ FRETE-FILE
                       INVALID KEY
                          MOVE 'ENREGISTREMENT DISPARU' TO W-VERDICT
                       NOT INVALID KEY
                          IF E-RETENUE-MED NOT = W-IMAGE-APRES
                             MOVE 'MODIFIE DEPUIS LE RUN'
                               TO W-VERDICT
                          END-IF
                    END-READ
                 WHEN IMP-FOPPO
                    IF OPPOS-DISPO-NON
                       MOVE 'FOPPO11 ABSENT' TO W-VERDICT
                    ELSE
                       MOVE W-IMAGE-APRES TO E-OPPOSITION
                       READ FOPPO-FILE
                          INVALID KEY
                             MOVE 'ENREGISTREMENT DISPARU'
                               TO W-VERDICT
                          NOT INVALID KEY
                             IF E-OPPOSITION NOT = W-IMAGE-APRES
                                MOVE 'MODIFIE DEPUIS LE RUN'
                                  TO W-VERDICT
                             END-IF
                       END-READ
                    END-IF
                 WHEN IMP-FFRAI
                    IF FRAIS-DISPO-NON
                       MOVE 'FFRAI11 ABSENT' TO W-VERDICT
                    ELSE
                       MOVE W-IMAGE-APRES TO E-FRAIS
                       READ FFRAI-FILE
                          INVALID KEY
                             MOVE 'ENREGISTREMENT DISPARU'
                               TO W-VERDICT
                          NOT INVALID KEY
                             IF E-FRAIS NOT = W-IMAGE-APRES
                                MOVE 'MODIFIE DEPUIS LE RUN'
                                  TO W-VERDICT
                             END-IF
                       END-READ
                    END-IF
                 WHEN IMP-FAIDE
                    IF AIDE-DISPO-NON
                       MOVE 'FAIDE11 ABSENT' TO W-VERDICT
                    ELSE
                       MOVE W-IMAGE-APRES TO E-AIDE
                       READ FAIDE-FILE
                          INVALID KEY
                             MOVE 'ENREGISTREMENT DISPARU'
                               TO W-VERDICT
                          NOT INVALID KEY
                             IF E-AIDE NOT = W-IMAGE-APRES
                                MOVE 'MODIFIE DEPUIS LE RUN'
                                  TO W-VERDICT
                             END-IF
                       END-READ
                    END-IF
                 WHEN IMP-FDEIN
                    IF DEIN-DISPO-NON
                       MOVE 'FDEIN11 ABSENT' TO W-VERDICT
                    ELSE
                       MOVE W-IMAGE-APRES TO E-DESINSCRIPTION
                       READ FDEIN-FILE
                          INVALID KEY
                             MOVE 'ENREGISTREMENT DISPARU'
                               TO W-VERDICT
                          NOT INVALID KEY
                             IF E-DESINSCRIPTION NOT = W-IMAGE-APRES
                                MOVE 'MODIFIE DEPUIS LE RUN'
                                  TO W-VERDICT
                             END-IF
                       END-READ
                    END-IF
                 WHEN IMP-FPARM
      *             UN MOIS POSTERIEUR DEJA CALCULE A AVANCE
      *             MOIS-CLOS : LE CONTROLE L'ARRETE ICI
                    MOVE W-IMAGE-APRES TO E-PARAM
                    READ FPARM-FILE
                       INVALID KEY
                          MOVE 'ENREGISTREMENT DISPARU' TO W-VERDICT
                       NOT INVALID KEY
                          IF E-PARAM NOT = W-IMAGE-APRES
                             MOVE 'MODIFIE DEPUIS LE RUN'
                               TO W-VERDICT
                          END-IF
                    END-READ
                 WHEN OTHER
                    MOVE 'FICHIER INCONNU' TO W-VERDICT
              END-EVALUATE
           END-IF

           PERFORM 21070-MEMORISE-CLE

           IF W-VERDICT NOT = SPACE
              ADD 1 TO W-NB-CONFLITS
              PERFORM 29000-EDITE-IMAGE
           END-IF
           .

      *    LONGUEUR DE LA CLE DU FICHIER DE L'IMAGE (EN TETE
      *    D'ENREGISTREMENT)
       21050-LONGUEUR-CLE.
      *----------------------*
           EVALUATE TRUE
              WHEN IMP-FHPAI
                 MOVE 12 TO W-LG-CLE
              WHEN IMP-FDETT
                 MOVE 8 TO W-LG-CLE
              WHEN IMP-FREGU
                 MOVE 16 TO W-LG-CLE
              WHEN IMP-FRETE
                 MOVE 6 TO W-LG-CLE
              WHEN IMP-FOPPO
                 MOVE 8 TO W-LG-CLE
              WHEN IMP-FFRAI
                 MOVE 12 TO W-LG-CLE
              WHEN IMP-FAIDE
                 MOVE 8 TO W-LG-CLE
              WHEN IMP-FDEIN
                 MOVE 6 TO W-LG-CLE
              WHEN IMP-FPARM
                 MOVE 12 TO W-LG-CLE
              WHEN OTHER
                 MOVE 16 TO W-LG-CLE
           END-EVALUATE
           .

       21060-CHERCHE-CLE.
      *----------------------*
           MOVE SPACE TO W-CLE-IMAGE
           MOVE E-IMP-APRES(1:W-LG-CLE) TO W-CLE-IMAGE
           SET CLE-VUE-NON TO TRUE
           PERFORM VARYING IDX-CLV FROM 1 BY 1
              UNTIL IDX-CLV > W-NB-CLV OR CLE-VUE-OUI
              IF W-CLV-FICHIER(IDX-CLV) = E-IMP-FICHIER
                 AND W-CLV-CLE(IDX-CLV) = W-CLE-IMAGE
                 SET CLE-VUE-OUI TO TRUE
                 MOVE IDX-CLV TO IDX-CLV-TROUVE
              END-IF
           END-PERFORM
           .

      *    L'IMAGE AVANT DEVIENT LA REFERENCE DE L'IMAGE PLUS
      *    ANCIENNE DE LA MEME CLE ; TABLE SATUREE : LE CONTROLE
      *    N'EST PLUS SUR, L'ANNULATION EST REFUSEE
       21070-MEMORISE-CLE.
      *----------------------*
           IF CLE-VUE-OUI
              MOVE E-IMP-AVANT TO W-CLV-AVANT(IDX-CLV-TROUVE)
           ELSE
              IF W-NB-CLV NOT < 10000
                 IF W-VERDICT = SPACE
                    MOVE 'TABLE DES CLES SATUREE' TO W-VERDICT
                 END-IF
              ELSE
                 ADD 1 TO W-NB-CLV
                 MOVE E-IMP-FICHIER TO W-CLV-FICHIER(W-NB-CLV)
                 MOVE W-CLE-IMAGE   TO W-CLV-CLE(W-NB-CLV)
                 MOVE E-IMP-AVANT   TO W-CLV-AVANT(W-NB-CLV)
                 MOVE 0             TO W-CLV-AUDIT(W-NB-CLV)
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   RESTAURATION, DE LA PLUS RECENTE MISE A JOUR A LA     *
      *   PLUS ANCIENNE : UNE CREATION DU RUN EST SUPPRIMEE,    *
      *   UNE MODIFICATION REPREND SON IMAGE AVANT              *
      *--------------------------------------------------------*
       30000-RESTAURE-FICHIERS.
      *----------------------*
           MOVE 'RESTAURATION DES FICHIERS :' TO W-PHA-LIBELLE
           WRITE RPT-LIGNE FROM W-LIGNE-PHASE

           OPEN INPUT ATRI-FILE
           IF NOT ATRI-OK
              DISPLAY 'APA1CI11 - REOUVERTURE PAITRI IMPOSSIBLE : '
                      ATRI-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           READ ATRI-FILE
              AT END
                 SET ATRI-FIN TO TRUE
           END-READ

           PERFORM UNTIL ATRI-FIN
              PERFORM 31000-RESTAURE-UNE-IMAGE
              READ ATRI-FILE
                 AT END
                    SET ATRI-FIN TO TRUE
              END-READ
           END-PERFORM

           CLOSE ATRI-FILE
           .

       31000-RESTAURE-UNE-IMAGE.
      *----------------------*
           MOVE 'RESTAURE' TO W-VERDICT
           IF IMP-CREATION
              MOVE 'SUPPRIME' TO W-VERDICT
           END-IF

           EVALUATE TRUE
              WHEN IMP-FHPAI
                 MOVE 12 TO W-LG-CLE
                 PERFORM 31100-RESTAURE-FHPAI
              WHEN IMP-FDETT
                 MOVE 8 TO W-LG-CLE
                 PERFORM 31200-RESTAURE-FDETT
              WHEN IMP-FREGU
                 MOVE 16 TO W-LG-CLE
                 PERFORM 31300-RESTAURE-FREGU
              WHEN IMP-FRETE
                 MOVE 6 TO W-LG-CLE
                 PERFORM 31400-RESTAURE-FRETE
              WHEN IMP-FOPPO
                 MOVE 8 TO W-LG-CLE
                 PERFORM 31450-RESTAURE-FOPPO
              WHEN IMP-FFRAI
                 MOVE 12 TO W-LG-CLE
                 PERFORM 31460-RESTAURE-FFRAI
              WHEN IMP-FAIDE
                 MOVE 8 TO W-LG-CLE
                 PERFORM 31470-RESTAURE-FAIDE
              WHEN IMP-FDEIN
                 MOVE 6 TO W-LG-CLE
                 PERFORM 31480-RESTAURE-FDEIN
              WHEN IMP-FPARM
                 MOVE 12 TO W-LG-CLE
                 PERFORM 31500-RESTAURE-FPARM
           END-EVALUATE

           IF W-VERDICT(1:5) = 'ECHEC'
              ADD 1 TO W-NB-ECHECS
           ELSE
              IF IMP-CREATION
                 ADD 1 TO W-NB-SUPPRIMES
              ELSE
                 ADD 1 TO W-NB-RESTAURES
              END-IF
           END-IF
           PERFORM 29000-EDITE-IMAGE
           .

      *    LIGNE D'HISTORIQUE DE PAIEMENT : UNE TRACE D'AUDIT
      *    PAR DOSSIER DONT LE MOIS EST ANNULE, POSEE A LA PREMIERE
      *    IMAGE RESTAUREE DE LA LIGNE (LA CLE D'AUDIT NE VARIE
      *    PAS D'UNE IMAGE A L'AUTRE DANS LE MEME PASSAGE)
       31100-RESTAURE-FHPAI.
      *----------------------*
           IF IMP-CREATION
              MOVE E-IMP-APRES TO E-HISTO-PAIE
              DELETE FHPAI-FILE
                 INVALID KEY
                    MOVE 'ECHEC DELETE FHPAI11' TO W-VERDICT
              END-DELETE
           ELSE
              MOVE E-IMP-AVANT TO E-HISTO-PAIE
              REWRITE E-HISTO-PAIE
                 INVALID KEY
                    MOVE 'ECHEC REWRITE FHPAI11' TO W-VERDICT
              END-REWRITE
           END-IF
           IF W-VERDICT(1:5) NOT = 'ECHEC'
              PERFORM 21060-CHERCHE-CLE
              IF CLE-VUE-OUI
                 AND W-CLV-AUDIT(IDX-CLV-TROUVE) = 0
                 MOVE 1 TO W-CLV-AUDIT(IDX-CLV-TROUVE)
                 PERFORM 32000-AUDIT-DOSSIER
              END-IF
           END-IF
           .

       31200-RESTAURE-FDETT.
      *----------------------*
           IF IMP-CREATION
              MOVE E-IMP-APRES TO E-DETTE
              DELETE FDETT-FILE
                 INVALID KEY
                    MOVE 'ECHEC DELETE FDETT11' TO W-VERDICT
              END-DELETE
           ELSE
              MOVE E-IMP-AVANT TO E-DETTE
              REWRITE E-DETTE
                 INVALID KEY
                    MOVE 'ECHEC REWRITE FDETT11' TO W-VERDICT
              END-REWRITE
           END-IF
           .

       31300-RESTAURE-FREGU.
      *----------------------*
           IF IMP-CREATION
              MOVE E-IMP-APRES TO E-REGUL
              DELETE FREGU-FILE
                 INVALID KEY
                    MOVE 'ECHEC DELETE FREGU11' TO W-VERDICT
              END-DELETE
           ELSE
              MOVE E-IMP-AVANT TO E-REGUL
              REWRITE E-REGUL
                 INVALID KEY
                    MOVE 'ECHEC REWRITE FREGU11' TO W-VERDICT
              END-REWRITE
           END-IF
           .

       31400-RESTAURE-FRETE.
      *----------------------*
           IF IMP-CREATION
              MOVE E-IMP-APRES TO E-RETENUE-MED
              DELETE FRETE-FILE
                 INVALID KEY
                    MOVE 'ECHEC DELETE FRETE11' TO W-VERDICT
              END-DELETE
           ELSE
              MOVE E-IMP-AVANT TO E-RETENUE-MED
              REWRITE E-RETENUE-MED
                 INVALID KEY
                    MOVE 'ECHEC REWRITE FRETE11' TO W-VERDICT
              END-REWRITE
           END-IF
           .

      *    SAISIE SUR INDEMNITE : LE RESTE DU ET L'ETAT REPRENNENT
      *    LEUR VALEUR D'AVANT LE RUN (LE FICHIER ORDOPPO DU MOIS
      *    EST SUPPRIME AVEC LES AUTRES FICHIERS D'ORDRES)
       31450-RESTAURE-FOPPO.
      *----------------------*
           IF IMP-CREATION
              MOVE E-IMP-APRES TO E-OPPOSITION
              DELETE FOPPO-FILE
                 INVALID KEY
                    MOVE 'ECHEC DELETE FOPPO11' TO W-VERDICT
              END-DELETE
           ELSE
              MOVE E-IMP-AVANT TO E-OPPOSITION
              REWRITE E-OPPOSITION
                 INVALID KEY
                    MOVE 'ECHEC REWRITE FOPPO11' TO W-VERDICT
              END-REWRITE
           END-IF
           .

      *    NOTE DE FRAIS : ELLE REDEVIENT APPROUVEE ET SERA REGLEE
      *    PAR LE PROCHAIN CALCUL (L'ORDRE DE FRAIS DISPARAIT AVEC
      *    LE FICHIER PAIEMENT DU MOIS)
       31460-RESTAURE-FFRAI.
      *----------------------*
           IF IMP-CREATION
              MOVE E-IMP-APRES TO E-FRAIS
              DELETE FFRAI-FILE
                 INVALID KEY
                    MOVE 'ECHEC DELETE FFRAI11' TO W-VERDICT
              END-DELETE
           ELSE
              MOVE E-IMP-AVANT TO E-FRAIS
              REWRITE E-FRAIS
                 INVALID KEY
                    MOVE 'ECHEC REWRITE FFRAI11' TO W-VERDICT
              END-REWRITE
           END-IF
           .

      *    AIDE EXCEPTIONNELLE : ELLE REDEVIENT A VERSER ET PARTIRA
      *    AVEC LE PROCHAIN CALCUL (L'ORDRE D'AIDE DISPARAIT AVEC LE
      *    FICHIER PAIEMENT DU MOIS)
       31470-RESTAURE-FAIDE.
      *----------------------*
           MOVE E-IMP-AVANT TO E-AIDE
           REWRITE E-AIDE
              INVALID KEY
                 MOVE 'ECHEC REWRITE FAIDE11' TO W-VERDICT
           END-REWRITE
           .

      *    RADIATION EN REVUE : LE CUMUL SUSPENDU (OU LIBERE) PAR
      *    LE RUN REPREND SA VALEUR ; UNE SOMME LIBEREE REPARTIRA
      *    AVEC LE PROCHAIN CALCUL
       31480-RESTAURE-FDEIN.
      *----------------------*
           MOVE E-IMP-AVANT TO E-DESINSCRIPTION
           REWRITE E-DESINSCRIPTION
              INVALID KEY
                 MOVE 'ECHEC REWRITE FDEIN11' TO W-VERDICT
           END-REWRITE
           .

      *    REOUVERTURE DU MOIS : MOIS-CLOS REPREND LA VALEUR
      *    D'AVANT LE RUN (OU DISPARAIT S'IL A ETE CREE PAR LUI),
      *    PRE1CI11 REPASSE ALORS LES CORRECTIONS EN DIRECT
       31500-RESTAURE-FPARM.
      *----------------------*
           MOVE E-IMP-APRES TO E-PARAM
           MOVE E-PAR-VALEUR TO W-VALEUR-AVANT
           IF IMP-CREATION
              MOVE 0 TO W-VALEUR-APRES
              DELETE FPARM-FILE
                 INVALID KEY
                    MOVE 'ECHEC DELETE FPARM11' TO W-VERDICT
              END-DELETE
           ELSE
              MOVE E-IMP-AVANT TO E-PARAM
              MOVE E-PAR-VALEUR TO W-VALEUR-APRES
              REWRITE E-PARAM
                 INVALID KEY
                    MOVE 'ECHEC REWRITE FPARM11' TO W-VERDICT
              END-REWRITE
           END-IF

           IF W-VERDICT(1:5) NOT = 'ECHEC'
              MOVE SPACE            TO E-PARAM-HISTO
              MOVE E-IMP-APRES(1:12) TO E-PAH-PARAM
              MOVE W-DATE-SYS       TO E-PAH-DATE
              MOVE W-HEURE-SYS(1:6) TO E-PAH-HEURE
              MOVE W-VALEUR-AVANT   TO E-PAH-VALEUR-AVANT
              MOVE W-VALEUR-APRES   TO E-PAH-VALEUR-APRES
              MOVE W-SUPERVISEUR    TO E-PAH-USERID
              SET PAH-ANNULATION    TO TRUE
              WRITE E-PARAM-HISTO
                 INVALID KEY
                    DISPLAY 'APA1CI11 - ECHEC JOURNAL ' E-PAH-CLE
              END-WRITE
           END-IF
           .

      *--------------------------------------------------------*
      *   TRACE D'AUDIT DU DOSSIER (FSTAGA11), CONSULTABLE AVEC *
      *   LES AUTRES EVENEMENTS DU STAGIAIRE                    *
      *--------------------------------------------------------*
       32000-AUDIT-DOSSIER.
      *----------------------*
           ADD 1 TO W-NB-DOSSIERS
           MOVE SPACE           TO E-HISTO
           MOVE E-HPA-NUMERO    TO NUM-STAG-H
           MOVE W-DATE-AUDIT    TO DATE-H
           MOVE W-HEURE-AUDIT   TO HEURE-H
           MOVE 'BTCH'          TO TERMINAL-H
           MOVE W-SUPERVISEUR   TO USERID-USER-H
           MOVE 'M'             TO FONCTION-H
           STRING 'ANNULATION CALCUL INDEMNITE MOIS '
                                          DELIMITED BY SIZE
                  W-MOIS-ANNULE           DELIMITED BY SIZE
                  INTO F
           END-STRING

           MOVE E-HISTO     TO SCP-ENREG
           WRITE E-HISTO
              INVALID KEY
                 DISPLAY 'APA1CI11 - ECHEC AUDIT NUM ' E-HPA-NUMERO
              NOT INVALID KEY
                 PERFORM 86000-SCELLE-HISTO
           END-WRITE
           .

      *--------------------------------------------------------*
      *   EXTOURNE DE L'INTERFACE COMPTABLE DU RUN : CHAQUE     *
      *   ECRITURE EST REPRISE EN SENS INVERSE (DEBIT <->       *
      *   CREDIT), MEMES COMPTE, SITE, SESSION ET MOIS          *
      *--------------------------------------------------------*
       40000-EXTOURNE-COMPTA.
      *----------------------*
           OPEN INPUT CPTA-FILE
           IF NOT CPTA-OK
              DISPLAY 'APA1CI11 - OUVERTURE COMPTA IMPOSSIBLE : '
                      CPTA-STATUT ' - EXTOURNE A PASSER A LA MAIN'
              MOVE 8 TO RETURN-CODE
           ELSE
              OPEN OUTPUT CPTX-FILE
              IF NOT CPTX-OK
                 DISPLAY 'APA1CI11 - OUVERTURE COMPTAAN IMPOSSIBLE : '
                         CPTX-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              READ CPTA-FILE
                 AT END
                    SET CPTA-FIN TO TRUE
              END-READ
              PERFORM UNTIL CPTA-FIN
                 PERFORM 41000-EXTOURNE-ECRITURE
                 READ CPTA-FILE
                    AT END
                       SET CPTA-FIN TO TRUE
                 END-READ
              END-PERFORM
              CLOSE CPTA-FILE
              CLOSE CPTX-FILE
           END-IF
           .

       41000-EXTOURNE-ECRITURE.
      *----------------------*
           IF CPTA-MOIS = W-MOIS-ANNULE
              EVALUATE CPTA-SENS
                 WHEN 'D'
                    MOVE 'C' TO CPTA-SENS
                 WHEN 'C'
                    MOVE 'D' TO CPTA-SENS
              END-EVALUATE
              MOVE CPTA-LIBELLE TO W-VERDICT
              MOVE SPACE TO CPTA-LIBELLE
              STRING 'EXT ' DELIMITED BY SIZE
                     W-VERDICT DELIMITED BY SIZE
                     INTO CPTA-LIBELLE
              END-STRING
              WRITE CPTX-REC FROM CPTA-REC
              ADD 1 TO W-NB-EXTOURNES
           END-IF
           .

      *--------------------------------------------------------*
      *   LE FICHIER DE PAIEMENT DU RUN ANNULE NE DOIT PLUS     *
      *   POUVOIR ETRE LIBERE NI TRANSMIS : SA DEMANDE DE       *
      *   LIBERATION EST SUPPRIMEE (UN NOUVEAU CALCUL EN POSERA *
      *   UNE AUTRE)                                            *
      *--------------------------------------------------------*
       45000-RETIRE-LIBERATION.
      *----------------------*
           IF LIBP-DISPO-OUI
              MOVE W-MOIS-ANNULE TO E-LIB-MOIS
              DELETE FLIBP-FILE
                 INVALID KEY
                    MOVE 'AUCUNE DEMANDE DE LIBERATION A RETIRER'
                      TO W-PHA-LIBELLE
                 NOT INVALID KEY
                    MOVE 'DEMANDE DE LIBERATION RETIREE (FLIBP11)'
                      TO W-PHA-LIBELLE
              END-DELETE
              WRITE RPT-LIGNE FROM W-LIGNE-PHASE
           END-IF
           .

       29000-EDITE-IMAGE.
      *----------------------*
           MOVE SPACE         TO W-LIGNE-IMAGE
           MOVE E-IMP-SEQ     TO W-IMG-SEQ
           MOVE E-IMP-FICHIER TO W-IMG-FICHIER
           IF IMP-CREATION
              MOVE 'CREATION'     TO W-IMG-ACTION
           ELSE
              MOVE 'MODIFICATION' TO W-IMG-ACTION
           END-IF
           MOVE E-IMP-APRES(1:W-LG-CLE) TO W-IMG-CLE
           MOVE W-VERDICT     TO W-IMG-VERDICT
           WRITE RPT-LIGNE FROM W-LIGNE-IMAGE
           .

      *--------------------------------------------------------*
      *   SCELLEMENT DE LA TRACE D'AUDIT QUI VIENT D'ETRE      *
      *   ECRITE : EMPREINTE ET VALEUR CHAINEE DEPOSEES DANS   *
      *   FSCEL11 PAR SCELLBAT (UN INCIDENT NE BLOQUE PAS LE   *
      *   TRAITEMENT, LA TRACE SORT A LA VERIFICATION)         *
      *--------------------------------------------------------*
       86000-SCELLE-HISTO.
      *----------------------*
           MOVE 'A'             TO SCP-TYPE
           MOVE 'E'             TO SCP-FONCTION
           MOVE 'APA1CI11'      TO SCP-PROGRAMME
           MOVE SCP-ENREG(29:8) TO SCP-USERID
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE 'IMAGES DU RUN             : ' TO W-TOT-LIBELLE
           MOVE W-NB-IMAGES    TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'CONFLITS (RIEN ANNULE)    : ' TO W-TOT-LIBELLE
           MOVE W-NB-CONFLITS  TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'ENREGISTREMENTS RESTAURES : ' TO W-TOT-LIBELLE
           MOVE W-NB-RESTAURES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'CREATIONS SUPPRIMEES      : ' TO W-TOT-LIBELLE
           MOVE W-NB-SUPPRIMES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'ECHECS DE RESTAURATION    : ' TO W-TOT-LIBELLE
           MOVE W-NB-ECHECS    TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'DOSSIERS TRACES (AUDIT)   : ' TO W-TOT-LIBELLE
           MOVE W-NB-DOSSIERS  TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'ECRITURES EXTOURNEES      : ' TO W-TOT-LIBELLE
           MOVE W-NB-EXTOURNES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FHPAI-FILE
           IF DETTES-DISPO-OUI
              CLOSE FDETT-FILE
           END-IF
           IF REGUL-DISPO-OUI
              CLOSE FREGU-FILE
           END-IF
           CLOSE FRETE-FILE
           IF OPPOS-DISPO-OUI
              CLOSE FOPPO-FILE
           END-IF
           IF FRAIS-DISPO-OUI
              CLOSE FFRAI-FILE
           END-IF
           IF AIDE-DISPO-OUI
              CLOSE FAIDE-FILE
           END-IF
           IF DEIN-DISPO-OUI
              CLOSE FDEIN-FILE
           END-IF
           IF LIBP-DISPO-OUI
              CLOSE FLIBP-FILE
           END-IF
           CLOSE FPARM-FILE
           CLOSE FPARH-FILE
           CLOSE FSTAGA-FILE
           CLOSE RPT-FILE
           MOVE 'F'             TO SCP-FONCTION
           CALL pgm-scellbat USING SCELLEMENT-PARAM

           EVALUATE TRUE
              WHEN W-NB-CONFLITS > 0
                 DISPLAY 'APA1CI11 - ' W-NB-CONFLITS
                         ' ENREGISTREMENT(S) MODIFIE(S) DEPUIS LE RUN'
                         ' - AUCUNE ANNULATION EFFECTUEE'
                 MOVE 12 TO RETURN-CODE
              WHEN W-NB-ECHECS > 0
                 DISPLAY 'APA1CI11 - ANNULATION INCOMPLETE : '
                         W-NB-ECHECS ' ECHEC(S) A REPRENDRE'
                 MOVE 12 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY 'APA1CI11 - CALCUL DU MOIS ' W-MOIS-ANNULE
                         ' ANNULE - ' W-NB-RESTAURES ' RESTAURE(S), '
                         W-NB-SUPPRIMES ' SUPPRIME(S)'
           END-EVALUATE
           .
