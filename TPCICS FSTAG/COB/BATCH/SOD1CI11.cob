      *======================================================*
      *   PROGRAMME BATCH - CONTROLE MENSUEL DE LA           *
      *   SEPARATION DES TACHES : LISTE CHAQUE DOSSIER OU UN *
      *   MEME UTILISATEUR A REALISE DANS LE MOIS DEUX       *
      *   ACTIONS INCOMPATIBLES SELON LA MATRICE DES PAIRES  *
      *   INCOMPATIBLES. ACTIONS RELEVEES :                  *
      *     CR/MO/SU/RE  CREATION, MODIFICATION, SUPPRESSION,*
      *                  RESTAURATION (FSTAGA11)             *
      *     BS/BA        SAISIE, APPROBATION BANCAIRE        *
      *                  (FBANJ11)                           *
      *     PO           POINTAGE DES PRESENCES DU MOIS      *
      *                  (FPRES11, E-PRE-USERID)             *
      *     RG           REGULARISATION DE POINTAGE (FREGU11)*
      *     DT           OUVERTURE D'UNE DETTE (FDETT11)     *
      *     LI           LIBERATION DU FICHIER DE PAIEMENT   *
      *                  (FLIBP11), IMPUTEE A CHAQUE DOSSIER *
      *                  PAYE DANS CE RUN (FHPAI11)          *
      *   LA MATRICE PAR DEFAUT EST COMPILEE ; ELLE EST      *
      *   ENTRETENUE PAR DES PARAMETRES FPARM11 (ECRAN       *
      *   PAR1CI11, JOURNALISES DANS FPARH11) DE CLE         *
      *   'SOD-AA-BB' : VALEUR 0 = PAIRE DESACTIVEE, SINON   *
      *   PAIRE ACTIVE (AJOUTEE SI ELLE N'EXISTE PAS), LE    *
      *   LIBELLE DU PARAMETRE DECRIVANT LA PAIRE.           *
      *   ETAT PAR SITE DU DOSSIER POUR LES SUPERVISEURS,    *
      *   AVEC ROLE ET SITE DE L'UTILISATEUR (FHABI11) ;     *
      *   LES COMPTES SONT DEPOSES DANS FALRT11.             *
      *   RC=4 SI AU MOINS UNE VIOLATION                     *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD1CI11.

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
           SELECT FALRT-FILE ASSIGN TO FALRT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-ALR-CLE
               FILE STATUS IS FALRT-STATUT.

           SELECT FPARM-FILE ASSIGN TO FPARM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-PAR-CLE
               FILE STATUS IS FPARM-STATUT.

           SELECT FSTAGA-FILE ASSIGN TO FSTAGA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-HISTO
               FILE STATUS IS FSTAGA-STATUT.

           SELECT FBANJ-FILE ASSIGN TO FBANJ11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-BAJ-CLE
               FILE STATUS IS FBANJ-STATUT.

           SELECT FPRES-FILE ASSIGN TO FPRES11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-PRE-CLE
               FILE STATUS IS FPRES-STATUT.

           SELECT FREGU-FILE ASSIGN TO FREGU11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-REG-CLE
               FILE STATUS IS FREGU-STATUT.

           SELECT FDETT-FILE ASSIGN TO FDETT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-DTT-CLE
               FILE STATUS IS FDETT-STATUT.

           SELECT FLIBP-FILE ASSIGN TO FLIBP11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-LIB-CLE
               FILE STATUS IS FLIBP-STATUT.

           SELECT FHPAI-FILE ASSIGN TO FHPAI11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-HPA-CLE
               FILE STATUS IS FHPAI-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FHABI-FILE ASSIGN TO FHABI11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-HAB-USERID
               FILE STATUS IS FHABI-STATUT.

      *        CARTE : MOIS A CONTROLER (AAAAMM ; A BLANC, LE MOIS
      *        DE LA DATE SYSTEME)
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTSOD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FALRT-FILE.
       COPY CALRT.

       FD  FPARM-FILE.
       COPY CPARM.

       FD  FSTAGA-FILE.
       COPY CTDHIST.

       FD  FBANJ-FILE.
       COPY CBANJ.

       FD  FPRES-FILE.
       COPY CPRES.

       FD  FREGU-FILE.
       COPY CREGU.

       FD  FDETT-FILE.
       COPY CDETT.

       FD  FLIBP-FILE.
       COPY CLIBP.

       FD  FHPAI-FILE.
       COPY CHPAI.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FHABI-FILE.
       COPY CHABI.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-MOIS              PIC X(6).
           05 FILLER                  PIC X(74).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

      *        UNE ACTION D'UN UTILISATEUR SUR UN DOSSIER
       SD  WORK-TRI.
       01  TRI-ENREG.
           05 TRI-SITE                PIC X(3).
           05 TRI-NUMERO              PIC 9(6).
           05 TRI-USERID              PIC X(8).
           05 TRI-ACTION              PIC X(2).
           05 TRI-DATE                PIC X(10).
           05 TRI-NOM                 PIC X(20).
           05 TRI-PRENOM              PIC X(15).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------*
      *   EMISSION D'UNE ALERTE D'EXPLOITATION (FALRT11)      *
      *------------------------------------------------------*
       01 FALRT-STATUT                PIC X(2).
         88 FALRT-OK                  VALUE '00'.

       01 W-ALERTE-SEVERITE           PIC X(1).
       01 W-ALERTE-MESSAGE            PIC X(60).
       01 W-ALERTE-NUMERO             PIC 9(6) VALUE 0.

       01 FPARM-STATUT                PIC X(2).
         88 FPARM-OK                  VALUE '00'.
         88 FPARM-ABSENT              VALUE '35'.
       01 FSTAGA-STATUT               PIC X(2).
         88 FSTAGA-OK                 VALUE '00'.
         88 FSTAGA-FIN                VALUE '10'.
       01 FBANJ-STATUT                PIC X(2).
         88 FBANJ-OK                  VALUE '00'.
         88 FBANJ-FIN                 VALUE '10'.
       01 FPRES-STATUT                PIC X(2).
         88 FPRES-OK                  VALUE '00'.
         88 FPRES-FIN                 VALUE '10'.
       01 FREGU-STATUT                PIC X(2).
         88 FREGU-OK                  VALUE '00'.
         88 FREGU-FIN                 VALUE '10'.
       01 FDETT-STATUT                PIC X(2).
         88 FDETT-OK                  VALUE '00'.
         88 FDETT-FIN                 VALUE '10'.
       01 FLIBP-STATUT                PIC X(2).
         88 FLIBP-OK                  VALUE '00'.
         88 FLIBP-FIN                 VALUE '10'.
       01 FHPAI-STATUT                PIC X(2).
         88 FHPAI-OK                  VALUE '00'.
         88 FHPAI-FIN                 VALUE '10'.
       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.
       01 FHABI-STATUT                PIC X(2).
         88 FHABI-OK                  VALUE '00'.
       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.
       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-MOIS-REVU                 PIC X(6).
       01 W-MOIS-EVT                  PIC X(6).

      *------------------------------------------------------*
      *   ACTIONS RELEVEES                                    *
      *------------------------------------------------------*
       01 TAB-ACTIONS-DEF.
           05 FILLER PIC X(26) VALUE 'CRCREATION DOSSIER        '.
           05 FILLER PIC X(26) VALUE 'MOMODIFICATION DOSSIER    '.
           05 FILLER PIC X(26) VALUE 'SUSUPPRESSION DOSSIER     '.
           05 FILLER PIC X(26) VALUE 'RERESTAURATION DOSSIER    '.
           05 FILLER PIC X(26) VALUE 'BSSAISIE BANCAIRE         '.
           05 FILLER PIC X(26) VALUE 'BAAPPROBATION BANCAIRE    '.
           05 FILLER PIC X(26) VALUE 'POPOINTAGE PRESENCE       '.
           05 FILLER PIC X(26) VALUE 'RGREGULARISATION POINTAGE '.
           05 FILLER PIC X(26) VALUE 'DTOUVERTURE DETTE         '.
           05 FILLER PIC X(26) VALUE 'LILIBERATION PAIEMENT     '.
       01 FILLER REDEFINES TAB-ACTIONS-DEF.
           05 W-ACTION OCCURS 10.
             10 W-ACT-CODE            PIC X(2).
             10 W-ACT-LIBELLE         PIC X(24).
       01 IDX-ACT                     PIC 9(2) COMP.
       01 IDX-ACT-1                   PIC 9(2) COMP.
       01 IDX-ACT-2                   PIC 9(2) COMP.
       01 W-CODE-CHERCHE              PIC X(2).
       01 W-IDX-TROUVE                PIC 9(2) COMP.

      *------------------------------------------------------*
      *   MATRICE PAR DEFAUT DES PAIRES INCOMPATIBLES         *
      *------------------------------------------------------*
       01 TAB-PAIRES-DEF.
           05 FILLER PIC X(34) VALUE
              'CRBSCREATION + SAISIE BANCAIRE    '.
           05 FILLER PIC X(34) VALUE
              'BSBASAISIE + APPROBATION BANCAIRE '.
           05 FILLER PIC X(34) VALUE
              'MOBAMODIFICATION + APPROB. BANQUE '.
           05 FILLER PIC X(34) VALUE
              'CRRGCREATION + REGULARISATION     '.
           05 FILLER PIC X(34) VALUE
              'BSRGBANQUE + REGULARISATION       '.
           05 FILLER PIC X(34) VALUE
              'CRLICREATION + LIBERATION PAIEMENT'.
           05 FILLER PIC X(34) VALUE
              'BSLIBANQUE + LIBERATION PAIEMENT  '.
           05 FILLER PIC X(34) VALUE
              'RGLIREGULARISATION + LIBERATION   '.
           05 FILLER PIC X(34) VALUE
              'POLIPOINTAGE + LIBERATION PAIEMENT'.
       01 FILLER REDEFINES TAB-PAIRES-DEF.
           05 W-PAIRE-DEF OCCURS 9.
             10 W-PDF-ACT-1           PIC X(2).
             10 W-PDF-ACT-2           PIC X(2).
             10 W-PDF-LIBELLE         PIC X(30).
       01 W-NB-PAIRES-DEF             PIC 9(2) COMP VALUE 9.

      *------------------------------------------------------*
      *   MATRICE EN VIGUEUR (DEFAUT + FPARM11)               *
      *------------------------------------------------------*
       01 W-NB-PAIRES                 PIC 9(2) COMP VALUE 0.
       01 TAB-PAIRES.
           05 W-PAIRE OCCURS 30.
             10 W-PAI-ACT-1           PIC X(2).
             10 W-PAI-ACT-2           PIC X(2).
             10 W-PAI-IDX-1           PIC 9(2) COMP.
             10 W-PAI-IDX-2           PIC 9(2) COMP.
             10 W-PAI-ACTIVE          PIC 9.
             10 W-PAI-LIBELLE         PIC X(30).
             10 W-PAI-NB-CAS          PIC 9(5).
       01 IDX-PAI                     PIC 9(2) COMP.
       01 W-PAI-TROUVEE               PIC 9(2) COMP.
       01 W-FIN-FPARM                 PIC 9.
         88 FIN-FPARM-OUI             VALUE 1.
         88 FIN-FPARM-NON             VALUE 0.

      *------------------------------------------------------*
      *   LIBERATIONS DE PAIEMENT DECIDEES DANS LE MOIS       *
      *------------------------------------------------------*
       01 W-NB-LIBERATIONS            PIC 9(2) COMP VALUE 0.
       01 TAB-LIBERATIONS.
           05 W-LIBERATION OCCURS 12.
             10 W-LBR-MOIS            PIC 9(6).
             10 W-LBR-SUPERVISEUR     PIC X(8).
             10 W-LBR-DATE            PIC X(10).
       01 IDX-LBR                     PIC 9(2) COMP.

      *------------------------------------------------------*
      *   DOSSIER COURANT EN ENTREE (EVITE DE RELIRE FSTAG11  *
      *   POUR CHAQUE POINTAGE DU MEME STAGIAIRE)             *
      *------------------------------------------------------*
       01 W-DOS-NUMERO                PIC 9(6) VALUE 0.
       01 W-DOS-SITE                  PIC X(3).
       01 W-DOS-NOM                   PIC X(20).
       01 W-DOS-PRENOM                PIC X(15).
       01 W-NUM-EVT                   PIC 9(6).

      *------------------------------------------------------*
      *   GROUPE COURANT EN SORTIE : SITE / DOSSIER / USERID  *
      *------------------------------------------------------*
       01 W-FIN-TRI                   PIC 9 VALUE 0.
         88 FIN-TRI-OUI               VALUE 1.
       01 W-PREMIER                   PIC 9 VALUE 1.
       01 W-GRP-SITE                  PIC X(3).
       01 W-GRP-NUMERO                PIC 9(6).
       01 W-GRP-USERID                PIC X(8).
       01 W-GRP-NOM                   PIC X(20).
       01 W-GRP-PRENOM                PIC X(15).
       01 TAB-GRP-ACTIONS.
           05 W-GRP-ACTION OCCURS 10.
             10 W-GRP-VU              PIC 9.
             10 W-GRP-DATE            PIC X(10).
       01 W-SITE-EDITE                PIC X(3).
       01 W-SITE-ENTETE               PIC 9 VALUE 0.
       01 W-DOSSIER-EN-VIOLATION      PIC 9 VALUE 0.
       01 W-GRP-NB-VIOLATIONS         PIC 9(2) COMP.
       01 W-POS-ACT                   PIC 9(3) COMP.
       01 W-POS-PAI                   PIC 9(3) COMP.

      *------------------------------------------------------*
      *   COMPTEURS                                           *
      *------------------------------------------------------*
       01 W-NB-ACTIONS                PIC 9(7) VALUE 0.
       01 W-NB-CAS                    PIC 9(5) VALUE 0.
       01 W-NB-DOSSIERS               PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES D'EDITION                                   *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(45) VALUE
              'SEPARATION DES TACHES - VIOLATIONS DU MOIS '.
           05 W-TIT-MOIS              PIC X(6).

       01 W-LIGNE-SITE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(45) VALUE
              'SEPARATION DES TACHES - VIOLATIONS DU MOIS '.
           05 W-SIT-MOIS              PIC X(6).
           05 FILLER                  PIC X(10) VALUE '  - SITE '.
           05 W-SIT-SITE              PIC X(3).

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(44) VALUE
              'NUMERO NOM                  PRENOM          '.
           05 FILLER                  PIC X(45) VALUE
              'USERID   ROLE/SITE  PAIRE(S) INCOMPATIBLE(S) '.

       01 W-LIGNE-CAS.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-CAS-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-CAS-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-CAS-PRENOM            PIC X(15).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-CAS-USERID            PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-CAS-ROLE              PIC X(1).
           05 FILLER                  PIC X(1)  VALUE '/'.
           05 W-CAS-SITE-USER         PIC X(3).
           05 FILLER                  PIC X(5)  VALUE SPACE.
           05 W-CAS-PAIRES            PIC X(60).

       01 W-LIGNE-ACTION.
           05 FILLER                  PIC X(10) VALUE SPACE.
           05 W-LAC-CODE              PIC X(2).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LAC-LIBELLE           PIC X(24).
           05 FILLER                  PIC X(14) VALUE
              ' PREMIERE LE '.
           05 W-LAC-DATE              PIC X(10).

       01 W-LIGNE-MATRICE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-MAT-ACT-1             PIC X(2).
           05 FILLER                  PIC X(1)  VALUE '-'.
           05 W-MAT-ACT-2             PIC X(2).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-MAT-LIBELLE           PIC X(30).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-MAT-ETAT              PIC X(11).
           05 FILLER                  PIC X(8)  VALUE ' CAS : '.
           05 W-MAT-NB-CAS            PIC ZZZZ9.

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(20) VALUE
              'ACTIONS RELEVEES : '.
           05 W-TOT-ACTIONS           PIC ZZZZZZ9.
           05 FILLER                  PIC X(10) VALUE '   CAS : '.
           05 W-TOT-CAS               PIC ZZZZ9.
           05 FILLER                  PIC X(15) VALUE
              '   DOSSIERS : '.
           05 W-TOT-DOSSIERS          PIC ZZZZ9.

       01 W-LIGNE-VIDE                PIC X(132) VALUE SPACE.

       01 W-LIGNE-TEXTE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TXT-TEXTE             PIC X(80).

       01 W-ED-NB                     PIC 9(5).

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           SORT WORK-TRI
                ON ASCENDING KEY TRI-SITE
                ON ASCENDING KEY TRI-NUMERO
                ON ASCENDING KEY TRI-USERID
                ON ASCENDING KEY TRI-ACTION
                INPUT PROCEDURE  20000-RELEVE-ACTIONS
                OUTPUT PROCEDURE 50000-EDITION-VIOLATIONS
           PERFORM  80000-EDITE-MATRICE
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD
           MOVE W-DATE-SYS(1:6) TO W-MOIS-REVU

           OPEN INPUT CARTE-FILE
           IF CARTE-OK
              READ CARTE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CARTE-MOIS IS NUMERIC
                       MOVE CARTE-MOIS TO W-MOIS-REVU
                    END-IF
              END-READ
              CLOSE CARTE-FILE
           END-IF

           OPEN I-O FALRT-FILE
           IF NOT FALRT-OK
              DISPLAY 'SOD1CI11 - OUVERTURE FALRT11 KO : '
                      FALRT-STATUT
           END-IF

           OPEN INPUT FSTAGA-FILE
           IF NOT FSTAGA-OK
              DISPLAY 'SOD1CI11 - OUVERTURE FSTAGA11 IMPOSSIBLE : '
                      FSTAGA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FBANJ-FILE
           IF NOT FBANJ-OK
              DISPLAY 'SOD1CI11 - OUVERTURE FBANJ11 IMPOSSIBLE : '
                      FBANJ-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FPRES-FILE
           IF NOT FPRES-OK
              DISPLAY 'SOD1CI11 - OUVERTURE FPRES11 IMPOSSIBLE : '
                      FPRES-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FREGU-FILE
           IF NOT FREGU-OK
              DISPLAY 'SOD1CI11 - OUVERTURE FREGU11 IMPOSSIBLE : '
                      FREGU-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FDETT-FILE
           IF NOT FDETT-OK
              DISPLAY 'SOD1CI11 - OUVERTURE FDETT11 IMPOSSIBLE : '
                      FDETT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FLIBP-FILE
           IF NOT FLIBP-OK
              DISPLAY 'SOD1CI11 - OUVERTURE FLIBP11 IMPOSSIBLE : '
                      FLIBP-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FHPAI-FILE
           IF NOT FHPAI-OK
              DISPLAY 'SOD1CI11 - OUVERTURE FHPAI11 IMPOSSIBLE : '
                      FHPAI-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'SOD1CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FHABI-FILE
           IF NOT FHABI-OK
              DISPLAY 'SOD1CI11 - OUVERTURE FHABI11 IMPOSSIBLE : '
                      FHABI-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'SOD1CI11 - OUVERTURE RPTSOD IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE W-MOIS-REVU TO W-TIT-MOIS W-SIT-MOIS

           PERFORM 11000-CHARGE-MATRICE
           .

      *--------------------------------------------------------*
      *   MATRICE : LES PAIRES COMPILEES SONT CHARGEES PUIS     *
      *   CORRIGEES PAR LES PARAMETRES FPARM11 'SOD-AA-BB'      *
      *   (VALEUR 0 = DESACTIVEE, SINON ACTIVE OU AJOUTEE).     *
      *   SANS FPARM11, LA MATRICE COMPILEE FAIT FOI            *
      *--------------------------------------------------------*
       11000-CHARGE-MATRICE.
      *----------------------*
           PERFORM VARYING IDX-PAI FROM 1 BY 1
              UNTIL IDX-PAI > W-NB-PAIRES-DEF
              ADD 1 TO W-NB-PAIRES
              MOVE W-PDF-ACT-1(IDX-PAI)   TO W-PAI-ACT-1(W-NB-PAIRES)
              MOVE W-PDF-ACT-2(IDX-PAI)   TO W-PAI-ACT-2(W-NB-PAIRES)
              MOVE W-PDF-LIBELLE(IDX-PAI) TO
                   W-PAI-LIBELLE(W-NB-PAIRES)
              MOVE 1 TO W-PAI-ACTIVE(W-NB-PAIRES)
              MOVE 0 TO W-PAI-NB-CAS(W-NB-PAIRES)
           END-PERFORM

           OPEN INPUT FPARM-FILE
           EVALUATE TRUE
              WHEN FPARM-OK
                 SET FIN-FPARM-NON TO TRUE
                 MOVE SPACE  TO E-PAR-CLE
                 MOVE 'SOD-' TO E-PAR-CLE(1:4)
                 START FPARM-FILE KEY IS NOT LESS THAN E-PAR-CLE
                    INVALID KEY
                       SET FIN-FPARM-OUI TO TRUE
                 END-START
                 PERFORM 11100-LIT-PARAMETRE
                   UNTIL FIN-FPARM-OUI
                 CLOSE FPARM-FILE
              WHEN FPARM-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'SOD1CI11 - OUVERTURE FPARM11 KO : '
                         FPARM-STATUT
           END-EVALUATE

      *    LES CODES D'ACTION SONT RESOLUS EN RANG UNE FOIS POUR
      *    TOUTES ; UNE PAIRE A CODE INCONNU EST ECARTEE
           PERFORM VARYING IDX-PAI FROM 1 BY 1
              UNTIL IDX-PAI > W-NB-PAIRES
              MOVE W-PAI-ACT-1(IDX-PAI) TO W-CODE-CHERCHE
              PERFORM 12000-RANG-ACTION
              MOVE W-IDX-TROUVE TO W-PAI-IDX-1(IDX-PAI)
              MOVE W-PAI-ACT-2(IDX-PAI) TO W-CODE-CHERCHE
              PERFORM 12000-RANG-ACTION
              MOVE W-IDX-TROUVE TO W-PAI-IDX-2(IDX-PAI)
              IF W-PAI-IDX-1(IDX-PAI) = 0
                 OR W-PAI-IDX-2(IDX-PAI) = 0
                 DISPLAY 'SOD1CI11 - PAIRE ' W-PAI-ACT-1(IDX-PAI)
                         '-' W-PAI-ACT-2(IDX-PAI)
                         ' : CODE ACTION INCONNU, PAIRE IGNOREE'
                 MOVE 0 TO W-PAI-ACTIVE(IDX-PAI)
              END-IF
           END-PERFORM
           .

       11100-LIT-PARAMETRE.
      *----------------------*
           READ FPARM-FILE NEXT RECORD
              AT END
                 SET FIN-FPARM-OUI TO TRUE
           END-READ

           IF FIN-FPARM-OUI
              CONTINUE
           ELSE
              IF E-PAR-CLE(1:4) NOT = 'SOD-'
                 SET FIN-FPARM-OUI TO TRUE
              ELSE
                 PERFORM 11200-APPLIQUE-PARAMETRE
              END-IF
           END-IF
           .

       11200-APPLIQUE-PARAMETRE.
      *----------------------*
           MOVE 0 TO W-PAI-TROUVEE
           PERFORM VARYING IDX-PAI FROM 1 BY 1
              UNTIL IDX-PAI > W-NB-PAIRES
              IF (W-PAI-ACT-1(IDX-PAI) = E-PAR-CLE(5:2)
                  AND W-PAI-ACT-2(IDX-PAI) = E-PAR-CLE(8:2))
                 OR (W-PAI-ACT-1(IDX-PAI) = E-PAR-CLE(8:2)
                  AND W-PAI-ACT-2(IDX-PAI) = E-PAR-CLE(5:2))
                 MOVE IDX-PAI TO W-PAI-TROUVEE
              END-IF
           END-PERFORM

           IF W-PAI-TROUVEE = 0
              IF W-NB-PAIRES < 30
                 ADD 1 TO W-NB-PAIRES
                 MOVE W-NB-PAIRES    TO W-PAI-TROUVEE
                 MOVE E-PAR-CLE(5:2) TO W-PAI-ACT-1(W-PAI-TROUVEE)
                 MOVE E-PAR-CLE(8:2) TO W-PAI-ACT-2(W-PAI-TROUVEE)
                 MOVE SPACE          TO W-PAI-LIBELLE(W-PAI-TROUVEE)
                 MOVE 0              TO W-PAI-NB-CAS(W-PAI-TROUVEE)
              ELSE
                 DISPLAY 'SOD1CI11 - MATRICE PLEINE, PARAMETRE '
                         E-PAR-CLE ' IGNORE'
              END-IF
           END-IF

           IF W-PAI-TROUVEE > 0
              IF E-PAR-VALEUR = 0
                 MOVE 0 TO W-PAI-ACTIVE(W-PAI-TROUVEE)
              ELSE
                 MOVE 1 TO W-PAI-ACTIVE(W-PAI-TROUVEE)
              END-IF
              IF E-PAR-LIBELLE NOT = SPACE
                 MOVE E-PAR-LIBELLE TO W-PAI-LIBELLE(W-PAI-TROUVEE)
              END-IF
           END-IF
           .

       12000-RANG-ACTION.
      *----------------------*
           MOVE 0 TO W-IDX-TROUVE
           PERFORM VARYING IDX-ACT FROM 1 BY 1 UNTIL IDX-ACT > 10
              IF W-ACT-CODE(IDX-ACT) = W-CODE-CHERCHE
                 MOVE IDX-ACT TO W-IDX-TROUVE
              END-IF
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   RELEVE DES ACTIONS DU MOIS, SOURCE PAR SOURCE ; LES   *
      *   DATES SONT AU FORMAT JJ/MM/AAAA SAUF LE POINTAGE      *
      *   (E-PRE-DATE EN AAAAMMJJ)                              *
      *--------------------------------------------------------*
       20000-RELEVE-ACTIONS.
      *----------------------*
           PERFORM 21000-LIT-FSTAGA
             UNTIL FSTAGA-FIN
           PERFORM 22000-LIT-FBANJ
             UNTIL FBANJ-FIN
           PERFORM 23000-LIT-FPRES
             UNTIL FPRES-FIN
           PERFORM 24000-LIT-FREGU
             UNTIL FREGU-FIN
           PERFORM 25000-LIT-FDETT
             UNTIL FDETT-FIN
           PERFORM 26000-LIT-FLIBP
             UNTIL FLIBP-FIN
           IF W-NB-LIBERATIONS > 0
              PERFORM 27000-LIT-FHPAI
                UNTIL FHPAI-FIN
           END-IF
           .

       21000-LIT-FSTAGA.
      *----------------------*
           READ FSTAGA-FILE NEXT RECORD
              AT END
                 SET FSTAGA-FIN TO TRUE
              NOT AT END
                 IF NUM-STAG-H IS NUMERIC
                    AND DATE-H(7:4) IS NUMERIC
                    MOVE DATE-H(7:4) TO W-MOIS-EVT(1:4)
                    MOVE DATE-H(4:2) TO W-MOIS-EVT(5:2)
                    IF W-MOIS-EVT = W-MOIS-REVU
                       MOVE NUM-STAG-H    TO W-NUM-EVT
                       MOVE USERID-USER-H TO TRI-USERID
                       MOVE DATE-H        TO TRI-DATE
                       EVALUATE TRUE
                          WHEN HISTO-CREATION
                             MOVE 'CR' TO TRI-ACTION
                          WHEN HISTO-MODIF
                             MOVE 'MO' TO TRI-ACTION
                          WHEN HISTO-SUPPRESSION
                             MOVE 'SU' TO TRI-ACTION
                          WHEN HISTO-RESTAURATION
                             MOVE 'RE' TO TRI-ACTION
                          WHEN OTHER
                             MOVE SPACE TO TRI-ACTION
                       END-EVALUATE
                       IF TRI-ACTION NOT = SPACE
                          PERFORM 29000-DEPOSE-ACTION
                       END-IF
                    END-IF
                 END-IF
           END-READ
           .

       22000-LIT-FBANJ.
      *----------------------*
           READ FBANJ-FILE NEXT RECORD
              AT END
                 SET FBANJ-FIN TO TRUE
              NOT AT END
                 IF E-BAJ-NUMERO IS NUMERIC
                    AND E-BAJ-DATE(7:4) IS NUMERIC
                    AND NOT BAJ-CONSULTATION
                    MOVE E-BAJ-DATE(7:4) TO W-MOIS-EVT(1:4)
                    MOVE E-BAJ-DATE(4:2) TO W-MOIS-EVT(5:2)
                    IF W-MOIS-EVT = W-MOIS-REVU
                       MOVE E-BAJ-NUMERO TO W-NUM-EVT
                       MOVE E-BAJ-USERID TO TRI-USERID
                       MOVE E-BAJ-DATE   TO TRI-DATE
                       IF BAJ-APPROBATION
                          MOVE 'BA' TO TRI-ACTION
                       ELSE
                          MOVE 'BS' TO TRI-ACTION
                       END-IF
                       PERFORM 29000-DEPOSE-ACTION
                    END-IF
                 END-IF
           END-READ
           .

       23000-LIT-FPRES.
      *----------------------*
           READ FPRES-FILE NEXT RECORD
              AT END
                 SET FPRES-FIN TO TRUE
              NOT AT END
                 IF E-PRE-DATE(1:6) = W-MOIS-REVU
                    AND E-PRE-USERID NOT = SPACE
                    MOVE E-PRE-NUMERO TO W-NUM-EVT
                    MOVE E-PRE-USERID TO TRI-USERID
                    MOVE SPACE             TO TRI-DATE
                    MOVE E-PRE-DATE(7:2)   TO TRI-DATE(1:2)
                    MOVE '/'               TO TRI-DATE(3:1)
                    MOVE E-PRE-DATE(5:2)   TO TRI-DATE(4:2)
                    MOVE '/'               TO TRI-DATE(6:1)
                    MOVE E-PRE-DATE(1:4)   TO TRI-DATE(7:4)
                    MOVE 'PO' TO TRI-ACTION
                    PERFORM 29000-DEPOSE-ACTION
                 END-IF
           END-READ
           .

       24000-LIT-FREGU.
      *----------------------*
           READ FREGU-FILE NEXT RECORD
              AT END
                 SET FREGU-FIN TO TRUE
              NOT AT END
                 IF E-REG-DATE-SAISIE(7:4) IS NUMERIC
                    MOVE E-REG-DATE-SAISIE(7:4) TO W-MOIS-EVT(1:4)
                    MOVE E-REG-DATE-SAISIE(4:2) TO W-MOIS-EVT(5:2)
                    IF W-MOIS-EVT = W-MOIS-REVU
                       MOVE E-REG-NUMERO      TO W-NUM-EVT
                       MOVE E-REG-USERID      TO TRI-USERID
                       MOVE E-REG-DATE-SAISIE TO TRI-DATE
                       MOVE 'RG' TO TRI-ACTION
                       PERFORM 29000-DEPOSE-ACTION
                    END-IF
                 END-IF
           END-READ
           .

       25000-LIT-FDETT.
      *----------------------*
           READ FDETT-FILE NEXT RECORD
              AT END
                 SET FDETT-FIN TO TRUE
              NOT AT END
                 IF E-DTT-DATE-OUVERTURE(7:4) IS NUMERIC
                    MOVE E-DTT-DATE-OUVERTURE(7:4) TO W-MOIS-EVT(1:4)
                    MOVE E-DTT-DATE-OUVERTURE(4:2) TO W-MOIS-EVT(5:2)
                    IF W-MOIS-EVT = W-MOIS-REVU
                       MOVE E-DTT-NUMERO         TO W-NUM-EVT
                       MOVE E-DTT-USERID         TO TRI-USERID
                       MOVE E-DTT-DATE-OUVERTURE TO TRI-DATE
                       MOVE 'DT' TO TRI-ACTION
                       PERFORM 29000-DEPOSE-ACTION
                    END-IF
                 END-IF
           END-READ
           .

      *--------------------------------------------------------*
      *   LIBERATIONS DECIDEES DANS LE MOIS : LE SUPERVISEUR    *
      *   EST RETENU POUR LE MOIS CALCULE ; L'ACTION EST        *
      *   IMPUTEE PLUS LOIN A CHAQUE DOSSIER PAYE CE MOIS-LA    *
      *--------------------------------------------------------*
       26000-LIT-FLIBP.
      *----------------------*
           READ FLIBP-FILE NEXT RECORD
              AT END
                 SET FLIBP-FIN TO TRUE
              NOT AT END
                 IF LIB-LIBERE
                    AND E-LIB-DATE-DECISION(7:4) IS NUMERIC
                    MOVE E-LIB-DATE-DECISION(7:4) TO W-MOIS-EVT(1:4)
                    MOVE E-LIB-DATE-DECISION(4:2) TO W-MOIS-EVT(5:2)
                    IF W-MOIS-EVT = W-MOIS-REVU
                       IF W-NB-LIBERATIONS < 12
                          ADD 1 TO W-NB-LIBERATIONS
                          MOVE E-LIB-MOIS TO
                               W-LBR-MOIS(W-NB-LIBERATIONS)
                          MOVE E-LIB-SUPERVISEUR TO
                               W-LBR-SUPERVISEUR(W-NB-LIBERATIONS)
                          MOVE E-LIB-DATE-DECISION TO
                               W-LBR-DATE(W-NB-LIBERATIONS)
                       END-IF
                    END-IF
                 END-IF
           END-READ
           .

       27000-LIT-FHPAI.
      *----------------------*
           READ FHPAI-FILE NEXT RECORD
              AT END
                 SET FHPAI-FIN TO TRUE
              NOT AT END
                 PERFORM VARYING IDX-LBR FROM 1 BY 1
                    UNTIL IDX-LBR > W-NB-LIBERATIONS
                    IF E-HPA-MOIS = W-LBR-MOIS(IDX-LBR)
                       MOVE E-HPA-NUMERO TO W-NUM-EVT
                       MOVE W-LBR-SUPERVISEUR(IDX-LBR) TO TRI-USERID
                       MOVE W-LBR-DATE(IDX-LBR)        TO TRI-DATE
                       MOVE 'LI' TO TRI-ACTION
                       PERFORM 29000-DEPOSE-ACTION
                    END-IF
                 END-PERFORM
           END-READ
           .

      *--------------------------------------------------------*
      *   DEPOT D'UNE ACTION DANS LE TRI, AVEC LE SITE ET LE    *
      *   NOM DU DOSSIER (FSTAG11 ; SITE A BLANC SI LE DOSSIER  *
      *   N'Y EST PLUS)                                         *
      *--------------------------------------------------------*
       29000-DEPOSE-ACTION.
      *----------------------*
           IF W-NUM-EVT NOT = W-DOS-NUMERO
              MOVE W-NUM-EVT TO W-DOS-NUMERO
              MOVE W-NUM-EVT TO E-NUMERO
              READ FSTAG-FILE
                 INVALID KEY
                    MOVE SPACE TO W-DOS-SITE W-DOS-PRENOM
                    MOVE '(HORS FSTAG11)' TO W-DOS-NOM
                 NOT INVALID KEY
                    MOVE E-CODE-SITE TO W-DOS-SITE
                    MOVE E-NOM       TO W-DOS-NOM
                    MOVE E-PRENOM    TO W-DOS-PRENOM
              END-READ
           END-IF

           MOVE W-DOS-SITE   TO TRI-SITE
           MOVE W-NUM-EVT    TO TRI-NUMERO
           MOVE W-DOS-NOM    TO TRI-NOM
           MOVE W-DOS-PRENOM TO TRI-PRENOM
           RELEASE TRI-ENREG
           ADD 1 TO W-NB-ACTIONS
           .

      *--------------------------------------------------------*
      *   EDITION : LES ACTIONS SONT REGROUPEES PAR SITE,       *
      *   DOSSIER ET UTILISATEUR ; UN GROUPE QUI REUNIT LES     *
      *   DEUX ACTIONS D'UNE PAIRE ACTIVE EST UNE VIOLATION     *
      *--------------------------------------------------------*
       50000-EDITION-VIOLATIONS.
      *----------------------*
           PERFORM UNTIL FIN-TRI-OUI
              RETURN WORK-TRI
                 AT END
                    SET FIN-TRI-OUI TO TRUE
                 NOT AT END
                    IF W-PREMIER = 1
                       PERFORM 51000-INIT-GROUPE
                       MOVE 0 TO W-PREMIER
                    ELSE
                       IF TRI-SITE NOT = W-GRP-SITE
                          OR TRI-NUMERO NOT = W-GRP-NUMERO
                          OR TRI-USERID NOT = W-GRP-USERID
                          PERFORM 52000-EVALUE-GROUPE
                          IF TRI-NUMERO NOT = W-GRP-NUMERO
                             OR TRI-SITE NOT = W-GRP-SITE
                             PERFORM 53000-FIN-DOSSIER
                          END-IF
                          PERFORM 51000-INIT-GROUPE
                       END-IF
                    END-IF
                    MOVE TRI-ACTION TO W-CODE-CHERCHE
                    PERFORM 12000-RANG-ACTION
                    IF W-IDX-TROUVE > 0
                       IF W-GRP-VU(W-IDX-TROUVE) = 0
                          MOVE 1        TO W-GRP-VU(W-IDX-TROUVE)
                          MOVE TRI-DATE TO W-GRP-DATE(W-IDX-TROUVE)
                       END-IF
                    END-IF
              END-RETURN
           END-PERFORM

           IF W-PREMIER = 0
              PERFORM 52000-EVALUE-GROUPE
              PERFORM 53000-FIN-DOSSIER
           END-IF
           .

       51000-INIT-GROUPE.
      *----------------------*
           MOVE TRI-SITE   TO W-GRP-SITE
           MOVE TRI-NUMERO TO W-GRP-NUMERO
           MOVE TRI-USERID TO W-GRP-USERID
           MOVE TRI-NOM    TO W-GRP-NOM
           MOVE TRI-PRENOM TO W-GRP-PRENOM
           PERFORM VARYING IDX-ACT FROM 1 BY 1 UNTIL IDX-ACT > 10
              MOVE 0     TO W-GRP-VU(IDX-ACT)
              MOVE SPACE TO W-GRP-DATE(IDX-ACT)
           END-PERFORM
           .

       52000-EVALUE-GROUPE.
      *----------------------*
           MOVE 0     TO W-GRP-NB-VIOLATIONS
           MOVE SPACE TO W-CAS-PAIRES
           MOVE 1     TO W-POS-PAI

           PERFORM VARYING IDX-PAI FROM 1 BY 1
              UNTIL IDX-PAI > W-NB-PAIRES
              IF W-PAI-ACTIVE(IDX-PAI) = 1
                 MOVE W-PAI-IDX-1(IDX-PAI) TO IDX-ACT-1
                 MOVE W-PAI-IDX-2(IDX-PAI) TO IDX-ACT-2
                 IF W-GRP-VU(IDX-ACT-1) = 1
                    AND W-GRP-VU(IDX-ACT-2) = 1
                    ADD 1 TO W-GRP-NB-VIOLATIONS
                    ADD 1 TO W-PAI-NB-CAS(IDX-PAI)
                    IF W-POS-PAI < 56
                       MOVE W-PAI-ACT-1(IDX-PAI) TO
                            W-CAS-PAIRES(W-POS-PAI:2)
                       MOVE '-' TO W-CAS-PAIRES(W-POS-PAI + 2:1)
                       MOVE W-PAI-ACT-2(IDX-PAI) TO
                            W-CAS-PAIRES(W-POS-PAI + 3:2)
                       ADD 6 TO W-POS-PAI
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF W-GRP-NB-VIOLATIONS > 0
              ADD 1 TO W-NB-CAS
              MOVE 1 TO W-DOSSIER-EN-VIOLATION
              PERFORM 54000-EDITE-CAS
           END-IF
           .

       53000-FIN-DOSSIER.
      *----------------------*
           IF W-DOSSIER-EN-VIOLATION = 1
              ADD 1 TO W-NB-DOSSIERS
           END-IF
           MOVE 0 TO W-DOSSIER-EN-VIOLATION
           .

      *--------------------------------------------------------*
      *   UNE PAGE PAR SITE DU DOSSIER, POUR LE SUPERVISEUR DU  *
      *   SITE ; LE CAS PORTE LE ROLE ET LE SITE DE             *
      *   L'UTILISATEUR (FHABI11) PUIS LE DETAIL DE SES ACTIONS *
      *--------------------------------------------------------*
       54000-EDITE-CAS.
      *----------------------*
           IF W-SITE-ENTETE = 0
              OR W-GRP-SITE NOT = W-SITE-EDITE
              MOVE W-GRP-SITE TO W-SITE-EDITE W-SIT-SITE
              IF W-GRP-SITE = SPACE
                 MOVE '???' TO W-SIT-SITE
              END-IF
              MOVE 1 TO W-SITE-ENTETE
              WRITE RPT-LIGNE FROM W-LIGNE-SITE
              WRITE RPT-LIGNE FROM W-LIGNE-VIDE
              WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           END-IF

           MOVE W-GRP-USERID TO E-HAB-USERID
           READ FHABI-FILE
              INVALID KEY
                 MOVE '?'   TO W-CAS-ROLE
                 MOVE '???' TO W-CAS-SITE-USER
              NOT INVALID KEY
                 MOVE E-HAB-ROLE TO W-CAS-ROLE
                 MOVE E-HAB-SITE TO W-CAS-SITE-USER
           END-READ

           MOVE W-GRP-NUMERO TO W-CAS-NUMERO
           MOVE W-GRP-NOM    TO W-CAS-NOM
           MOVE W-GRP-PRENOM TO W-CAS-PRENOM
           MOVE W-GRP-USERID TO W-CAS-USERID
           WRITE RPT-LIGNE FROM W-LIGNE-VIDE
           WRITE RPT-LIGNE FROM W-LIGNE-CAS

           PERFORM VARYING IDX-ACT FROM 1 BY 1 UNTIL IDX-ACT > 10
              IF W-GRP-VU(IDX-ACT) = 1
                 MOVE W-ACT-CODE(IDX-ACT)    TO W-LAC-CODE
                 MOVE W-ACT-LIBELLE(IDX-ACT) TO W-LAC-LIBELLE
                 MOVE W-GRP-DATE(IDX-ACT)    TO W-LAC-DATE
                 WRITE RPT-LIGNE FROM W-LIGNE-ACTION
              END-IF
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   RECAPITULATIF : MATRICE APPLIQUEE ET NOMBRE DE CAS    *
      *   PAR PAIRE (LES COMPTES SONT AUSSI DEPOSES DANS        *
      *   FALRT11, UNE ALERTE PAR PAIRE VIOLEE)                 *
      *--------------------------------------------------------*
       80000-EDITE-MATRICE.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-VIDE
           MOVE 'MATRICE DES PAIRES INCOMPATIBLES APPLIQUEE'
             TO W-TXT-TEXTE
           WRITE RPT-LIGNE FROM W-LIGNE-TEXTE
           WRITE RPT-LIGNE FROM W-LIGNE-VIDE

           PERFORM VARYING IDX-PAI FROM 1 BY 1
              UNTIL IDX-PAI > W-NB-PAIRES
              MOVE W-PAI-ACT-1(IDX-PAI)   TO W-MAT-ACT-1
              MOVE W-PAI-ACT-2(IDX-PAI)   TO W-MAT-ACT-2
              MOVE W-PAI-LIBELLE(IDX-PAI) TO W-MAT-LIBELLE
              MOVE W-PAI-NB-CAS(IDX-PAI)  TO W-MAT-NB-CAS
              IF W-PAI-ACTIVE(IDX-PAI) = 1
                 MOVE 'ACTIVE'      TO W-MAT-ETAT
              ELSE
                 MOVE 'DESACTIVEE'  TO W-MAT-ETAT
              END-IF
              WRITE RPT-LIGNE FROM W-LIGNE-MATRICE

              IF W-PAI-NB-CAS(IDX-PAI) > 0
                 MOVE 'W' TO W-ALERTE-SEVERITE
                 MOVE W-PAI-NB-CAS(IDX-PAI) TO W-ED-NB
                 MOVE SPACE TO W-ALERTE-MESSAGE
                 STRING 'SOD '                  DELIMITED BY SIZE
                        W-PAI-ACT-1(IDX-PAI)    DELIMITED BY SIZE
                        '-'                     DELIMITED BY SIZE
                        W-PAI-ACT-2(IDX-PAI)    DELIMITED BY SIZE
                        ' '                     DELIMITED BY SIZE
                        W-MOIS-REVU             DELIMITED BY SIZE
                        ' : '                   DELIMITED BY SIZE
                        W-ED-NB                 DELIMITED BY SIZE
                        ' CAS - '               DELIMITED BY SIZE
                        W-PAI-LIBELLE(IDX-PAI)  DELIMITED BY SIZE
                   INTO W-ALERTE-MESSAGE
                 END-STRING
                 PERFORM 85000-EMET-ALERTE
              END-IF
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   EMISSION D'UNE ALERTE D'EXPLOITATION : EN PLUS DU     *
      *   SYSOUT, L'ANOMALIE EST DEPOSEE DANS FALRT11 POUR      *
      *   ETRE VUE ET ACQUITTEE SUR L'ECRAN ALR1CI11            *
      *--------------------------------------------------------*
       85000-EMET-ALERTE.
      *----------------------*
           MOVE W-DATE-SYS        TO E-ALR-DATE
           MOVE 'SOD1CI11'        TO E-ALR-JOB
           MOVE W-ALERTE-SEVERITE TO E-ALR-SEVERITE
           MOVE W-ALERTE-MESSAGE  TO E-ALR-MESSAGE
           MOVE W-ALERTE-NUMERO   TO E-ALR-NUMERO
           MOVE 'O'               TO E-ALR-ETAT
           MOVE SPACE             TO E-ALR-ACQ-USERID
                                     E-ALR-ACQ-DATE

           MOVE 1 TO E-ALR-SEQ
           PERFORM UNTIL E-ALR-SEQ > 9999
              WRITE E-ALERTE
                 INVALID KEY
                    ADD 1 TO E-ALR-SEQ
                 NOT INVALID KEY
                    MOVE 10000 TO E-ALR-SEQ
              END-WRITE
      *       FICHIER INDISPONIBLE (AUTRE QU'UN DOUBLON DE CLE) :
      *       ON ABANDONNE L'ALERTE, LE SYSOUT RESTE LA TRACE
              IF NOT FALRT-OK AND FALRT-STATUT NOT = '22'
                 MOVE 10000 TO E-ALR-SEQ
              END-IF
           END-PERFORM

           MOVE 0 TO W-ALERTE-NUMERO
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE W-NB-ACTIONS  TO W-TOT-ACTIONS
           MOVE W-NB-CAS      TO W-TOT-CAS
           MOVE W-NB-DOSSIERS TO W-TOT-DOSSIERS
           WRITE RPT-LIGNE FROM W-LIGNE-VIDE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

      *    COMPTE GLOBAL DU MOIS, DEPOSE MEME A ZERO POUR PROUVER
      *    QUE LE CONTROLE A TOURNE
           IF W-NB-CAS > 0
              MOVE 'W' TO W-ALERTE-SEVERITE
           ELSE
              MOVE 'I' TO W-ALERTE-SEVERITE
           END-IF
           MOVE SPACE TO W-ALERTE-MESSAGE
           STRING 'SEPARATION DES TACHES '  DELIMITED BY SIZE
                  W-MOIS-REVU               DELIMITED BY SIZE
                  ' : '                     DELIMITED BY SIZE
                  W-NB-CAS                  DELIMITED BY SIZE
                  ' CAS / '                 DELIMITED BY SIZE
                  W-NB-DOSSIERS             DELIMITED BY SIZE
                  ' DOSSIER(S)'             DELIMITED BY SIZE
             INTO W-ALERTE-MESSAGE
           END-STRING
           PERFORM 85000-EMET-ALERTE

           CLOSE FSTAGA-FILE FBANJ-FILE FPRES-FILE FREGU-FILE
                 FDETT-FILE FLIBP-FILE FHPAI-FILE FSTAG-FILE
                 FHABI-FILE FALRT-FILE RPT-FILE

           DISPLAY 'SOD1CI11 - CONTROLE TERMINE - ' W-NB-ACTIONS
                   ' ACTION(S) / ' W-NB-CAS ' CAS / '
                   W-NB-DOSSIERS ' DOSSIER(S)'

           IF W-NB-CAS > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
