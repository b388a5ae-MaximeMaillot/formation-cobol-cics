      *======================================================*
      *   PROGRAMME BATCH - CONVERSION UNIQUE DES FICHIERS   *
      *   DONT L'ENREGISTREMENT S'EST ALLONGE : RELIT LES    *
      *   COPIES SEQUENTIELLES (REPRO) A L'ANCIEN FORMAT ET  *
      *   PRODUIT LES FICHIERS AU NOUVEAU FORMAT, A          *
      *   RECHARGER PAR IDCAMS. LES ZONES NOUVELLES SONT     *
      *   TOUTES EN FIN D'ENREGISTREMENT : L'ANCIENNE IMAGE  *
      *   EST RECOPIEE TELLE QUELLE, LE COMPLEMENT EST MIS A *
      *   BLANC ET LES ZONES NUMERIQUES A ZERO               *
      *   FICHIERS TRAITES : FSTAG11, FSTAGH11, FHPAI11,     *
      *   FEMPL11, FSITE11, FSESS11, FSUSP11, FRESU11,       *
      *   FFORM11, FPLAC11, FPLACH11, FREGU11, FAFFE11       *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNV3CI11.

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
           SELECT STAGOLD-FILE ASSIGN TO STAGOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STAGOLD-STATUT.
           SELECT STAGNEW-FILE ASSIGN TO STAGNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STAGNEW-STATUT.

           SELECT ARCHOLD-FILE ASSIGN TO ARCHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHOLD-STATUT.
           SELECT ARCHNEW-FILE ASSIGN TO ARCHNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHNEW-STATUT.

           SELECT HPAIOLD-FILE ASSIGN TO HPAIOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HPAIOLD-STATUT.
           SELECT HPAINEW-FILE ASSIGN TO HPAINEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HPAINEW-STATUT.

           SELECT EMPLOLD-FILE ASSIGN TO EMPLOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPLOLD-STATUT.
           SELECT EMPLNEW-FILE ASSIGN TO EMPLNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPLNEW-STATUT.

           SELECT SITEOLD-FILE ASSIGN TO SITEOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SITEOLD-STATUT.
           SELECT SITENEW-FILE ASSIGN TO SITENEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SITENEW-STATUT.

           SELECT SESSOLD-FILE ASSIGN TO SESSOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SESSOLD-STATUT.
           SELECT SESSNEW-FILE ASSIGN TO SESSNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SESSNEW-STATUT.

           SELECT SUSPOLD-FILE ASSIGN TO SUSPOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUSPOLD-STATUT.
           SELECT SUSPNEW-FILE ASSIGN TO SUSPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUSPNEW-STATUT.

           SELECT RESUOLD-FILE ASSIGN TO RESUOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RESUOLD-STATUT.
           SELECT RESUNEW-FILE ASSIGN TO RESUNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RESUNEW-STATUT.

           SELECT FORMOLD-FILE ASSIGN TO FORMOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FORMOLD-STATUT.
           SELECT FORMNEW-FILE ASSIGN TO FORMNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS FORMNEW-STATUT.

           SELECT PLACOLD-FILE ASSIGN TO PLACOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PLACOLD-STATUT.
           SELECT PLACNEW-FILE ASSIGN TO PLACNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PLACNEW-STATUT.

           SELECT PLAHOLD-FILE ASSIGN TO PLAHOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PLAHOLD-STATUT.
           SELECT PLAHNEW-FILE ASSIGN TO PLAHNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PLAHNEW-STATUT.

           SELECT REGUOLD-FILE ASSIGN TO REGUOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REGUOLD-STATUT.
           SELECT REGUNEW-FILE ASSIGN TO REGUNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REGUNEW-STATUT.

           SELECT AFFEOLD-FILE ASSIGN TO AFFEOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AFFEOLD-STATUT.
           SELECT AFFENEW-FILE ASSIGN TO AFFENEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AFFENEW-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

      *------------------------------------------------------*
      *   FSTAG11 ANCIEN FORMAT : LRECL=385                  *
      *------------------------------------------------------*
       FD  STAGOLD-FILE.
       01  STAGOLD-REC                PIC X(385).

       FD  STAGNEW-FILE.
       COPY CSTAG.

      *------------------------------------------------------*
      *   FSTAGH11 ANCIEN FORMAT : LRECL=385                 *
      *------------------------------------------------------*
       FD  ARCHOLD-FILE.
       01  ARCHOLD-REC                PIC X(385).

       FD  ARCHNEW-FILE.
       COPY CARCH.

      *------------------------------------------------------*
      *   FHPAI11 ANCIEN FORMAT : LRECL=39                   *
      *------------------------------------------------------*
       FD  HPAIOLD-FILE.
       01  HPAIOLD-REC                PIC X(39).

       FD  HPAINEW-FILE.
       COPY CHPAI.

      *------------------------------------------------------*
      *   FEMPL11 ANCIEN FORMAT : LRECL=180                  *
      *------------------------------------------------------*
       FD  EMPLOLD-FILE.
       01  EMPLOLD-REC                PIC X(180).

       FD  EMPLNEW-FILE.
       COPY CEMPL.

      *------------------------------------------------------*
      *   FSITE11 ANCIEN FORMAT : LRECL=58                   *
      *------------------------------------------------------*
       FD  SITEOLD-FILE.
       01  SITEOLD-REC                PIC X(58).

       FD  SITENEW-FILE.
       COPY CSITE.

      *------------------------------------------------------*
      *   FSESS11 ANCIEN FORMAT : LRECL=89                   *
      *------------------------------------------------------*
       FD  SESSOLD-FILE.
       01  SESSOLD-REC                PIC X(89).

       FD  SESSNEW-FILE.
       COPY CSESS.

      *------------------------------------------------------*
      *   FSUSP11 ANCIEN FORMAT : LRECL=271                  *
      *------------------------------------------------------*
       FD  SUSPOLD-FILE.
       01  SUSPOLD-REC                PIC X(271).

       FD  SUSPNEW-FILE.
       COPY CSUSP.

      *------------------------------------------------------*
      *   FRESU11 ANCIEN FORMAT : LRECL=42                   *
      *------------------------------------------------------*
       FD  RESUOLD-FILE.
       01  RESUOLD-REC                PIC X(42).

       FD  RESUNEW-FILE.
       COPY CRESU.

      *------------------------------------------------------*
      *   FFORM11 ANCIEN FORMAT : LRECL=94                   *
      *------------------------------------------------------*
       FD  FORMOLD-FILE.
       01  FORMOLD-REC                PIC X(94).

       FD  FORMNEW-FILE.
       COPY CFORM.

      *------------------------------------------------------*
      *   FPLAC11 ANCIEN FORMAT : LRECL=37                   *
      *------------------------------------------------------*
       FD  PLACOLD-FILE.
       01  PLACOLD-REC                PIC X(37).

       FD  PLACNEW-FILE.
       COPY CPLAC.

      *------------------------------------------------------*
      *   FPLACH11 ANCIEN FORMAT : LRECL=37                  *
      *------------------------------------------------------*
       FD  PLAHOLD-FILE.
       01  PLAHOLD-REC                PIC X(37).

       FD  PLAHNEW-FILE.
       COPY CPLAH.

      *------------------------------------------------------*
      *   FREGU11 ANCIEN FORMAT : LRECL=44                   *
      *------------------------------------------------------*
       FD  REGUOLD-FILE.
       01  REGUOLD-REC                PIC X(44).

       FD  REGUNEW-FILE.
       COPY CREGU.

      *------------------------------------------------------*
      *   FAFFE11 ANCIEN FORMAT : LRECL=31                   *
      *------------------------------------------------------*
       FD  AFFEOLD-FILE.
       01  AFFEOLD-REC                PIC X(31).

       FD  AFFENEW-FILE.
       COPY CAFFE.

       WORKING-STORAGE SECTION.

       01 STAGOLD-STATUT              PIC X(2).
         88 STAGOLD-OK                VALUE '00'.
         88 STAGOLD-FIN               VALUE '10'.
         88 STAGOLD-ABSENT            VALUE '35'.
       01 STAGNEW-STATUT              PIC X(2).
         88 STAGNEW-OK                VALUE '00'.

       01 ARCHOLD-STATUT              PIC X(2).
         88 ARCHOLD-OK                VALUE '00'.
         88 ARCHOLD-FIN               VALUE '10'.
         88 ARCHOLD-ABSENT            VALUE '35'.
       01 ARCHNEW-STATUT              PIC X(2).
         88 ARCHNEW-OK                VALUE '00'.

       01 HPAIOLD-STATUT              PIC X(2).
         88 HPAIOLD-OK                VALUE '00'.
         88 HPAIOLD-FIN               VALUE '10'.
         88 HPAIOLD-ABSENT            VALUE '35'.
       01 HPAINEW-STATUT              PIC X(2).
         88 HPAINEW-OK                VALUE '00'.

       01 EMPLOLD-STATUT              PIC X(2).
         88 EMPLOLD-OK                VALUE '00'.
         88 EMPLOLD-FIN               VALUE '10'.
         88 EMPLOLD-ABSENT            VALUE '35'.
       01 EMPLNEW-STATUT              PIC X(2).
         88 EMPLNEW-OK                VALUE '00'.

       01 SITEOLD-STATUT              PIC X(2).
         88 SITEOLD-OK                VALUE '00'.
         88 SITEOLD-FIN               VALUE '10'.
         88 SITEOLD-ABSENT            VALUE '35'.
       01 SITENEW-STATUT              PIC X(2).
         88 SITENEW-OK                VALUE '00'.

       01 SESSOLD-STATUT              PIC X(2).
         88 SESSOLD-OK                VALUE '00'.
         88 SESSOLD-FIN               VALUE '10'.
         88 SESSOLD-ABSENT            VALUE '35'.
       01 SESSNEW-STATUT              PIC X(2).
         88 SESSNEW-OK                VALUE '00'.

       01 SUSPOLD-STATUT              PIC X(2).
         88 SUSPOLD-OK                VALUE '00'.
         88 SUSPOLD-FIN               VALUE '10'.
         88 SUSPOLD-ABSENT            VALUE '35'.
       01 SUSPNEW-STATUT              PIC X(2).
         88 SUSPNEW-OK                VALUE '00'.

       01 RESUOLD-STATUT              PIC X(2).
         88 RESUOLD-OK                VALUE '00'.
         88 RESUOLD-FIN               VALUE '10'.
         88 RESUOLD-ABSENT            VALUE '35'.
       01 RESUNEW-STATUT              PIC X(2).
         88 RESUNEW-OK                VALUE '00'.

       01 FORMOLD-STATUT              PIC X(2).
         88 FORMOLD-OK                VALUE '00'.
         88 FORMOLD-FIN               VALUE '10'.
         88 FORMOLD-ABSENT            VALUE '35'.
       01 FORMNEW-STATUT              PIC X(2).
         88 FORMNEW-OK                VALUE '00'.

       01 PLACOLD-STATUT              PIC X(2).
         88 PLACOLD-OK                VALUE '00'.
         88 PLACOLD-FIN               VALUE '10'.
         88 PLACOLD-ABSENT            VALUE '35'.
       01 PLACNEW-STATUT              PIC X(2).
         88 PLACNEW-OK                VALUE '00'.

       01 PLAHOLD-STATUT              PIC X(2).
         88 PLAHOLD-OK                VALUE '00'.
         88 PLAHOLD-FIN               VALUE '10'.
         88 PLAHOLD-ABSENT            VALUE '35'.
       01 PLAHNEW-STATUT              PIC X(2).
         88 PLAHNEW-OK                VALUE '00'.

       01 REGUOLD-STATUT              PIC X(2).
         88 REGUOLD-OK                VALUE '00'.
         88 REGUOLD-FIN               VALUE '10'.
         88 REGUOLD-ABSENT            VALUE '35'.
       01 REGUNEW-STATUT              PIC X(2).
         88 REGUNEW-OK                VALUE '00'.

       01 AFFEOLD-STATUT              PIC X(2).
         88 AFFEOLD-OK                VALUE '00'.
         88 AFFEOLD-FIN               VALUE '10'.
         88 AFFEOLD-ABSENT            VALUE '35'.
       01 AFFENEW-STATUT              PIC X(2).
         88 AFFENEW-OK                VALUE '00'.

       01 W-FIN-FICHIER               PIC 9.
         88 FIN-FICHIER-OUI           VALUE 1.
         88 FIN-FICHIER-NON           VALUE 0.

       01 W-NB-STAG                   PIC 9(7) VALUE 0.
       01 W-NB-ARCH                   PIC 9(7) VALUE 0.
       01 W-NB-HPAI                   PIC 9(7) VALUE 0.
       01 W-NB-EMPL                   PIC 9(7) VALUE 0.
       01 W-NB-SITE                   PIC 9(7) VALUE 0.
       01 W-NB-SESS                   PIC 9(7) VALUE 0.
       01 W-NB-SUSP                   PIC 9(7) VALUE 0.
       01 W-NB-RESU                   PIC 9(7) VALUE 0.
       01 W-NB-FORM                   PIC 9(7) VALUE 0.
       01 W-NB-PLAC                   PIC 9(7) VALUE 0.
       01 W-NB-PLAH                   PIC 9(7) VALUE 0.
       01 W-NB-REGU                   PIC 9(7) VALUE 0.
       01 W-NB-AFFE                   PIC 9(7) VALUE 0.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  21000-CONVERTIT-FSTAG
           PERFORM  22000-CONVERTIT-FSTAGH
           PERFORM  23000-CONVERTIT-FHPAI
           PERFORM  24000-CONVERTIT-FEMPL
           PERFORM  25000-CONVERTIT-FSITE
           PERFORM  26000-CONVERTIT-FSESS
           PERFORM  27000-CONVERTIT-FSUSP
           PERFORM  28000-CONVERTIT-FRESU
           PERFORM  29000-CONVERTIT-FFORM
           PERFORM  30000-CONVERTIT-FPLAC
           PERFORM  31000-CONVERTIT-FPLACH
           PERFORM  32000-CONVERTIT-FREGU
           PERFORM  33000-CONVERTIT-FAFFE
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       21000-CONVERTIT-FSTAG.
      *----------------------*
           OPEN INPUT STAGOLD-FILE
           IF STAGOLD-ABSENT
              DISPLAY 'CNV3CI11 - STAGOLD ABSENT, ETAPE SAUTEE'
           ELSE
              IF NOT STAGOLD-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE STAGOLD IMPOSSIBLE : '
                         STAGOLD-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT STAGNEW-FILE
              IF NOT STAGNEW-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE STAGNEW IMPOSSIBLE : '
                         STAGNEW-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET FIN-FICHIER-NON TO TRUE
              PERFORM 21100-COPIE-STAG UNTIL FIN-FICHIER-OUI
              CLOSE STAGOLD-FILE
              CLOSE STAGNEW-FILE
           END-IF
           .

       21100-COPIE-STAG.
      *----------------------*
           READ STAGOLD-FILE
              AT END
                 SET FIN-FICHIER-OUI TO TRUE
              NOT AT END
      *          METIER CIBLE ET MARQUE DE TRANSFERT A BLANC
                 MOVE STAGOLD-REC TO E-STAGIAIRE
                 WRITE E-STAGIAIRE
                 ADD 1 TO W-NB-STAG
           END-READ
           .

       22000-CONVERTIT-FSTAGH.
      *----------------------*
           OPEN INPUT ARCHOLD-FILE
           IF ARCHOLD-ABSENT
              DISPLAY 'CNV3CI11 - ARCHOLD ABSENT, ETAPE SAUTEE'
           ELSE
              IF NOT ARCHOLD-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE ARCHOLD IMPOSSIBLE : '
                         ARCHOLD-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT ARCHNEW-FILE
              IF NOT ARCHNEW-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE ARCHNEW IMPOSSIBLE : '
                         ARCHNEW-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET FIN-FICHIER-NON TO TRUE
              PERFORM 22100-COPIE-ARCH UNTIL FIN-FICHIER-OUI
              CLOSE ARCHOLD-FILE
              CLOSE ARCHNEW-FILE
           END-IF
           .

       22100-COPIE-ARCH.
      *----------------------*
           READ ARCHOLD-FILE
              AT END
                 SET FIN-FICHIER-OUI TO TRUE
              NOT AT END
      *          MEME EXTENSION QUE LE DOSSIER EN LIGNE
                 MOVE ARCHOLD-REC TO E-ARCHIVE
                 WRITE E-ARCHIVE
                 ADD 1 TO W-NB-ARCH
           END-READ
           .

       23000-CONVERTIT-FHPAI.
      *----------------------*
           OPEN INPUT HPAIOLD-FILE
           IF HPAIOLD-ABSENT
              DISPLAY 'CNV3CI11 - HPAIOLD ABSENT, ETAPE SAUTEE'
           ELSE
              IF NOT HPAIOLD-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE HPAIOLD IMPOSSIBLE : '
                         HPAIOLD-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT HPAINEW-FILE
              IF NOT HPAINEW-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE HPAINEW IMPOSSIBLE : '
                         HPAINEW-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET FIN-FICHIER-NON TO TRUE
              PERFORM 23100-COPIE-HPAI UNTIL FIN-FICHIER-OUI
              CLOSE HPAIOLD-FILE
              CLOSE HPAINEW-FILE
           END-IF
           .

       23100-COPIE-HPAI.
      *----------------------*
           READ HPAIOLD-FILE
              AT END
                 SET FIN-FICHIER-OUI TO TRUE
              NOT AT END
      *          RETENUES, FRAIS ET AIDES A ZERO : LE MONTANT
      *          HISTORIQUE EST DEJA LE NET VERSE
                 MOVE HPAIOLD-REC TO E-HISTO-PAIE
                 MOVE 0 TO E-HPA-SAISIE-CENTIMES
                           E-HPA-INDU-CENTIMES
                           E-HPA-FRAIS-CENTIMES
                           E-HPA-AIDE-CENTIMES
                 WRITE E-HISTO-PAIE
                 ADD 1 TO W-NB-HPAI
           END-READ
           .

       24000-CONVERTIT-FEMPL.
      *----------------------*
           OPEN INPUT EMPLOLD-FILE
           IF EMPLOLD-ABSENT
              DISPLAY 'CNV3CI11 - EMPLOLD ABSENT, ETAPE SAUTEE'
           ELSE
              IF NOT EMPLOLD-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE EMPLOLD IMPOSSIBLE : '
                         EMPLOLD-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT EMPLNEW-FILE
              IF NOT EMPLNEW-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE EMPLNEW IMPOSSIBLE : '
                         EMPLNEW-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET FIN-FICHIER-NON TO TRUE
              PERFORM 24100-COPIE-EMPL UNTIL FIN-FICHIER-OUI
              CLOSE EMPLOLD-FILE
              CLOSE EMPLNEW-FILE
           END-IF
           .

       24100-COPIE-EMPL.
      *----------------------*
           READ EMPLOLD-FILE
              AT END
                 SET FIN-FICHIER-OUI TO TRUE
              NOT AT END
      *          SECTEUR A SAISIR ; STATUT A BLANC = ACTIF
                 MOVE EMPLOLD-REC TO E-EMPLOYEUR
                 WRITE E-EMPLOYEUR
                 ADD 1 TO W-NB-EMPL
           END-READ
           .

       25000-CONVERTIT-FSITE.
      *----------------------*
           OPEN INPUT SITEOLD-FILE
           IF SITEOLD-ABSENT
              DISPLAY 'CNV3CI11 - SITEOLD ABSENT, ETAPE SAUTEE'
           ELSE
              IF NOT SITEOLD-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE SITEOLD IMPOSSIBLE : '
                         SITEOLD-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT SITENEW-FILE
              IF NOT SITENEW-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE SITENEW IMPOSSIBLE : '
                         SITENEW-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET FIN-FICHIER-NON TO TRUE
              PERFORM 25100-COPIE-SITE UNTIL FIN-FICHIER-OUI
              CLOSE SITEOLD-FILE
              CLOSE SITENEW-FILE
           END-IF
           .

       25100-COPIE-SITE.
      *----------------------*
           READ SITEOLD-FILE
              AT END
                 SET FIN-FICHIER-OUI TO TRUE
              NOT AT END
      *          TARIF DE SALLE A ZERO, BOITE AUX LETTRES A BLANC
                 MOVE SITEOLD-REC TO E-SITE
                 MOVE 0 TO E-SIT-TARIF-SALLE
                 WRITE E-SITE
                 ADD 1 TO W-NB-SITE
           END-READ
           .

       26000-CONVERTIT-FSESS.
      *----------------------*
           OPEN INPUT SESSOLD-FILE
           IF SESSOLD-ABSENT
              DISPLAY 'CNV3CI11 - SESSOLD ABSENT, ETAPE SAUTEE'
           ELSE
              IF NOT SESSOLD-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE SESSOLD IMPOSSIBLE : '
                         SESSOLD-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT SESSNEW-FILE
              IF NOT SESSNEW-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE SESSNEW IMPOSSIBLE : '
                         SESSNEW-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET FIN-FICHIER-NON TO TRUE
              PERFORM 26100-COPIE-SESS UNTIL FIN-FICHIER-OUI
              CLOSE SESSOLD-FILE
              CLOSE SESSNEW-FILE
           END-IF
           .

       26100-COPIE-SESS.
      *----------------------*
           READ SESSOLD-FILE
              AT END
                 SET FIN-FICHIER-OUI TO TRUE
              NOT AT END
      *          NI SALLE RESERVEE NI SESSION D'ORIGINE
                 MOVE SESSOLD-REC TO E-SESSION
                 WRITE E-SESSION
                 ADD 1 TO W-NB-SESS
           END-READ
           .

       27000-CONVERTIT-FSUSP.
      *----------------------*
           OPEN INPUT SUSPOLD-FILE
           IF SUSPOLD-ABSENT
              DISPLAY 'CNV3CI11 - SUSPOLD ABSENT, ETAPE SAUTEE'
           ELSE
              IF NOT SUSPOLD-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE SUSPOLD IMPOSSIBLE : '
                         SUSPOLD-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT SUSPNEW-FILE
              IF NOT SUSPNEW-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE SUSPNEW IMPOSSIBLE : '
                         SUSPNEW-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET FIN-FICHIER-NON TO TRUE
              PERFORM 27100-COPIE-SUSP UNTIL FIN-FICHIER-OUI
              CLOSE SUSPOLD-FILE
              CLOSE SUSPNEW-FILE
           END-IF
           .

       27100-COPIE-SUSP.
      *----------------------*
           READ SUSPOLD-FILE
              AT END
                 SET FIN-FICHIER-OUI TO TRUE
              NOT AT END
      *          NIR ET SEXE NON TRANSMIS
                 MOVE SUSPOLD-REC TO E-SUSPENS
                 WRITE E-SUSPENS
                 ADD 1 TO W-NB-SUSP
           END-READ
           .

       28000-CONVERTIT-FRESU.
      *----------------------*
           OPEN INPUT RESUOLD-FILE
           IF RESUOLD-ABSENT
              DISPLAY 'CNV3CI11 - RESUOLD ABSENT, ETAPE SAUTEE'
           ELSE
              IF NOT RESUOLD-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE RESUOLD IMPOSSIBLE : '
                         RESUOLD-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT RESUNEW-FILE
              IF NOT RESUNEW-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE RESUNEW IMPOSSIBLE : '
                         RESUNEW-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET FIN-FICHIER-NON TO TRUE
              PERFORM 28100-COPIE-RESU UNTIL FIN-FICHIER-OUI
              CLOSE RESUOLD-FILE
              CLOSE RESUNEW-FILE
           END-IF
           .

       28100-COPIE-RESU.
      *----------------------*
           READ RESUOLD-FILE
              AT END
                 SET FIN-FICHIER-OUI TO TRUE
              NOT AT END
      *          AUCUN CERTIFICAT DELIVRE
                 MOVE RESUOLD-REC TO E-RESULTAT
                 WRITE E-RESULTAT
                 ADD 1 TO W-NB-RESU
           END-READ
           .

       29000-CONVERTIT-FFORM.
      *----------------------*
           OPEN INPUT FORMOLD-FILE
           IF FORMOLD-ABSENT
              DISPLAY 'CNV3CI11 - FORMOLD ABSENT, ETAPE SAUTEE'
           ELSE
              IF NOT FORMOLD-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE FORMOLD IMPOSSIBLE : '
                         FORMOLD-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT FORMNEW-FILE
              IF NOT FORMNEW-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE FORMNEW IMPOSSIBLE : '
                         FORMNEW-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET FIN-FICHIER-NON TO TRUE
              PERFORM 29100-COPIE-FORM UNTIL FIN-FICHIER-OUI
              CLOSE FORMOLD-FILE
              CLOSE FORMNEW-FILE
           END-IF
           .

       29100-COPIE-FORM.
      *----------------------*
           READ FORMOLD-FILE
              AT END
                 SET FIN-FICHIER-OUI TO TRUE
              NOT AT END
      *          COUT HORAIRE A ZERO JUSQU'A SA SAISIE (FOR1CI11)
                 MOVE FORMOLD-REC TO E-FORMATEUR
                 MOVE 0 TO E-FOR-COUT-HORAIRE
                 WRITE E-FORMATEUR
                 ADD 1 TO W-NB-FORM
           END-READ
           .

       30000-CONVERTIT-FPLAC.
      *----------------------*
           OPEN INPUT PLACOLD-FILE
           IF PLACOLD-ABSENT
              DISPLAY 'CNV3CI11 - PLACOLD ABSENT, ETAPE SAUTEE'
           ELSE
              IF NOT PLACOLD-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE PLACOLD IMPOSSIBLE : '
                         PLACOLD-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT PLACNEW-FILE
              IF NOT PLACNEW-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE PLACNEW IMPOSSIBLE : '
                         PLACNEW-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET FIN-FICHIER-NON TO TRUE
              PERFORM 30100-COPIE-PLAC UNTIL FIN-FICHIER-OUI
              CLOSE PLACOLD-FILE
              CLOSE PLACNEW-FILE
           END-IF
           .

       30100-COPIE-PLAC.
      *----------------------*
           READ PLACOLD-FILE
              AT END
                 SET FIN-FICHIER-OUI TO TRUE
              NOT AT END
      *          AUCUN TUTEUR EN ENTREPRISE
                 MOVE PLACOLD-REC TO E-PLACEMENT
                 WRITE E-PLACEMENT
                 ADD 1 TO W-NB-PLAC
           END-READ
           .

       31000-CONVERTIT-FPLACH.
      *----------------------*
           OPEN INPUT PLAHOLD-FILE
           IF PLAHOLD-ABSENT
              DISPLAY 'CNV3CI11 - PLAHOLD ABSENT, ETAPE SAUTEE'
           ELSE
              IF NOT PLAHOLD-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE PLAHOLD IMPOSSIBLE : '
                         PLAHOLD-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT PLAHNEW-FILE
              IF NOT PLAHNEW-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE PLAHNEW IMPOSSIBLE : '
                         PLAHNEW-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET FIN-FICHIER-NON TO TRUE
              PERFORM 31100-COPIE-PLAH UNTIL FIN-FICHIER-OUI
              CLOSE PLAHOLD-FILE
              CLOSE PLAHNEW-FILE
           END-IF
           .

       31100-COPIE-PLAH.
      *----------------------*
           READ PLAHOLD-FILE
              AT END
                 SET FIN-FICHIER-OUI TO TRUE
              NOT AT END
      *          MEME EXTENSION QUE LE PLACEMENT EN LIGNE
                 MOVE PLAHOLD-REC TO E-ARC-PLACEMENT
                 WRITE E-ARC-PLACEMENT
                 ADD 1 TO W-NB-PLAH
           END-READ
           .

       32000-CONVERTIT-FREGU.
      *----------------------*
           OPEN INPUT REGUOLD-FILE
           IF REGUOLD-ABSENT
              DISPLAY 'CNV3CI11 - REGUOLD ABSENT, ETAPE SAUTEE'
           ELSE
              IF NOT REGUOLD-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE REGUOLD IMPOSSIBLE : '
                         REGUOLD-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT REGUNEW-FILE
              IF NOT REGUNEW-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE REGUNEW IMPOSSIBLE : '
                         REGUNEW-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET FIN-FICHIER-NON TO TRUE
              PERFORM 32100-COPIE-REGU UNTIL FIN-FICHIER-OUI
              CLOSE REGUOLD-FILE
              CLOSE REGUNEW-FILE
           END-IF
           .

       32100-COPIE-REGU.
      *----------------------*
           READ REGUOLD-FILE
              AT END
                 SET FIN-FICHIER-OUI TO TRUE
              NOT AT END
      *          ETAT FACTURE A BLANC : EXAMINEE AU PROCHAIN
      *          PASSAGE DES AVOIRS AVO1CI11
                 MOVE REGUOLD-REC TO E-REGUL
                 WRITE E-REGUL
                 ADD 1 TO W-NB-REGU
           END-READ
           .

       33000-CONVERTIT-FAFFE.
      *----------------------*
           OPEN INPUT AFFEOLD-FILE
           IF AFFEOLD-ABSENT
              DISPLAY 'CNV3CI11 - AFFEOLD ABSENT, ETAPE SAUTEE'
           ELSE
              IF NOT AFFEOLD-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE AFFEOLD IMPOSSIBLE : '
                         AFFEOLD-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              OPEN OUTPUT AFFENEW-FILE
              IF NOT AFFENEW-OK
                 DISPLAY 'CNV3CI11 - OUVERTURE AFFENEW IMPOSSIBLE : '
                         AFFENEW-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              SET FIN-FICHIER-NON TO TRUE
              PERFORM 33100-COPIE-AFFE UNTIL FIN-FICHIER-OUI
              CLOSE AFFEOLD-FILE
              CLOSE AFFENEW-FILE
           END-IF
           .

       33100-COPIE-AFFE.
      *----------------------*
           READ AFFEOLD-FILE
              AT END
                 SET FIN-FICHIER-OUI TO TRUE
              NOT AT END
      *          ETAT A BLANC = AFFECTATION CONFIRMEE
                 MOVE AFFEOLD-REC TO E-AFFECTATION
                 WRITE E-AFFECTATION
                 ADD 1 TO W-NB-AFFE
           END-READ
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           DISPLAY 'CNV3CI11 - CONVERSION TERMINEE'
           DISPLAY '   FSTAG11 CONVERTIS  : ' W-NB-STAG
           DISPLAY '   FSTAGH11 CONVERTIS : ' W-NB-ARCH
           DISPLAY '   FHPAI11 CONVERTIS  : ' W-NB-HPAI
           DISPLAY '   FEMPL11 CONVERTIS  : ' W-NB-EMPL
           DISPLAY '   FSITE11 CONVERTIS  : ' W-NB-SITE
           DISPLAY '   FSESS11 CONVERTIS  : ' W-NB-SESS
           DISPLAY '   FSUSP11 CONVERTIS  : ' W-NB-SUSP
           DISPLAY '   FRESU11 CONVERTIS  : ' W-NB-RESU
           DISPLAY '   FFORM11 CONVERTIS  : ' W-NB-FORM
           DISPLAY '   FPLAC11 CONVERTIS  : ' W-NB-PLAC
           DISPLAY '   FPLACH11 CONVERTIS : ' W-NB-PLAH
           DISPLAY '   FREGU11 CONVERTIS  : ' W-NB-REGU
           DISPLAY '   FAFFE11 CONVERTIS  : ' W-NB-AFFE
           .
