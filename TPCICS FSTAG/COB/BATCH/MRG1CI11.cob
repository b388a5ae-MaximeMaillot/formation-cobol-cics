      *======================================================*
      *   PROGRAMME BATCH - COMPTE DE RESULTAT DES SESSIONS  *
      *   DE L'ANNEE DE LA CARTE (DATE DE DEBUT) : RECETTE   *
      *   FACTUREE (FFACT11, AVOIRS COMPRIS), COUT DES       *
      *   FORMATEURS (FAFFE11 X JOURS OUVRABLES VALIDJOU X   *
      *   COUT HORAIRE FFORM11), COUT DE SALLE (TARIF        *
      *   JOURNALIER DE LA SALLE RESERVEE FSALL11, A DEFAUT  *
      *   DU SITE FSITE11) ET ALLOCATIONS VERSEES            *
      *   AUX STAGIAIRES RATTACHES (FHPAI11). EDITION PAR    *
      *   SESSION, SOUS-TOTAUX PAR MOIS DE DEBUT ET PAR      *
      *   SITE, RECAPITULATIF MENSUEL ET LISTE DES PLUS      *
      *   FAIBLES MARGES SIGNALEES DANS LE DETAIL            *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MRG1CI11.

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
           SELECT FSESS-FILE ASSIGN TO FSESS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-SES-CODE
               FILE STATUS IS FSESS-STATUT.

           SELECT FFACT-FILE ASSIGN TO FFACT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-FAC-CLE
               FILE STATUS IS FFACT-STATUT.

           SELECT FAFFE-FILE ASSIGN TO FAFFE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-AFF-CLE
               FILE STATUS IS FAFFE-STATUT.

           SELECT FFORM-FILE ASSIGN TO FFORM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-FOR-CODE
               FILE STATUS IS FFORM-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FHPAI-FILE ASSIGN TO FHPAI11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-HPA-CLE
               FILE STATUS IS FHPAI-STATUT.

           SELECT FSITE-FILE ASSIGN TO FSITE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SIT-CODE
               FILE STATUS IS FSITE-STATUT.

           SELECT FSALL-FILE ASSIGN TO FSALL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SAL-CLE
               FILE STATUS IS FSALL-STATUT.

           SELECT FJOUR-FILE ASSIGN TO FJOUR11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-JOU-DATE
               FILE STATUS IS FJOUR-STATUT.

      *        CARTE PARAMETRE : ANNEE EDITEE (AAAA, A BLANC =
      *        ANNEE EN COURS) ET NOMBRE DE PLUS FAIBLES MARGES
      *        A SIGNALER (A BLANC = 10)
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

           SELECT RPT-FILE ASSIGN TO RPTMARGE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FSESS-FILE.
       COPY CSESS.

       FD  FFACT-FILE.
       COPY CFACT.

       FD  FAFFE-FILE.
       COPY CAFFE.

       FD  FFORM-FILE.
       COPY CFORM.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FHPAI-FILE.
       COPY CHPAI.

       FD  FSITE-FILE.
       COPY CSITE.

       FD  FSALL-FILE.
       COPY CSALL.

       FD  FJOUR-FILE.
       COPY CJOUR.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-ANNEE             PIC X(4).
           05 FILLER                  PIC X(1).
           05 CARTE-NB-PIRES          PIC X(2).
           05 FILLER                  PIC X(73).

       SD  WORK-TRI.
       01  TRI-ENREG.
           05 TRI-SITE                PIC X(3).
           05 TRI-MOIS                PIC 9(6).
           05 TRI-SESSION             PIC X(6).
           05 TRI-IDX                 PIC 9(4).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.
         88 FSESS-FIN                 VALUE '10'.

       01 FFACT-STATUT                PIC X(2).
         88 FFACT-OK                  VALUE '00'.
         88 FFACT-FIN                 VALUE '10'.
         88 FFACT-ABSENT              VALUE '35'.

       01 FAFFE-STATUT                PIC X(2).
         88 FAFFE-OK                  VALUE '00'.
         88 FAFFE-FIN                 VALUE '10'.
         88 FAFFE-ABSENT              VALUE '35'.

       01 FFORM-STATUT                PIC X(2).
         88 FFORM-OK                  VALUE '00'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.
         88 FSTAG-FIN                 VALUE '10'.

       01 FHPAI-STATUT                PIC X(2).
         88 FHPAI-OK                  VALUE '00'.
         88 FHPAI-FIN                 VALUE '10'.
         88 FHPAI-ABSENT              VALUE '35'.

       01 FSITE-STATUT                PIC X(2).
         88 FSITE-OK                  VALUE '00'.

       01 FSALL-STATUT                PIC X(2).
         88 FSALL-OK                  VALUE '00'.
         88 FSALL-ABSENT              VALUE '35'.

       01 FJOUR-STATUT                PIC X(2).
         88 FJOUR-OK                  VALUE '00'.
         88 FJOUR-FIN                 VALUE '10'.
         88 FJOUR-ABSENT              VALUE '35'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

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

      *------------------------------------------------------*
      *   PARAMETRES DE L'EDITION                            *
      *------------------------------------------------------*
       01 W-ANNEE                     PIC 9(4).
       01 W-ANNEE-SUIVANTE            PIC 9(4).
       01 W-NB-PIRES                  PIC 9(2).
       01 W-NB-PIRES-DEFAUT           PIC 9(2) VALUE 10.
      *        DUREE CONVENTIONNELLE D'UNE JOURNEE DE FORMATION,
      *        EN HEURES, POUR VALORISER LE COUT HORAIRE
       01 W-HEURES-JOUR               PIC 9(2) VALUE 7.

      *------------------------------------------------------*
      *   DATES DE LA SESSION (AAAAMMJJ)                      *
      *------------------------------------------------------*
       01 W-SES-DEB-N.
           05 W-SDN-AAAA              PIC 9(4).
           05 W-SDN-MM                PIC 9(2).
           05 W-SDN-JJ                PIC 9(2).
       01 W-SES-DEB-NUM REDEFINES W-SES-DEB-N
                                      PIC 9(8).
       01 W-SES-FIN-N.
           05 W-SFN-AAAA              PIC 9(4).
           05 W-SFN-MM                PIC 9(2).
           05 W-SFN-JJ                PIC 9(2).
       01 W-SES-FIN-NUM REDEFINES W-SES-FIN-N
                                      PIC 9(8).
       01 W-JOURS-SESSION             PIC 9(3).

      *------------------------------------------------------*
      *   SESSIONS DE L'ANNEE ET LEURS ELEMENTS DE RESULTAT   *
      *   (MONTANTS EN CENTIMES). LE SITE EST CELUI DE LA     *
      *   SALLE RESERVEE, A DEFAUT CELUI DU PREMIER DOSSIER   *
      *   RATTACHE, A DEFAUT CELUI DU FORMATEUR PRINCIPAL     *
      *------------------------------------------------------*
       01 TAB-SESSIONS.
           05 W-NB-SES                PIC 9(4) COMP VALUE 0.
           05 W-SES OCCURS 500.
             10 W-SES-CODE            PIC X(6).
             10 W-SES-TITRE           PIC X(30).
             10 W-SES-DEBUT           PIC 9(8).
             10 W-SES-FIN             PIC 9(8).
             10 W-SES-JOURS           PIC 9(3).
             10 W-SES-SITE            PIC X(3).
             10 W-SES-SITE-FORM       PIC X(3).
             10 W-SES-SALLE           PIC X(3).
             10 W-SES-STAG            PIC 9(4).
             10 W-SES-RECETTE         PIC S9(13).
             10 W-SES-COUT-FORM       PIC 9(13).
             10 W-SES-COUT-SALLE      PIC 9(13).
             10 W-SES-ALLOC           PIC 9(13).
             10 W-SES-MARGE           PIC S9(13).
      *                                   RANG PARMI LES PLUS
      *                                   FAIBLES MARGES (0 = NON)
             10 W-SES-RANG            PIC 9(2).
      *                                   SESSION NON TERMINEE :
      *                                   EXCLUE DU CLASSEMENT
             10 W-SES-EN-COURS        PIC 9.
       01 IDX-SES                     PIC 9(4) COMP.
       01 IDX-PIRE                    PIC 9(4) COMP.
       01 W-SES-TROUVEE               PIC 9.
       01 W-CODE-CHERCHE              PIC X(6).
       01 W-RANG                      PIC 9(2).
       01 W-MARGE-MINI                PIC S9(13).

      *------------------------------------------------------*
      *   ELEMENTS DE CALCUL                                  *
      *------------------------------------------------------*
       01 W-MONTANT-CENTIMES          PIC S9(13).
       01 W-MOIS-FIN-SES              PIC 9(6).
       01 W-NUMERO-COURANT            PIC 9(6).
       01 W-FIN-HISTO                 PIC 9.
       01 W-HISTO-OUVERT              PIC 9 VALUE 0.
       01 W-SALLES-OUVERT             PIC 9 VALUE 0.

      *------------------------------------------------------*
      *   CUMULS : 1 = MOIS EN COURS, 2 = SITE EN COURS,      *
      *   3 = GENERAL, 4 A 15 = MOIS DE JANVIER A DECEMBRE    *
      *   TOUS SITES CONFONDUS (RECAPITULATIF)                *
      *------------------------------------------------------*
       01 TAB-CUMULS.
           05 W-CUM OCCURS 15.
             10 W-CUM-NB              PIC 9(4).
             10 W-CUM-STAG            PIC 9(5).
             10 W-CUM-RECETTE         PIC S9(13).
             10 W-CUM-COUT-FORM       PIC 9(13).
             10 W-CUM-COUT-SALLE      PIC 9(13).
             10 W-CUM-ALLOC           PIC 9(13).
             10 W-CUM-MARGE           PIC S9(13).
       01 IDX-CUM                     PIC 9(4) COMP.
       01 IDX-MOIS                    PIC 9(4) COMP.

      *------------------------------------------------------*
      *   RUPTURES DE L'EDITION                               *
      *------------------------------------------------------*
       01 W-SITE-COURANT              PIC X(3) VALUE SPACE.
       01 W-MOIS-COURANT              PIC 9(6) VALUE 0.
       01 W-MOIS-DECOUPE.
           05 W-MOIS-AAAA             PIC 9(4).
           05 W-MOIS-MM               PIC 9(2).
       01 W-MOIS-NUM REDEFINES W-MOIS-DECOUPE
                                      PIC 9(6).
       01 W-PREMIERE-LIGNE            PIC 9 VALUE 1.

      * --------- Nom du sous-programme jours ouvrables
       01 pgm-validjou                PIC X(8) VALUE 'VALIDJOU'.

      * --------- Parametre pour sous-programme VALIDJOU
       01 validjou-param.
         02 FONCTION-J                PIC X(1).
         02 DATE-DEBUT-J              PIC X(8).
         02 DATE-FIN-J                PIC X(8).
         02 NB-JOURS-DEMANDE          PIC 9(3).
         02 DATE-RESULTAT-J           PIC X(8).
         02 NB-JOURS-RESULTAT         PIC 9(3).
         02 CR-JOURS                  PIC 9.
           88 cr-jours-invalide value 0.
           88 cr-jours-ok       value 1.
         02 NB-FERIES-J               PIC 9(2).
         02 TAB-FERIES-J.
           05 FERIE-J                 PIC 9(8) OCCURS 20.

      *------------------------------------------------------*
      *   LIGNES DE L'EDITION                                *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(40) VALUE
              'COMPTE DE RESULTAT DES SESSIONS - ANNEE '.
           05 W-TIT-ANNEE             PIC 9(4).
           05 FILLER                  PIC X(12) VALUE
              ' - EDITE LE '.
           05 W-TIT-DATE              PIC X(10).

       01 W-LIGNE-SOUS-TITRE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(47) VALUE
              'MONTANTS EN EUROS - FORMATEURS : JOURS OUVRES X'.
           05 W-SST-HEURES            PIC ZZ9.
           05 FILLER                  PIC X(44) VALUE
              ' H X COUT HORAIRE - SALLE : JOURS OUVRES X T'.
           05 FILLER                  PIC X(23) VALUE
              'ARIF SALLE OU SITE'.

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(30) VALUE
              ' SESSION INTITULE             '.
           05 FILLER                  PIC X(30) VALUE
              'DEBUT      JRS STAG      RECET'.
           05 FILLER                  PIC X(30) VALUE
              'TE  FORMATEURS      SALLES ALL'.
           05 FILLER                  PIC X(30) VALUE
              'OCATIONS        MARGE  TAUX   '.
           05 FILLER                  PIC X(6)  VALUE
              'ALERTE'.

       01 W-LIGNE-SITE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(5)  VALUE 'SITE '.
           05 W-LSI-SITE              PIC X(3).
           05 FILLER                  PIC X(3)  VALUE ' - '.
           05 W-LSI-LIBELLE           PIC X(30).

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-SESSION           PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-TITRE             PIC X(21).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-DEBUT             PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-JOURS             PIC ZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-STAG              PIC ZZZ9.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-RECETTE           PIC -ZZZZZZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-COUT-FORM         PIC ZZZZZZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-COUT-SALLE        PIC ZZZZZZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-ALLOC             PIC ZZZZZZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-MARGE             PIC -ZZZZZZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-TAUX              PIC -ZZZ9.
           05 W-DET-POURCENT          PIC X(2)  VALUE ' %'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-ALERTE.
             10 W-DET-ALERTE-LIB      PIC X(9).
             10 W-DET-ALERTE-RANG     PIC X(3).

       01 W-LIGNE-CUMUL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-CLI-LIBELLE           PIC X(30).
           05 W-CLI-NB                PIC ZZZ9.
           05 FILLER                  PIC X(10) VALUE ' SESSIONS '.
           05 W-CLI-STAG              PIC ZZZZ9.
           05 W-CLI-RECETTE           PIC -ZZZZZZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-CLI-COUT-FORM         PIC ZZZZZZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-CLI-COUT-SALLE        PIC ZZZZZZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-CLI-ALLOC             PIC ZZZZZZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-CLI-MARGE             PIC -ZZZZZZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-CLI-TAUX              PIC -ZZZ9.
           05 W-CLI-POURCENT          PIC X(2)  VALUE ' %'.

       01 W-LIGNE-RUBRIQUE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-RUB-LIBELLE           PIC X(60).

       01 W-LIGNE-SAUT.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(131) VALUE SPACE.

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-CALCUL-RESULTATS
           PERFORM  30000-EDITION-RESULTATS
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
              DISPLAY 'MRG1CI11 - OUVERTURE CARTE IMPOSSIBLE : '
                      CARTE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CARTE-FILE
              AT END
                 MOVE SPACE TO CARTE-REC
           END-READ
           CLOSE CARTE-FILE

           IF CARTE-ANNEE = SPACE
              MOVE W-DATE-JOUR-AAAA TO W-ANNEE
           ELSE
              IF CARTE-ANNEE IS NOT NUMERIC
                 DISPLAY 'MRG1CI11 - ANNEE PARAMETRE INVALIDE : '
                         CARTE-ANNEE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CARTE-ANNEE TO W-ANNEE
           END-IF
           COMPUTE W-ANNEE-SUIVANTE = W-ANNEE + 1

           IF CARTE-NB-PIRES = SPACE
              MOVE W-NB-PIRES-DEFAUT TO W-NB-PIRES
           ELSE
              IF CARTE-NB-PIRES IS NOT NUMERIC
                 DISPLAY 'MRG1CI11 - NOMBRE DE MARGES A SIGNALER '
                         'INVALIDE : ' CARTE-NB-PIRES
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CARTE-NB-PIRES TO W-NB-PIRES
           END-IF

           PERFORM 10500-CHARGE-FERIES

           OPEN INPUT FSESS-FILE
           IF NOT FSESS-OK
              DISPLAY 'MRG1CI11 - OUVERTURE FSESS11 IMPOSSIBLE : '
                      FSESS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FFORM-FILE
           IF NOT FFORM-OK
              DISPLAY 'MRG1CI11 - OUVERTURE FFORM11 IMPOSSIBLE : '
                      FFORM-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'MRG1CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSITE-FILE
           IF NOT FSITE-OK
              DISPLAY 'MRG1CI11 - OUVERTURE FSITE11 IMPOSSIBLE : '
                      FSITE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSALL-FILE
           EVALUATE TRUE
              WHEN FSALL-OK
                 MOVE 1 TO W-SALLES-OUVERT
              WHEN FSALL-ABSENT
                 DISPLAY 'MRG1CI11 - AUCUNE SALLE AU REFERENTIEL'
              WHEN OTHER
                 DISPLAY 'MRG1CI11 - OUVERTURE FSALL11 IMPOSSIBLE : '
                         FSALL-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'MRG1CI11 - OUVERTURE RPTMARGE IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           INITIALIZE TAB-CUMULS
           .

      *--------------------------------------------------------*
      *   CHARGEMENT DES JOURS FERIES DE L'ANNEE EDITEE, PUIS    *
      *   DE JANVIER SUIVANT (SESSIONS A CHEVAL SUR L'ANNEE)     *
      *--------------------------------------------------------*
       10500-CHARGE-FERIES.
      *----------------------*
           MOVE 0 TO NB-FERIES-J
           OPEN INPUT FJOUR-FILE
           EVALUATE TRUE
              WHEN FJOUR-OK
                 PERFORM UNTIL FJOUR-FIN
                    READ FJOUR-FILE NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF NB-FERIES-J < 20
                             AND (E-JOU-DATE(1:4) = W-ANNEE
                             OR (E-JOU-DATE(1:4) = W-ANNEE-SUIVANTE
                                 AND E-JOU-DATE(5:2) = '01'))
                             ADD 1 TO NB-FERIES-J
                             MOVE E-JOU-DATE
                               TO FERIE-J(NB-FERIES-J)
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE FJOUR-FILE
              WHEN FJOUR-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'MRG1CI11 - OUVERTURE FJOUR11 KO : '
                         FJOUR-STATUT
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   CALCUL DES ELEMENTS DE RESULTAT DE CHAQUE SESSION      *
      *--------------------------------------------------------*
       20000-CALCUL-RESULTATS.
      *----------------------*
           PERFORM 21000-CHARGE-SESSIONS
           PERFORM 22000-CUMUL-RECETTES
           PERFORM 23000-CUMUL-FORMATEURS
           PERFORM 24000-CUMUL-ALLOCATIONS
           PERFORM 25000-COUT-SALLES
           PERFORM 26000-CLASSE-MARGES
           .

      *    SESSIONS NON ANNULEES DEBUTANT DANS L'ANNEE EDITEE, AVEC
      *    LEUR NOMBRE DE JOURS OUVRABLES (FERIES EXCLUS)
       21000-CHARGE-SESSIONS.
      *----------------------*
           PERFORM UNTIL FSESS-FIN
              READ FSESS-FILE NEXT RECORD
                 AT END
                    SET FSESS-FIN TO TRUE
                 NOT AT END
                    IF NOT SES-ANNULEE
                       AND E-SES-DATE-DEB IS NUMERIC
                       AND E-SES-DATE-FIN IS NUMERIC
                       AND E-SES-DATE-DEB(5:4) = W-ANNEE
                       PERFORM 21100-AJOUTE-SESSION
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FSESS-FILE
           .

       21100-AJOUTE-SESSION.
      *----------------------*
           IF W-NB-SES NOT < 500
              DISPLAY 'MRG1CI11 - TABLE DES SESSIONS SATUREE : '
                      E-SES-CODE
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE E-SES-DATE-DEB(5:4) TO W-SDN-AAAA
              MOVE E-SES-DATE-DEB(3:2) TO W-SDN-MM
              MOVE E-SES-DATE-DEB(1:2) TO W-SDN-JJ
              MOVE E-SES-DATE-FIN(5:4) TO W-SFN-AAAA
              MOVE E-SES-DATE-FIN(3:2) TO W-SFN-MM
              MOVE E-SES-DATE-FIN(1:2) TO W-SFN-JJ

              ADD 1 TO W-NB-SES
              INITIALIZE W-SES(W-NB-SES)
              MOVE E-SES-CODE    TO W-SES-CODE(W-NB-SES)
              MOVE E-SES-TITRE   TO W-SES-TITRE(W-NB-SES)
              MOVE W-SES-DEB-NUM TO W-SES-DEBUT(W-NB-SES)
              MOVE W-SES-FIN-NUM TO W-SES-FIN(W-NB-SES)
              IF E-SES-SITE NOT = SPACE AND LOW-VALUE
                 MOVE E-SES-SITE       TO W-SES-SITE(W-NB-SES)
              END-IF
              IF E-SES-CODE-SALLE NOT = SPACE AND LOW-VALUE
                 MOVE E-SES-CODE-SALLE TO W-SES-SALLE(W-NB-SES)
              END-IF
              IF W-SES-FIN-NUM > W-DATE-SYS
                 MOVE 1 TO W-SES-EN-COURS(W-NB-SES)
              END-IF

              PERFORM 21200-COMPTE-JOURS
              MOVE W-JOURS-SESSION TO W-SES-JOURS(W-NB-SES)
           END-IF
           .

       21200-COMPTE-JOURS.
      *----------------------*
      * ---------- Appel sous programme VALIDJOU : jours
      *            ouvrables de la session, bornes incluses
      *            (fonction 'O' pour la borne de depart,
      *             fonction 'C' pour la suite)
           MOVE 0 TO W-JOURS-SESSION

           MOVE 'O' TO FONCTION-J
           MOVE E-SES-DATE-DEB TO DATE-DEBUT-J
           CALL pgm-validjou USING validjou-param
           IF cr-jours-ok
              ADD NB-JOURS-RESULTAT TO W-JOURS-SESSION
           END-IF

           IF W-SES-FIN-NUM > W-SES-DEB-NUM
              MOVE 'C' TO FONCTION-J
              MOVE E-SES-DATE-FIN TO DATE-FIN-J
              CALL pgm-validjou USING validjou-param
              IF cr-jours-ok
                 ADD NB-JOURS-RESULTAT TO W-JOURS-SESSION
              END-IF
           END-IF
           .

      *    RECHERCHE DE W-CODE-CHERCHE DANS LA TABLE DES SESSIONS
      *    (IDX-SES POSITIONNE SUR LA SESSION SI W-SES-TROUVEE = 1)
       21900-CHERCHE-SESSION.
      *----------------------*
           MOVE 0 TO W-SES-TROUVEE
           PERFORM VARYING IDX-SES FROM 1 BY 1
              UNTIL IDX-SES > W-NB-SES OR W-SES-TROUVEE = 1
              IF W-SES-CODE(IDX-SES) = W-CODE-CHERCHE
                 MOVE 1 TO W-SES-TROUVEE
              END-IF
           END-PERFORM
           IF W-SES-TROUVEE = 1
              SUBTRACT 1 FROM IDX-SES
           END-IF
           .

      *    RECETTE : FACTURES DE LA SESSION, TOUS MOIS ET TOUS
      *    FINANCEURS, NETTES DES AVOIRS ET COMPLEMENTS
       22000-CUMUL-RECETTES.
      *----------------------*
           OPEN INPUT FFACT-FILE
           EVALUATE TRUE
              WHEN FFACT-OK
                 CONTINUE
              WHEN FFACT-ABSENT
                 DISPLAY 'MRG1CI11 - AUCUNE FACTURE EMISE'
              WHEN OTHER
                 DISPLAY 'MRG1CI11 - OUVERTURE FFACT11 IMPOSSIBLE : '
                         FFACT-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           IF FFACT-OK
              PERFORM UNTIL FFACT-FIN
                 READ FFACT-FILE NEXT RECORD
                    AT END
                       SET FFACT-FIN TO TRUE
                    NOT AT END
                       MOVE E-FAC-SESSION TO W-CODE-CHERCHE
                       PERFORM 21900-CHERCHE-SESSION
                       IF W-SES-TROUVEE = 1
                          COMPUTE W-SES-RECETTE(IDX-SES) =
                                  W-SES-RECETTE(IDX-SES)
                                + E-FAC-MONTANT-CENTIMES
                                + E-FAC-CORRECTION-CENTIMES
                       END-IF
                 END-READ
              END-PERFORM

              CLOSE FFACT-FILE
           END-IF
           .

      *    COUT DES FORMATEURS : CHAQUE AFFECTATION (PRINCIPAL OU
      *    ASSISTANT) EST VALORISEE SUR TOUS LES JOURS OUVRABLES
      *    DE LA SESSION AU COUT HORAIRE DU FORMATEUR
       23000-CUMUL-FORMATEURS.
      *----------------------*
           OPEN INPUT FAFFE-FILE
           EVALUATE TRUE
              WHEN FAFFE-OK
                 CONTINUE
              WHEN FAFFE-ABSENT
                 DISPLAY 'MRG1CI11 - AUCUNE AFFECTATION'
              WHEN OTHER
                 DISPLAY 'MRG1CI11 - OUVERTURE FAFFE11 IMPOSSIBLE : '
                         FAFFE-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           IF FAFFE-OK
              PERFORM UNTIL FAFFE-FIN
                 READ FAFFE-FILE NEXT RECORD
                    AT END
                       SET FAFFE-FIN TO TRUE
                    NOT AT END
                       MOVE E-AFF-SESSION TO W-CODE-CHERCHE
                       PERFORM 21900-CHERCHE-SESSION
                       IF W-SES-TROUVEE = 1
                          PERFORM 23100-VALORISE-AFFECTATION
                       END-IF
                 END-READ
              END-PERFORM

              CLOSE FAFFE-FILE
           END-IF
           .

       23100-VALORISE-AFFECTATION.
      *----------------------*
           MOVE E-AFF-FORMATEUR TO E-FOR-CODE
           READ FFORM-FILE
              INVALID KEY
                 DISPLAY 'MRG1CI11 - FORMATEUR INCONNU : '
                         E-AFF-FORMATEUR ' SESSION ' E-AFF-SESSION
              NOT INVALID KEY
                 IF E-FOR-COUT-HORAIRE IS NOT NUMERIC
                    MOVE 0 TO E-FOR-COUT-HORAIRE
                 END-IF
                 COMPUTE W-SES-COUT-FORM(IDX-SES) =
                         W-SES-COUT-FORM(IDX-SES)
                       + W-SES-JOURS(IDX-SES) * W-HEURES-JOUR
                       * E-FOR-COUT-HORAIRE
                 IF AFF-PRINCIPAL
                    MOVE E-FOR-SITE TO W-SES-SITE-FORM(IDX-SES)
                 END-IF
           END-READ
           .

      *    ALLOCATIONS : PAIEMENTS FHPAI11 DES DOSSIERS RATTACHES
      *    A LA SESSION, SUR LES MOIS COUVERTS PAR LA SESSION.
      *    COUT = NET VERSE + SAISIES + FRAIS + AIDES (L'INDU
      *    RECUPERE NE FAIT QUE REPRENDRE UN VERSEMENT ANTERIEUR)
       24000-CUMUL-ALLOCATIONS.
      *----------------------*
           OPEN INPUT FHPAI-FILE
           EVALUATE TRUE
              WHEN FHPAI-OK
                 MOVE 1 TO W-HISTO-OUVERT
              WHEN FHPAI-ABSENT
                 DISPLAY 'MRG1CI11 - AUCUN HISTORIQUE DE PAIEMENT'
              WHEN OTHER
                 DISPLAY 'MRG1CI11 - OUVERTURE FHPAI11 IMPOSSIBLE : '
                         FHPAI-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           PERFORM UNTIL FSTAG-FIN
              READ FSTAG-FILE NEXT RECORD
                 AT END
                    SET FSTAG-FIN TO TRUE
                 NOT AT END
                    IF E-CODE-SESSION NOT = SPACE
                       MOVE E-CODE-SESSION TO W-CODE-CHERCHE
                       PERFORM 21900-CHERCHE-SESSION
                       IF W-SES-TROUVEE = 1
                          PERFORM 24100-DOSSIER-SESSION
                       END-IF
                    END-IF
              END-READ
           END-PERFORM

           IF W-HISTO-OUVERT = 1
              CLOSE FHPAI-FILE
           END-IF
           .

       24100-DOSSIER-SESSION.
      *----------------------*
           ADD 1 TO W-SES-STAG(IDX-SES)
           IF W-SES-SITE(IDX-SES) = SPACE
              MOVE E-CODE-SITE TO W-SES-SITE(IDX-SES)
           END-IF

           IF W-HISTO-OUVERT = 1
              MOVE E-NUMERO TO W-NUMERO-COURANT
              MOVE W-SES-FIN(IDX-SES)(1:6) TO W-MOIS-FIN-SES
              MOVE E-NUMERO TO E-HPA-NUMERO
              MOVE W-SES-DEBUT(IDX-SES)(1:6) TO E-HPA-MOIS
              MOVE 0 TO W-FIN-HISTO
              START FHPAI-FILE KEY IS NOT LESS THAN E-HPA-CLE
                 INVALID KEY
                    MOVE 1 TO W-FIN-HISTO
              END-START

              PERFORM UNTIL W-FIN-HISTO = 1
                 READ FHPAI-FILE NEXT RECORD
                    AT END
                       MOVE 1 TO W-FIN-HISTO
                    NOT AT END
                       IF E-HPA-NUMERO NOT = W-NUMERO-COURANT
                          OR E-HPA-MOIS > W-MOIS-FIN-SES
                          MOVE 1 TO W-FIN-HISTO
                       ELSE
                          COMPUTE W-SES-ALLOC(IDX-SES) =
                                  W-SES-ALLOC(IDX-SES)
                                + E-HPA-MONTANT-CENTIMES
                                + E-HPA-SAISIE-CENTIMES
                                + E-HPA-FRAIS-CENTIMES
                                + E-HPA-AIDE-CENTIMES
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .

      *    COUT DE SALLE : TARIF JOURNALIER DE LA SALLE RESERVEE
      *    OU A DEFAUT DU SITE DE LA SESSION SUR SES JOURS
      *    OUVRABLES, PUIS MARGE DE LA SESSION
       25000-COUT-SALLES.
      *----------------------*
           PERFORM VARYING IDX-SES FROM 1 BY 1
              UNTIL IDX-SES > W-NB-SES
              IF W-SES-SITE(IDX-SES) = SPACE
                 MOVE W-SES-SITE-FORM(IDX-SES) TO W-SES-SITE(IDX-SES)
              END-IF
              IF W-SES-SITE(IDX-SES) = SPACE OR LOW-VALUE
                 MOVE '***' TO W-SES-SITE(IDX-SES)
              ELSE
                 MOVE W-SES-SITE(IDX-SES) TO E-SIT-CODE
                 READ FSITE-FILE
                    INVALID KEY
                       MOVE 0 TO E-SIT-TARIF-SALLE
                 END-READ
                 IF E-SIT-TARIF-SALLE IS NOT NUMERIC
                    MOVE 0 TO E-SIT-TARIF-SALLE
                 END-IF
      *          UNE SALLE RESERVEE A TARIF PROPRE REMPLACE LE
      *          TARIF DU SITE
                 IF W-SES-SALLE(IDX-SES) NOT = SPACE
                    AND W-SALLES-OUVERT = 1
                    MOVE W-SES-SITE(IDX-SES)  TO E-SAL-SITE
                    MOVE W-SES-SALLE(IDX-SES) TO E-SAL-CODE
                    READ FSALL-FILE
                       INVALID KEY
                          MOVE 0 TO E-SAL-TARIF
                    END-READ
                    IF E-SAL-TARIF IS NUMERIC AND E-SAL-TARIF > 0
                       MOVE E-SAL-TARIF TO E-SIT-TARIF-SALLE
                    END-IF
                 END-IF
                 COMPUTE W-SES-COUT-SALLE(IDX-SES) =
                         W-SES-JOURS(IDX-SES) * E-SIT-TARIF-SALLE
              END-IF

              COMPUTE W-SES-MARGE(IDX-SES) =
                      W-SES-RECETTE(IDX-SES)
                    - W-SES-COUT-FORM(IDX-SES)
                    - W-SES-COUT-SALLE(IDX-SES)
                    - W-SES-ALLOC(IDX-SES)
           END-PERFORM
           .

      *    CLASSEMENT DES W-NB-PIRES PLUS FAIBLES MARGES PARMI LES
      *    SESSIONS TERMINEES (RANG 1 = LA PLUS FAIBLE)
       26000-CLASSE-MARGES.
      *----------------------*
           MOVE 0 TO W-RANG
           MOVE 1 TO W-SES-TROUVEE
           PERFORM UNTIL W-RANG NOT < W-NB-PIRES
                      OR W-SES-TROUVEE = 0
              MOVE 0 TO W-SES-TROUVEE
              MOVE 0 TO IDX-PIRE
              PERFORM VARYING IDX-SES FROM 1 BY 1
                 UNTIL IDX-SES > W-NB-SES
                 IF W-SES-RANG(IDX-SES) = 0
                    AND W-SES-EN-COURS(IDX-SES) = 0
                    IF W-SES-TROUVEE = 0
                       OR W-SES-MARGE(IDX-SES) < W-MARGE-MINI
                       MOVE 1 TO W-SES-TROUVEE
                       MOVE IDX-SES TO IDX-PIRE
                       MOVE W-SES-MARGE(IDX-SES) TO W-MARGE-MINI
                    END-IF
                 END-IF
              END-PERFORM
              IF W-SES-TROUVEE = 1
                 ADD 1 TO W-RANG
                 MOVE W-RANG TO W-SES-RANG(IDX-PIRE)
              END-IF
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   EDITION PAR SITE, MOIS DE DEBUT ET SESSION             *
      *--------------------------------------------------------*
       30000-EDITION-RESULTATS.
      *----------------------*
           MOVE W-ANNEE        TO W-TIT-ANNEE
           MOVE W-DATE-EDITION TO W-TIT-DATE
           MOVE W-HEURES-JOUR  TO W-SST-HEURES
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-SOUS-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE

           SORT WORK-TRI
                ON ASCENDING KEY TRI-SITE
                ON ASCENDING KEY TRI-MOIS
                ON ASCENDING KEY TRI-SESSION
                INPUT PROCEDURE  30900-LIBERE-SESSIONS
                OUTPUT PROCEDURE 31000-EDITION-SESSIONS

           PERFORM 35000-RECAPITULATIF-MOIS
           PERFORM 36000-PLUS-FAIBLES-MARGES
           .

       30900-LIBERE-SESSIONS.
      *----------------------*
           PERFORM VARYING IDX-SES FROM 1 BY 1
              UNTIL IDX-SES > W-NB-SES
              MOVE W-SES-SITE(IDX-SES)           TO TRI-SITE
              MOVE W-SES-DEBUT(IDX-SES)(1:6)     TO TRI-MOIS
              MOVE W-SES-CODE(IDX-SES)           TO TRI-SESSION
              MOVE IDX-SES                       TO TRI-IDX
              RELEASE TRI-ENREG
           END-PERFORM
           .

       31000-EDITION-SESSIONS.
      *----------------------*
           MOVE 0 TO TRI-INDIC

           PERFORM UNTIL TRI-TERMINE
              RETURN WORK-TRI AT END
                 SET TRI-TERMINE TO TRUE
              NOT AT END
                 PERFORM 32000-EDITE-SESSION
              END-RETURN
           END-PERFORM

           IF W-PREMIERE-LIGNE = 0
              PERFORM 33000-CLOTURE-MOIS
              PERFORM 34000-CLOTURE-SITE
           END-IF

           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'TOTAL GENERAL' TO W-CLI-LIBELLE
           MOVE 3 TO IDX-CUM
           PERFORM 32900-EDITE-CUMUL
           .

       32000-EDITE-SESSION.
      *----------------------*
           IF W-PREMIERE-LIGNE = 1
              MOVE 0 TO W-PREMIERE-LIGNE
              PERFORM 32100-ENTETE-SITE
           ELSE
              IF TRI-SITE NOT = W-SITE-COURANT
                 PERFORM 33000-CLOTURE-MOIS
                 PERFORM 34000-CLOTURE-SITE
                 PERFORM 32100-ENTETE-SITE
              ELSE
                 IF TRI-MOIS NOT = W-MOIS-COURANT
                    PERFORM 33000-CLOTURE-MOIS
                 END-IF
              END-IF
           END-IF
           MOVE TRI-MOIS TO W-MOIS-COURANT

           MOVE TRI-IDX TO IDX-SES
           PERFORM 32200-REMPLIT-DETAIL
           WRITE RPT-LIGNE FROM W-LIGNE-DETAIL

      *    CUMUL DU MOIS, DU SITE, GENERAL ET DU MOIS TOUS SITES
           MOVE TRI-MOIS TO W-MOIS-NUM
           COMPUTE IDX-MOIS = 3 + W-MOIS-MM
           MOVE 1 TO IDX-CUM
           PERFORM 32300-CUMULE-SESSION
           MOVE 2 TO IDX-CUM
           PERFORM 32300-CUMULE-SESSION
           MOVE 3 TO IDX-CUM
           PERFORM 32300-CUMULE-SESSION
           MOVE IDX-MOIS TO IDX-CUM
           PERFORM 32300-CUMULE-SESSION
           .

       32100-ENTETE-SITE.
      *----------------------*
           MOVE TRI-SITE TO W-SITE-COURANT
           MOVE TRI-SITE TO W-LSI-SITE
           MOVE TRI-SITE TO E-SIT-CODE
           READ FSITE-FILE
              INVALID KEY
                 MOVE '(SITE NON DETERMINE)' TO W-LSI-LIBELLE
              NOT INVALID KEY
                 MOVE E-SIT-LIBELLE TO W-LSI-LIBELLE
           END-READ
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           WRITE RPT-LIGNE FROM W-LIGNE-SITE
           .

      *    LIGNE DE DETAIL DE LA SESSION IDX-SES (ALERTE SUR LES
      *    PLUS FAIBLES MARGES ET LES SESSIONS DEFICITAIRES)
       32200-REMPLIT-DETAIL.
      *----------------------*
           MOVE W-SES-CODE(IDX-SES)        TO W-DET-SESSION
           MOVE W-SES-TITRE(IDX-SES)       TO W-DET-TITRE
           MOVE W-SES-DEBUT(IDX-SES)       TO W-SES-DEB-NUM
           MOVE SPACE TO W-DET-DEBUT
           STRING W-SDN-JJ   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  W-SDN-MM   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  W-SDN-AAAA DELIMITED BY SIZE
                  INTO W-DET-DEBUT
           END-STRING
           MOVE W-SES-JOURS(IDX-SES)       TO W-DET-JOURS
           MOVE W-SES-STAG(IDX-SES)        TO W-DET-STAG
           COMPUTE W-DET-RECETTE    = W-SES-RECETTE(IDX-SES) / 100
           COMPUTE W-DET-COUT-FORM  = W-SES-COUT-FORM(IDX-SES) / 100
           COMPUTE W-DET-COUT-SALLE = W-SES-COUT-SALLE(IDX-SES) / 100
           COMPUTE W-DET-ALLOC      = W-SES-ALLOC(IDX-SES) / 100
           COMPUTE W-DET-MARGE      = W-SES-MARGE(IDX-SES) / 100

           IF W-SES-RECETTE(IDX-SES) > 0
              COMPUTE W-DET-TAUX ROUNDED =
                      W-SES-MARGE(IDX-SES) * 100
                    / W-SES-RECETTE(IDX-SES)
                 ON SIZE ERROR
                    MOVE -999 TO W-DET-TAUX
              END-COMPUTE
              MOVE ' %' TO W-DET-POURCENT
           ELSE
              MOVE 0     TO W-DET-TAUX
              MOVE SPACE TO W-DET-POURCENT
           END-IF

           MOVE SPACE TO W-DET-ALERTE
           EVALUATE TRUE
              WHEN W-SES-RANG(IDX-SES) > 0
                 MOVE '<<< PIRE ' TO W-DET-ALERTE-LIB
                 MOVE W-SES-RANG(IDX-SES) TO W-DET-ALERTE-RANG
              WHEN W-SES-EN-COURS(IDX-SES) = 1
                 MOVE 'EN COURS' TO W-DET-ALERTE
              WHEN W-SES-MARGE(IDX-SES) < 0
                 MOVE 'DEFICIT' TO W-DET-ALERTE
           END-EVALUATE
           .

       32300-CUMULE-SESSION.
      *----------------------*
           ADD 1                        TO W-CUM-NB(IDX-CUM)
           ADD W-SES-STAG(IDX-SES)       TO W-CUM-STAG(IDX-CUM)
           ADD W-SES-RECETTE(IDX-SES)    TO W-CUM-RECETTE(IDX-CUM)
           ADD W-SES-COUT-FORM(IDX-SES)  TO W-CUM-COUT-FORM(IDX-CUM)
           ADD W-SES-COUT-SALLE(IDX-SES) TO W-CUM-COUT-SALLE(IDX-CUM)
           ADD W-SES-ALLOC(IDX-SES)      TO W-CUM-ALLOC(IDX-CUM)
           ADD W-SES-MARGE(IDX-SES)      TO W-CUM-MARGE(IDX-CUM)
           .

      *    LIGNE DE CUMUL IDX-CUM (LIBELLE DEJA DANS W-CLI-LIBELLE)
       32900-EDITE-CUMUL.
      *----------------------*
           MOVE W-CUM-NB(IDX-CUM)   TO W-CLI-NB
           MOVE W-CUM-STAG(IDX-CUM) TO W-CLI-STAG
           COMPUTE W-CLI-RECETTE    = W-CUM-RECETTE(IDX-CUM) / 100
           COMPUTE W-CLI-COUT-FORM  = W-CUM-COUT-FORM(IDX-CUM) / 100
           COMPUTE W-CLI-COUT-SALLE = W-CUM-COUT-SALLE(IDX-CUM) / 100
           COMPUTE W-CLI-ALLOC      = W-CUM-ALLOC(IDX-CUM) / 100
           COMPUTE W-CLI-MARGE      = W-CUM-MARGE(IDX-CUM) / 100

           IF W-CUM-RECETTE(IDX-CUM) > 0
              COMPUTE W-CLI-TAUX ROUNDED =
                      W-CUM-MARGE(IDX-CUM) * 100
                    / W-CUM-RECETTE(IDX-CUM)
                 ON SIZE ERROR
                    MOVE -999 TO W-CLI-TAUX
              END-COMPUTE
              MOVE ' %' TO W-CLI-POURCENT
           ELSE
              MOVE 0     TO W-CLI-TAUX
              MOVE SPACE TO W-CLI-POURCENT
           END-IF
           WRITE RPT-LIGNE FROM W-LIGNE-CUMUL
           .

       33000-CLOTURE-MOIS.
      *----------------------*
           MOVE W-MOIS-COURANT TO W-MOIS-NUM
           MOVE SPACE TO W-CLI-LIBELLE
           STRING '  TOTAL MOIS ' DELIMITED BY SIZE
                  W-MOIS-MM       DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  W-MOIS-AAAA     DELIMITED BY SIZE
                  INTO W-CLI-LIBELLE
           END-STRING
           MOVE 1 TO IDX-CUM
           PERFORM 32900-EDITE-CUMUL
           INITIALIZE W-CUM(1)
           .

       34000-CLOTURE-SITE.
      *----------------------*
           MOVE SPACE TO W-CLI-LIBELLE
           STRING 'TOTAL SITE '   DELIMITED BY SIZE
                  W-SITE-COURANT  DELIMITED BY SIZE
                  INTO W-CLI-LIBELLE
           END-STRING
           MOVE 2 TO IDX-CUM
           PERFORM 32900-EDITE-CUMUL
           INITIALIZE W-CUM(2)
           .

      *--------------------------------------------------------*
      *   RECAPITULATIF PAR MOIS DE DEBUT, TOUS SITES            *
      *--------------------------------------------------------*
       35000-RECAPITULATIF-MOIS.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-SAUT
           MOVE 'RECAPITULATIF PAR MOIS DE DEBUT - TOUS SITES'
             TO W-RUB-LIBELLE
           WRITE RPT-LIGNE FROM W-LIGNE-RUBRIQUE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE

           MOVE W-ANNEE TO W-MOIS-AAAA
           PERFORM VARYING IDX-MOIS FROM 1 BY 1 UNTIL IDX-MOIS > 12
              COMPUTE IDX-CUM = 3 + IDX-MOIS
              IF W-CUM-NB(IDX-CUM) > 0
                 MOVE IDX-MOIS TO W-MOIS-MM
                 MOVE SPACE TO W-CLI-LIBELLE
                 STRING 'MOIS '     DELIMITED BY SIZE
                        W-MOIS-MM   DELIMITED BY SIZE
                        '/'         DELIMITED BY SIZE
                        W-MOIS-AAAA DELIMITED BY SIZE
                        INTO W-CLI-LIBELLE
                 END-STRING
                 PERFORM 32900-EDITE-CUMUL
              END-IF
           END-PERFORM

           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'TOTAL GENERAL' TO W-CLI-LIBELLE
           MOVE 3 TO IDX-CUM
           PERFORM 32900-EDITE-CUMUL
           .

      *--------------------------------------------------------*
      *   LES PLUS FAIBLES MARGES, DE LA PLUS FAIBLE A LA        *
      *   MOINS FAIBLE, POUR LA REVUE DU CATALOGUE               *
      *--------------------------------------------------------*
       36000-PLUS-FAIBLES-MARGES.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-SAUT
           MOVE SPACE TO W-RUB-LIBELLE
           STRING 'LES '       DELIMITED BY SIZE
                  W-RANG       DELIMITED BY SIZE
                  ' PLUS FAIBLES MARGES DES SESSIONS TERMINEES'
                               DELIMITED BY SIZE
                  INTO W-RUB-LIBELLE
           END-STRING
           WRITE RPT-LIGNE FROM W-LIGNE-RUBRIQUE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE

           PERFORM VARYING IDX-PIRE FROM 1 BY 1
              UNTIL IDX-PIRE > W-RANG
              PERFORM VARYING IDX-SES FROM 1 BY 1
                 UNTIL IDX-SES > W-NB-SES
                 IF W-SES-RANG(IDX-SES) = IDX-PIRE
                    PERFORM 32200-REMPLIT-DETAIL
                    WRITE RPT-LIGNE FROM W-LIGNE-DETAIL
                 END-IF
              END-PERFORM
           END-PERFORM
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE FFORM-FILE
           CLOSE FSTAG-FILE
           CLOSE FSITE-FILE
           IF W-SALLES-OUVERT = 1
              CLOSE FSALL-FILE
           END-IF
           CLOSE RPT-FILE

           DISPLAY 'MRG1CI11 - RESULTATS EDITES - ' W-NB-SES
                   ' SESSION(S) / ' W-RANG ' MARGE(S) SIGNALEE(S)'
           .
