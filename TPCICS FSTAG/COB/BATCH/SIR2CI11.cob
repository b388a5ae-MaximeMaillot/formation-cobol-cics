      *======================================================*
      *   PROGRAMME BATCH - CONTROLE DES EMPLOYEURS          *
      *   D'ACCUEIL (FEMPL11) CONTRE LE REPERTOIRE SIRENE    *
      *   (FSIRE11, CHARGE PAR SIR1CI11) : CLE DE LUHN DU    *
      *   SIRET (VALIDSIR), SIRET INCONNU, ETABLISSEMENT     *
      *   FERME, RAISON SOCIALE TRES ELOIGNEE DE LA          *
      *   DENOMINATION SIRENE. LES EMPLOYEURS EN ANOMALIE    *
      *   QUI ONT DES PLACEMENTS FPLAC11 EN COURS SONT       *
      *   REMONTES EN ALERTE FALRT11, UNE PAR PLACEMENT      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIR2CI11.

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
           SELECT FEMPL-FILE ASSIGN TO FEMPL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-EMP-CODE
               FILE STATUS IS FEMPL-STATUT.

           SELECT FSIRE-FILE ASSIGN TO FSIRE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SIR-SIRET
               FILE STATUS IS FSIRE-STATUT.

           SELECT FPLAC-FILE ASSIGN TO FPLAC11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-PLA-CLE
               FILE STATUS IS FPLAC-STATUT.

           SELECT FPARM-FILE ASSIGN TO FPARM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PAR-CLE
               FILE STATUS IS FPARM-STATUT.

           SELECT FALRT-FILE ASSIGN TO FALRT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-ALR-CLE
               FILE STATUS IS FALRT-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTSIR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FEMPL-FILE.
       COPY CEMPL.

       FD  FSIRE-FILE.
       COPY CSIRE.

       FD  FPLAC-FILE.
       COPY CPLAC.

       FD  FPARM-FILE.
       COPY CPARM.

       FD  FALRT-FILE.
       COPY CALRT.

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FEMPL-STATUT                PIC X(2).
         88 FEMPL-OK                  VALUE '00'.
         88 FEMPL-FIN                 VALUE '10'.

       01 FSIRE-STATUT                PIC X(2).
         88 FSIRE-OK                  VALUE '00'.

       01 FPLAC-STATUT                PIC X(2).
         88 FPLAC-OK                  VALUE '00'.
         88 FPLAC-FIN                 VALUE '10'.

       01 FPARM-STATUT                PIC X(2).
         88 FPARM-OK                  VALUE '00'.
         88 FPARM-ABSENT              VALUE '35'.

       01 FALRT-STATUT                PIC X(2).
         88 FALRT-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-DATE-SYS                  PIC 9(8).

      * --------- Nom du sous-programme de cle SIRET
       01 pgm-validsir                PIC X(8) VALUE 'VALIDSIR'.

      * --------- Parametre pour sous-programme VALIDSIR
       01 validsir-param.
         02 SIRET-A-VALIDER           PIC X(14).
         02 CR-SIRET                  PIC 9.
           88 cr-siret-invalide value 0.
           88 cr-siret-valide   value 1.

      *------------------------------------------------------*
      *   RESSEMBLANCE MINIMALE (EN %) ENTRE LA RAISON        *
      *   SOCIALE FEMPL11 ET LA DENOMINATION SIRENE (FPARM11  *
      *   SIR-SIMIL, DEFAUT COMPILE)                          *
      *------------------------------------------------------*
       01 W-SIMIL-MIN                 PIC 9(3) VALUE 50.

      *------------------------------------------------------*
      *   COMPARAISON DES NOMS : CHAQUE NOM EST REDUIT A SES  *
      *   LETTRES ET CHIFFRES EN MAJUSCULES ; DEUX NOMS SONT  *
      *   PROCHES SI L'UN CONTIENT L'AUTRE (FORME JURIDIQUE,  *
      *   ENSEIGNE) OU SI LEURS PAIRES DE LETTRES COMMUNES    *
      *   ATTEIGNENT LE SEUIL (COEFFICIENT DE DICE)           *
      *------------------------------------------------------*
       01 W-NOM-SOURCE                PIC X(60).
       01 W-NOM-NORME                 PIC X(60).
       01 W-LG-NORME                  PIC 9(2) COMP.
       01 W-NOM-EMP                   PIC X(60).
       01 W-LG-EMP                    PIC 9(2) COMP.
       01 W-NOM-SIR                   PIC X(60).
       01 W-LG-SIR                    PIC 9(2) COMP.
       01 W-NOM-LONG                  PIC X(60).
       01 W-NOM-COURT                 PIC X(60).
       01 W-LG-COURT                  PIC 9(2) COMP.
       01 W-CAR                       PIC X(1).
       01 IDX-CAR                     PIC 9(2) COMP.
       01 IDX-PAIRE                   PIC 9(2) COMP.
       01 W-NB-OCCURRENCES            PIC 9(3) COMP.
       01 W-NB-COMMUNES               PIC 9(3) COMP.
       01 W-SIMILITUDE                PIC 9(3).
       01 W-PAIRE-TROUVEE             PIC 9.
       01 TAB-PAIRES-PRISES.
           05 W-PAIRE-PRISE           PIC X(1) OCCURS 60.

      *------------------------------------------------------*
      *   EMPLOYEURS EN ANOMALIE, RAPPROCHES ENSUITE DES      *
      *   PLACEMENTS EN COURS                                 *
      *------------------------------------------------------*
       01 TAB-ANOMALIES.
           05 W-NB-ANO                PIC 9(4) COMP VALUE 0.
           05 W-ANO OCCURS 2000.
             10 W-ANO-EMPLOYEUR       PIC X(6).
             10 W-ANO-GRAVITE         PIC X(1).
             10 W-ANO-CONSTAT         PIC X(25).
       01 W-NB-ANO-MAX                PIC 9(4) COMP VALUE 2000.
       01 IDX-ANO                     PIC 9(4) COMP.
       01 W-TROUVE                    PIC 9.

       01 W-CONSTAT                   PIC X(25).
       01 W-GRAVITE                   PIC X(1).
       01 W-DETAIL                    PIC X(60).
       01 W-SIMIL-EDIT                PIC ZZ9.

      *------------------------------------------------------*
      *   EMISSION D'UNE ALERTE D'EXPLOITATION (FALRT11)      *
      *------------------------------------------------------*
       01 W-ALERTE-SEVERITE           PIC X(1).
       01 W-ALERTE-MESSAGE            PIC X(60) VALUE SPACE.
       01 W-ALERTE-NUMERO             PIC 9(6) VALUE 0.
       01 W-ALERTE-POSEE              PIC 9.

      *------------------------------------------------------*
      *   COMPTEURS                                           *
      *------------------------------------------------------*
       01 W-NB-EMPLOYEURS             PIC 9(7) VALUE 0.
       01 W-NB-SANS-SIRET             PIC 9(7) VALUE 0.
       01 W-NB-CLE-INVALIDE           PIC 9(7) VALUE 0.
       01 W-NB-INCONNUS               PIC 9(7) VALUE 0.
       01 W-NB-FERMES                 PIC 9(7) VALUE 0.
       01 W-NB-RAISON                 PIC 9(7) VALUE 0.
       01 W-NB-ALERTES                PIC 9(7) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES D'EDITION                                   *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(40) VALUE
              'CONTROLE DES EMPLOYEURS D''ACCUEIL CONTRE'.
           05 FILLER                  PIC X(30) VALUE
              ' LE REPERTOIRE SIRENE'.

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(7)  VALUE 'EMPL.'.
           05 FILLER                  PIC X(31) VALUE 'RAISON SOCIALE'.
           05 FILLER                  PIC X(15) VALUE 'SIRET'.
           05 FILLER                  PIC X(26) VALUE 'CONSTAT'.
           05 FILLER                  PIC X(40) VALUE 'DETAIL'.

       01 W-LIGNE-EMPLOYEUR.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-EMPLOYEUR         PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-RAISON            PIC X(30).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-SIRET             PIC X(14).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-CONSTAT           PIC X(25).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LIG-DETAIL            PIC X(50).

       01 W-LIGNE-ENTETE-PLA.
           05 FILLER                  PIC X(1)  VALUE '0'.
           05 FILLER                  PIC X(40) VALUE
              'PLACEMENTS EN COURS CHEZ CES EMPLOYEURS'.

       01 W-LIGNE-PLACEMENT.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-PLA-EMPLOYEUR         PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-PLA-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-PLA-SEQ               PIC 9(2).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-PLA-DEB               PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-PLA-FIN               PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-PLA-CONSTAT           PIC X(25).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TOT-LIBELLE           PIC X(25).
           05 W-TOT-NOMBRE            PIC ZZZZZZ9.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-EMPLOYEURS
           PERFORM  30000-TRAIT-PLACEMENTS
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD

           OPEN INPUT FEMPL-FILE
           IF NOT FEMPL-OK
              DISPLAY 'SIR2CI11 - OUVERTURE FEMPL11 IMPOSSIBLE : '
                      FEMPL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSIRE-FILE
           IF NOT FSIRE-OK
              DISPLAY 'SIR2CI11 - OUVERTURE FSIRE11 IMPOSSIBLE : '
                      FSIRE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FPLAC-FILE
           IF NOT FPLAC-OK
              DISPLAY 'SIR2CI11 - OUVERTURE FPLAC11 IMPOSSIBLE : '
                      FPLAC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FALRT-FILE
           IF NOT FALRT-OK
              DISPLAY 'SIR2CI11 - OUVERTURE FALRT11 KO : '
                      FALRT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'SIR2CI11 - OUVERTURE RPTSIR IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE

           PERFORM 11000-LIT-PARAMETRES
           .

      *--------------------------------------------------------*
      *   SEUIL DE RESSEMBLANCE RELU DU FICHIER DE PARAMETRES ; *
      *   LA VALEUR COMPILEE RESTE LE DEFAUT SI LE PARAMETRE OU *
      *   LE FICHIER EST ABSENT                                 *
      *--------------------------------------------------------*
       11000-LIT-PARAMETRES.
      *----------------------*
           OPEN INPUT FPARM-FILE
           EVALUATE TRUE
              WHEN FPARM-OK
                 MOVE 'SIR-SIMIL   ' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-PAR-VALEUR > 0 AND E-PAR-VALEUR <= 100
                          MOVE E-PAR-VALEUR TO W-SIMIL-MIN
                       END-IF
                 END-READ
                 CLOSE FPARM-FILE
              WHEN FPARM-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'SIR2CI11 - OUVERTURE FPARM11 KO : '
                         FPARM-STATUT
           END-EVALUATE
           .

       20000-TRAIT-EMPLOYEURS.
      *----------------------*
           PERFORM UNTIL FEMPL-FIN
              READ FEMPL-FILE NEXT RECORD
                 AT END
                    SET FEMPL-FIN TO TRUE
                 NOT AT END
                    ADD 1 TO W-NB-EMPLOYEURS
                    PERFORM 21000-CONTROLE-EMPLOYEUR
              END-READ
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   CONTROLES DANS L'ORDRE : CLE DU SIRET, PRESENCE DANS  *
      *   SIRENE, ETAT DE L'ETABLISSEMENT, PUIS DENOMINATION.   *
      *   UN EMPLOYEUR SANS SIRET N'EST PAS CONTROLABLE         *
      *--------------------------------------------------------*
       21000-CONTROLE-EMPLOYEUR.
      *----------------------*
           MOVE SPACE TO W-CONSTAT W-DETAIL W-GRAVITE

           IF E-EMP-SIRET = SPACE OR LOW-VALUE
              ADD 1 TO W-NB-SANS-SIRET
           ELSE
              MOVE E-EMP-SIRET TO SIRET-A-VALIDER
              CALL pgm-validsir USING validsir-param
              IF cr-siret-invalide
                 ADD 1 TO W-NB-CLE-INVALIDE
                 MOVE 'E' TO W-GRAVITE
                 MOVE 'CLE SIRET INVALIDE' TO W-CONSTAT
              ELSE
                 PERFORM 22000-RECHERCHE-SIRENE
              END-IF
           END-IF

           IF W-CONSTAT NOT = SPACE
              MOVE E-EMP-CODE   TO W-LIG-EMPLOYEUR
              MOVE E-EMP-RAISON TO W-LIG-RAISON
              MOVE E-EMP-SIRET  TO W-LIG-SIRET
              MOVE W-CONSTAT    TO W-LIG-CONSTAT
              MOVE W-DETAIL     TO W-LIG-DETAIL
              WRITE RPT-LIGNE FROM W-LIGNE-EMPLOYEUR
              PERFORM 25000-MEMORISE-ANOMALIE
           END-IF
           .

       22000-RECHERCHE-SIRENE.
      *----------------------*
           MOVE E-EMP-SIRET TO E-SIR-SIRET
           READ FSIRE-FILE
              INVALID KEY
                 ADD 1 TO W-NB-INCONNUS
                 MOVE 'E' TO W-GRAVITE
                 MOVE 'SIRET INCONNU DE SIRENE' TO W-CONSTAT
              NOT INVALID KEY
                 IF SIR-FERME
                    ADD 1 TO W-NB-FERMES
                    MOVE 'E' TO W-GRAVITE
                    MOVE 'ETABLISSEMENT FERME' TO W-CONSTAT
                    IF E-SIR-DATE-ETAT NOT = SPACE
                       STRING 'DEPUIS LE ' E-SIR-DATE-ETAT(7:2)
                              '/' E-SIR-DATE-ETAT(5:2)
                              '/' E-SIR-DATE-ETAT(1:4)
                              DELIMITED BY SIZE INTO W-DETAIL
                       END-STRING
                    END-IF
                 ELSE
                    PERFORM 23000-COMPARE-RAISON
                 END-IF
           END-READ
           .

      *--------------------------------------------------------*
      *   RAISON SOCIALE FEMPL11 CONFRONTEE A LA DENOMINATION   *
      *   SIRENE (UNE DENOMINATION ABSENTE N'EST PAS JUGEE)     *
      *--------------------------------------------------------*
       23000-COMPARE-RAISON.
      *----------------------*
           IF E-SIR-DENOMINATION = SPACE
              CONTINUE
           ELSE
              MOVE E-EMP-RAISON TO W-NOM-SOURCE
              PERFORM 24000-NORMALISE-NOM
              MOVE W-NOM-NORME TO W-NOM-EMP
              MOVE W-LG-NORME  TO W-LG-EMP
              MOVE E-SIR-DENOMINATION TO W-NOM-SOURCE
              PERFORM 24000-NORMALISE-NOM
              MOVE W-NOM-NORME TO W-NOM-SIR
              MOVE W-LG-NORME  TO W-LG-SIR

              PERFORM 24100-CALCULE-SIMILITUDE
              IF W-SIMILITUDE < W-SIMIL-MIN
                 ADD 1 TO W-NB-RAISON
                 MOVE 'W' TO W-GRAVITE
                 MOVE 'RAISON SOCIALE DIVERGENTE' TO W-CONSTAT
                 MOVE W-SIMILITUDE TO W-SIMIL-EDIT
                 STRING W-SIMIL-EDIT '% SIRENE : '
                        E-SIR-DENOMINATION
                        DELIMITED BY SIZE INTO W-DETAIL
                 END-STRING
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   NOM REDUIT A SES LETTRES ET CHIFFRES, EN MAJUSCULES,  *
      *   SANS BLANC NI PONCTUATION                             *
      *--------------------------------------------------------*
       24000-NORMALISE-NOM.
      *----------------------*
           INSPECT W-NOM-SOURCE CONVERTING
              'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACE TO W-NOM-NORME
           MOVE 0     TO W-LG-NORME
           PERFORM VARYING IDX-CAR FROM 1 BY 1 UNTIL IDX-CAR > 60
              MOVE W-NOM-SOURCE(IDX-CAR:1) TO W-CAR
              IF (W-CAR IS ALPHABETIC-UPPER AND W-CAR NOT = SPACE)
                 OR W-CAR IS NUMERIC
                 ADD 1 TO W-LG-NORME
                 MOVE W-CAR TO W-NOM-NORME(W-LG-NORME:1)
              END-IF
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   RESSEMBLANCE EN % : 100 SI UN NOM CONTIENT L'AUTRE,   *
      *   SINON 2 x PAIRES COMMUNES / (PAIRES A + PAIRES B)     *
      *--------------------------------------------------------*
       24100-CALCULE-SIMILITUDE.
      *----------------------*
           MOVE 0 TO W-SIMILITUDE
           IF W-LG-EMP < 2 OR W-LG-SIR < 2
              IF W-NOM-EMP = W-NOM-SIR
                 MOVE 100 TO W-SIMILITUDE
              END-IF
           ELSE
              IF W-LG-EMP > W-LG-SIR
                 MOVE W-NOM-EMP TO W-NOM-LONG
                 MOVE W-NOM-SIR TO W-NOM-COURT
                 MOVE W-LG-SIR  TO W-LG-COURT
              ELSE
                 MOVE W-NOM-SIR TO W-NOM-LONG
                 MOVE W-NOM-EMP TO W-NOM-COURT
                 MOVE W-LG-EMP  TO W-LG-COURT
              END-IF
              MOVE 0 TO W-NB-OCCURRENCES
              INSPECT W-NOM-LONG TALLYING W-NB-OCCURRENCES
                 FOR ALL W-NOM-COURT(1:W-LG-COURT)
              IF W-NB-OCCURRENCES > 0
                 MOVE 100 TO W-SIMILITUDE
              ELSE
                 MOVE SPACE TO TAB-PAIRES-PRISES
                 MOVE 0 TO W-NB-COMMUNES
                 PERFORM VARYING IDX-CAR FROM 1 BY 1
                    UNTIL IDX-CAR > W-LG-EMP - 1
                    PERFORM 24110-CHERCHE-PAIRE
                 END-PERFORM
                 COMPUTE W-SIMILITUDE =
                    (W-NB-COMMUNES * 200) / (W-LG-EMP + W-LG-SIR - 2)
              END-IF
           END-IF
           .

      *    PAIRE IDX-CAR DU NOM FEMPL11 CHERCHEE PARMI LES PAIRES
      *    DE LA DENOMINATION SIRENE NON ENCORE APPARIEES
       24110-CHERCHE-PAIRE.
      *----------------------*
           MOVE 0 TO W-PAIRE-TROUVEE
           PERFORM VARYING IDX-PAIRE FROM 1 BY 1
              UNTIL IDX-PAIRE > W-LG-SIR - 1 OR W-PAIRE-TROUVEE = 1
              IF W-PAIRE-PRISE(IDX-PAIRE) = SPACE
                 AND W-NOM-SIR(IDX-PAIRE:2) = W-NOM-EMP(IDX-CAR:2)
                 MOVE 'X' TO W-PAIRE-PRISE(IDX-PAIRE)
                 MOVE 1 TO W-PAIRE-TROUVEE
                 ADD 1 TO W-NB-COMMUNES
              END-IF
           END-PERFORM
           .

       25000-MEMORISE-ANOMALIE.
      *----------------------*
           IF W-NB-ANO < W-NB-ANO-MAX
              ADD 1 TO W-NB-ANO
              MOVE E-EMP-CODE TO W-ANO-EMPLOYEUR(W-NB-ANO)
              MOVE W-GRAVITE  TO W-ANO-GRAVITE(W-NB-ANO)
              MOVE W-CONSTAT  TO W-ANO-CONSTAT(W-NB-ANO)
           ELSE
              DISPLAY 'SIR2CI11 - TABLE DES ANOMALIES PLEINE, '
                      'EMPLOYEUR NON RAPPROCHE : ' E-EMP-CODE
           END-IF
           .

      *--------------------------------------------------------*
      *   PLACEMENTS EN COURS CHEZ UN EMPLOYEUR EN ANOMALIE :   *
      *   EDITES ET REMONTES EN ALERTE FALRT11                  *
      *--------------------------------------------------------*
       30000-TRAIT-PLACEMENTS.
      *----------------------*
           IF W-NB-ANO > 0
              WRITE RPT-LIGNE FROM W-LIGNE-ENTETE-PLA
              PERFORM UNTIL FPLAC-FIN
                 READ FPLAC-FILE NEXT RECORD
                    AT END
                       SET FPLAC-FIN TO TRUE
                    NOT AT END
                       IF PLA-ACTIF
                          AND E-PLA-CODE-EMPLOYEUR NOT = SPACE
                          PERFORM 31000-RAPPROCHE-PLACEMENT
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .

       31000-RAPPROCHE-PLACEMENT.
      *----------------------*
           MOVE 0 TO W-TROUVE
           PERFORM VARYING IDX-ANO FROM 1 BY 1
              UNTIL IDX-ANO > W-NB-ANO OR W-TROUVE = 1
              IF W-ANO-EMPLOYEUR(IDX-ANO) = E-PLA-CODE-EMPLOYEUR
                 MOVE 1 TO W-TROUVE
                 MOVE E-PLA-CODE-EMPLOYEUR TO W-PLA-EMPLOYEUR
                 MOVE E-PLA-NUMERO         TO W-PLA-NUMERO
                 MOVE E-PLA-SEQ            TO W-PLA-SEQ
                 MOVE E-PLA-DATE-DEB       TO W-PLA-DEB
                 MOVE E-PLA-DATE-FIN       TO W-PLA-FIN
                 MOVE W-ANO-CONSTAT(IDX-ANO) TO W-PLA-CONSTAT
                 WRITE RPT-LIGNE FROM W-LIGNE-PLACEMENT

                 MOVE W-ANO-GRAVITE(IDX-ANO) TO W-ALERTE-SEVERITE
                 MOVE E-PLA-NUMERO           TO W-ALERTE-NUMERO
                 STRING 'EMPLOYEUR ' E-PLA-CODE-EMPLOYEUR ' '
                        W-ANO-CONSTAT(IDX-ANO) ' PLACEMENT ACTIF'
                        DELIMITED BY SIZE INTO W-ALERTE-MESSAGE
                 END-STRING
                 PERFORM 80000-EMET-ALERTE
                 ADD 1 TO W-NB-ALERTES
              END-IF
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   EMISSION D'UNE ALERTE D'EXPLOITATION : EN PLUS DU     *
      *   SYSOUT, LE CONSTAT EST DEPOSE DANS FALRT11 POUR       *
      *   ETRE VU ET ACQUITTE SUR L'ECRAN ALR1CI11              *
      *--------------------------------------------------------*
       80000-EMET-ALERTE.
      *----------------------*
           MOVE W-DATE-SYS        TO E-ALR-DATE
           MOVE 'SIR2CI11'        TO E-ALR-JOB
           MOVE W-ALERTE-SEVERITE TO E-ALR-SEVERITE
           MOVE W-ALERTE-MESSAGE  TO E-ALR-MESSAGE
           MOVE W-ALERTE-NUMERO   TO E-ALR-NUMERO
           MOVE 'O'               TO E-ALR-ETAT
           MOVE SPACE             TO E-ALR-ACQ-USERID
                                     E-ALR-ACQ-DATE

           MOVE 1 TO E-ALR-SEQ
           MOVE 0 TO W-ALERTE-POSEE
           PERFORM UNTIL W-ALERTE-POSEE = 1 OR E-ALR-SEQ = 9999
              WRITE E-ALERTE
                 INVALID KEY
                    ADD 1 TO E-ALR-SEQ
                 NOT INVALID KEY
                    MOVE 1 TO W-ALERTE-POSEE
              END-WRITE
      *       FICHIER INDISPONIBLE (AUTRE QU'UN DOUBLON DE CLE) :
      *       ON ABANDONNE L'ALERTE, LE SYSOUT RESTE LA TRACE
              IF NOT FALRT-OK AND FALRT-STATUT NOT = '22'
                 MOVE 1 TO W-ALERTE-POSEE
              END-IF
           END-PERFORM
           MOVE SPACE TO W-ALERTE-MESSAGE
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE 'EMPLOYEURS LUS          :' TO W-TOT-LIBELLE
           MOVE W-NB-EMPLOYEURS TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'SANS SIRET (NON CONTROLE)' TO W-TOT-LIBELLE
           MOVE W-NB-SANS-SIRET TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'CLE SIRET INVALIDE      :' TO W-TOT-LIBELLE
           MOVE W-NB-CLE-INVALIDE TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'SIRET INCONNU DE SIRENE :' TO W-TOT-LIBELLE
           MOVE W-NB-INCONNUS TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'ETABLISSEMENT FERME     :' TO W-TOT-LIBELLE
           MOVE W-NB-FERMES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'RAISON SOCIALE DIVERGENTE' TO W-TOT-LIBELLE
           MOVE W-NB-RAISON TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'ALERTES FALRT11         :' TO W-TOT-LIBELLE
           MOVE W-NB-ALERTES TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FEMPL-FILE
           CLOSE FSIRE-FILE
           CLOSE FPLAC-FILE
           CLOSE FALRT-FILE
           CLOSE RPT-FILE

           DISPLAY 'SIR2CI11 - CONTROLE SIRENE TERMINE - '
                   W-NB-EMPLOYEURS ' EMPLOYEUR(S) / '
                   W-NB-ANO ' EN ANOMALIE / '
                   W-NB-ALERTES ' ALERTE(S)'

           IF W-NB-ANO > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
