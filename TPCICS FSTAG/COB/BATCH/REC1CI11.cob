      *======================================================*
      *   PROGRAMME BATCH - RECONSTRUCTION EN AVANT DE       *
      *   FSTAG11 APRES INCIDENT : RECHARGE LA DERNIERE      *
      *   GENERATION DE LA SAUVEGARDE SAU1CI11 DANS UN       *
      *   CLUSTER DE REPRISE PUIS REJOUE, DANS L'ORDRE       *
      *   CHRONOLOGIQUE, LES EVENEMENTS C/M/S/R ENREGISTRES  *
      *   DANS FSTAGA11 DEPUIS L'HEURE DE LA SAUVEGARDE, A   *
      *   PARTIR DU DETAIL AVANT/APRES DE FSTAGD11. CHAQUE   *
      *   VALEUR AVANT EST CONTROLEE CONTRE LE DOSSIER EN    *
      *   COURS DE RECONSTRUCTION : UN ECART EST EDITE COMME *
      *   CONFLIT, N'EST PAS APPLIQUE, ET FIGE LE DOSSIER    *
      *   POUR LA SUITE DU REJEU. LES EVENEMENTS SANS DETAIL *
      *   (TRAITEMENTS NON DETAILLES) SONT LISTES A          *
      *   RESAISIR. FIN PAR UN RAPPROCHEMENT DES NOMBRES ET  *
      *   SOMMES DE CONTROLE : SAUVEGARDE CONTRE LE CHIFFRE  *
      *   RAP1CI11, CLUSTER RECONSTRUIT CONTRE CHARGE PLUS   *
      *   CREATIONS REJOUEES.                                *
      *   RC=0 : REJEU COMPLET / RC=4 : CONFLITS OU          *
      *   EVENEMENTS A RESAISIR / RC=8 : RAPPROCHEMENT KO,   *
      *   CLUSTER DE REPRISE INUTILISABLE                    *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REC1CI11.

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
      *        CARTE FACULTATIVE : DATE (AAAAMMJJ, COL 1-8) ET
      *        HEURE (HHMMSS, COL 10-15) DE LA SAUVEGARDE ; A BLANC,
      *        LE DERNIER PASSAGE TERMINE DE SAU1CI11 DANS FRUNC11
      *        FAIT FOI
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

           SELECT FRUNC-FILE ASSIGN TO FRUNC11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-RUN-CLE
               FILE STATUS IS FRUNC-STATUT.

           SELECT SAUV-FILE ASSIGN TO FSTAGSAU
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SAUV-STATUT.

      *        CLUSTER DE REPRISE, DEFINI PAR LE JCL ET RECOPIE
      *        DANS FSTAG11 PAR L'ETAPE SUIVANTE
           SELECT RECOV-FILE ASSIGN TO FSTAGREC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-NUMERO
               FILE STATUS IS RECOV-STATUT.

           SELECT FSTAGA-FILE ASSIGN TO FSTAGA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-HISTO
               FILE STATUS IS FSTAGA-STATUT.

           SELECT FSTAGD-FILE ASSIGN TO FSTAGD11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-DET-CLE
               FILE STATUS IS FSTAGD-STATUT.

      *        CHIFFRE DE CONTROLE DU DERNIER RAPPROCHEMENT
      *        (ECRIT PAR RAP1CI11 SUR CTLNEW)
           SELECT CTL-FILE ASSIGN TO CTLRAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

           SELECT RPT-FILE ASSIGN TO RPTRECV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-DATE              PIC X(8).
           05 FILLER                  PIC X(1).
           05 CARTE-HEURE             PIC X(6).
           05 FILLER                  PIC X(65).

       FD  FRUNC-FILE.
       COPY CRUNC.

       FD  SAUV-FILE.
       01  SAUV-ENREG.
           05 SAUV-NUMERO             PIC X(6).
           05 FILLER                  PIC X(385).
       01  SAUV-TRAILER REDEFINES SAUV-ENREG.
           05 SAUV-TR-MARQUEUR        PIC X(4).
           05 SAUV-TR-NB-ENREG        PIC 9(7).
           05 SAUV-TR-SOMME-CTL       PIC 9(12).
           05 FILLER                  PIC X(368).

       FD  RECOV-FILE.
       COPY CSTAG.

       FD  FSTAGA-FILE.
       COPY CTDHIST.

       FD  FSTAGD-FILE.
       COPY CDETA.

       FD  CTL-FILE.
       01  CTL-REC.
           05 CTL-DATE                PIC 9(8).
           05 CTL-NB-ENREG            PIC 9(7).
           05 CTL-CHECKSUM            PIC 9(12).

       SD  WORK-TRI.
       01  TRI-ENREG.
           05 TRI-HORODATE            PIC X(14).
           05 TRI-CLE-HISTO.
             10 TRI-NUMERO            PIC X(6).
             10 TRI-DATE              PIC X(10).
             10 TRI-HEURE             PIC X(8).
             10 TRI-TERMINAL          PIC X(4).
           05 TRI-USERID              PIC X(8).
           05 TRI-FONCTION            PIC X(1).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

       01 FRUNC-STATUT                PIC X(2).
         88 FRUNC-OK                  VALUE '00'.
         88 FRUNC-FIN                 VALUE '10'.

       01 SAUV-STATUT                 PIC X(2).
         88 SAUV-OK                   VALUE '00'.

       01 RECOV-STATUT                PIC X(2).
         88 RECOV-OK                  VALUE '00'.
         88 RECOV-FIN                 VALUE '10'.

       01 FSTAGA-STATUT               PIC X(2).
         88 FSTAGA-OK                 VALUE '00'.
         88 FSTAGA-FIN                VALUE '10'.

       01 FSTAGD-STATUT               PIC X(2).
         88 FSTAGD-OK                 VALUE '00'.
         88 FSTAGD-FIN                VALUE '10'.

       01 CTL-STATUT                  PIC X(2).
         88 CTL-OK                    VALUE '00'.
         88 CTL-ABSENT                VALUE '35'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-FIN-FICHIER               PIC 9.
         88 FIN-FICHIER-OUI           VALUE 1.
         88 FIN-FICHIER-NON           VALUE 0.

       01 TRI-INDIC                   PIC 9 VALUE 0.
         88 TRI-TERMINE               VALUE 1.

      *------------------------------------------------------*
      *   HORODATE DE LA SAUVEGARDE DE REFERENCE : SEULS LES  *
      *   EVENEMENTS DATES A PARTIR DE CET INSTANT SONT       *
      *   REJOUES                                             *
      *------------------------------------------------------*
       01 W-HORO-SAUV.
           05 W-DATE-SAUV             PIC X(8).
           05 W-HEURE-SAUV            PIC X(6).
       01 W-RUN-TROUVE                PIC 9 VALUE 0.
         88 RUN-TROUVE-OUI            VALUE 1.
       01 W-ORIGINE-HORO              PIC X(7).

       01 W-HORO-EVT.
           05 W-EVT-AAAA              PIC X(4).
           05 W-EVT-MM                PIC X(2).
           05 W-EVT-JJ                PIC X(2).
           05 W-EVT-HH                PIC X(2).
           05 W-EVT-MN                PIC X(2).
           05 W-EVT-SS                PIC X(2).

      *------------------------------------------------------*
      *   CHARGE DU CLUSTER DE REPRISE ET TRAILER             *
      *------------------------------------------------------*
       01 W-NB-CHARGES                PIC 9(7) VALUE 0.
       01 W-SOMME-CHARGEE             PIC 9(12) VALUE 0.
       01 W-TRAILER-TROUVE            PIC 9 VALUE 0.
         88 TRAILER-TROUVE-OUI        VALUE 1.
       01 W-NB-ANNONCE                PIC 9(7) VALUE 0.
       01 W-SOMME-ANNONCEE            PIC 9(12) VALUE 0.

      *------------------------------------------------------*
      *   CHIFFRE DE CONTROLE DE RAP1CI11                    *
      *------------------------------------------------------*
       01 W-NB-RAP1                   PIC 9(7) VALUE 0.
       01 W-SOMME-RAP1                PIC 9(12) VALUE 0.
       01 W-DATE-RAP1                 PIC 9(8) VALUE 0.
       01 W-RAP1-DISPONIBLE           PIC 9 VALUE 0.
         88 RAP1-DISPONIBLE-OUI       VALUE 1.

      *------------------------------------------------------*
      *   RECOMPTE DU CLUSTER RECONSTRUIT                     *
      *------------------------------------------------------*
       01 W-NB-RECOMPTES              PIC 9(7) VALUE 0.
       01 W-SOMME-RECOMPTEE           PIC 9(12) VALUE 0.
       01 W-NB-ATTENDU                PIC 9(7) VALUE 0.
       01 W-SOMME-ATTENDUE            PIC 9(12) VALUE 0.

       01 W-REPRISE-KO                PIC 9 VALUE 0.
         88 REPRISE-KO-OUI            VALUE 1.

      *------------------------------------------------------*
      *   COMPTEURS DU REJEU                                  *
      *------------------------------------------------------*
       01 W-NB-LUS                    PIC 9(7) VALUE 0.
       01 W-NB-ILLISIBLES             PIC 9(7) VALUE 0.
       01 W-NB-RETENUS                PIC 9(7) VALUE 0.
       01 W-NB-REJOUES                PIC 9(7) VALUE 0.
       01 W-NB-CREES                  PIC 9(7) VALUE 0.
       01 W-SOMME-CREEE               PIC 9(12) VALUE 0.
       01 W-NB-MODIFIES               PIC 9(7) VALUE 0.
       01 W-NB-SUPPRIMES              PIC 9(7) VALUE 0.
       01 W-NB-RESTAURES              PIC 9(7) VALUE 0.
       01 W-NB-CONFLITS               PIC 9(7) VALUE 0.
       01 W-NB-NON-REJOUES            PIC 9(7) VALUE 0.
       01 W-NB-EVT-BLOQUES            PIC 9(7) VALUE 0.
       01 W-NB-AVERTISSEMENTS         PIC 9(7) VALUE 0.

      *------------------------------------------------------*
      *   CHAMPS REJOUABLES : CODES DU DETAIL FSTAGD11 ECRITS *
      *   PAR INF1CI11, INF3CI11, SES1CI11, MAJ1CI11,         *
      *   ADR2CI11 ET XRG1CI11, AVEC POSITION ET LONGUEUR     *
      *   DANS L'ENREGISTREMENT FSTAG11. TRFREGION EST LA     *
      *   TRACE DE L'EXPORT INTER-REGIONS : LE DOSSIER EST    *
      *   MARQUE TRANSFERE                                    *
      *------------------------------------------------------*
       01 CHAMPS-REJOUES-V.
         05 FILLER PIC X(17) VALUE 'NOM       0007020'.
         05 FILLER PIC X(17) VALUE 'PRENOM    0027015'.
         05 FILLER PIC X(17) VALUE 'ADR1      0042030'.
         05 FILLER PIC X(17) VALUE 'ADR2      0072030'.
         05 FILLER PIC X(17) VALUE 'CODEP     0102005'.
         05 FILLER PIC X(17) VALUE 'VILLE     0107025'.
         05 FILLER PIC X(17) VALUE 'TELDOM    0132010'.
         05 FILLER PIC X(17) VALUE 'TELPOR    0142010'.
         05 FILLER PIC X(17) VALUE 'EMAIL     0152040'.
         05 FILLER PIC X(17) VALUE 'DATENAISS 0192008'.
         05 FILLER PIC X(17) VALUE 'DATEDEB   0200008'.
         05 FILLER PIC X(17) VALUE 'DATEFIN   0208008'.
         05 FILLER PIC X(17) VALUE 'STATUT    0216001'.
         05 FILLER PIC X(17) VALUE 'SUPPRIME  0217001'.
         05 FILLER PIC X(17) VALUE 'URGNOM    0218030'.
         05 FILLER PIC X(17) VALUE 'URGTEL    0248010'.
         05 FILLER PIC X(17) VALUE 'NOTES     0258100'.
         05 FILLER PIC X(17) VALUE 'CONSCOURR 0358001'.
         05 FILLER PIC X(17) VALUE 'CONSEMAIL 0359001'.
         05 FILLER PIC X(17) VALUE 'CONSPART  0360001'.
         05 FILLER PIC X(17) VALUE 'SITE      0365003'.
         05 FILLER PIC X(17) VALUE 'SESSION   0368006'.
         05 FILLER PIC X(17) VALUE 'GESTION   0375008'.
         05 FILLER PIC X(17) VALUE 'ROME      0386005'.
         05 FILLER PIC X(17) VALUE 'TRFREGION 0391001'.
       01 FILLER REDEFINES CHAMPS-REJOUES-V.
         05 CHAMP-REJOUE OCCURS 25.
           10 CHP-CODE                PIC X(10).
           10 CHP-POSITION            PIC 9(4).
           10 CHP-LONGUEUR            PIC 9(3).
       01 IDX-CHAMP                   PIC 9(2) COMP.
       01 W-CHAMP-TROUVE              PIC 9.
         88 CHAMP-TROUVE-OUI          VALUE 1.

      *------------------------------------------------------*
      *   DETAIL DE L'EVENEMENT COURANT (LE DETAIL NE GARDE   *
      *   QUE 40 CARACTERES : AU-DELA, LES NOTES NE SONT NI   *
      *   CONTROLEES NI RESTITUEES)                           *
      *------------------------------------------------------*
       01 TAB-DETAILS-EVT.
         05 NB-DETAILS-EVT            PIC 9(2) COMP VALUE 0.
         05 DET-EVT OCCURS 30.
           10 DET-CODE                PIC X(10).
           10 DET-POSITION            PIC 9(4).
           10 DET-LONGUEUR            PIC 9(3).
           10 DET-AVANT               PIC X(40).
           10 DET-APRES               PIC X(40).
       01 IDX-DET                     PIC 9(2) COMP.
       01 W-LONG-CMP                  PIC 9(3) COMP.
       01 W-POS-SUITE                 PIC 9(4) COMP.
       01 W-LONG-SUITE                PIC 9(3) COMP.

       01 W-DOSSIER-PRESENT           PIC 9.
         88 DOSSIER-PRESENT-OUI       VALUE 1.
         88 DOSSIER-PRESENT-NON       VALUE 0.
       01 W-CONFLIT-EVT               PIC 9.
         88 CONFLIT-EVT-OUI           VALUE 1.
         88 CONFLIT-EVT-NON           VALUE 0.

      *------------------------------------------------------*
      *   DOSSIERS FIGES PAR UN CONFLIT : LEURS EVENEMENTS    *
      *   SUIVANTS SONT EDITES SANS ETRE APPLIQUES            *
      *------------------------------------------------------*
       01 TAB-BLOQUES.
         05 NB-BLOQUES                PIC 9(4) COMP VALUE 0.
         05 W-NUM-BLOQUE              PIC X(6) OCCURS 2000.
       01 IDX-BLQ                     PIC 9(4) COMP.
       01 W-DOSSIER-BLOQUE            PIC 9.
         88 DOSSIER-BLOQUE-OUI        VALUE 1.
         88 DOSSIER-BLOQUE-NON        VALUE 0.

      *------------------------------------------------------*
      *   LIGNES D'EDITION                                   *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(42) VALUE
              'RECONSTRUCTION DE FSTAG11 DEPUIS L''AUDIT'.
           05 FILLER                  PIC X(17) VALUE
              ' - SAUVEGARDE DU '.
           05 W-TIT-JJ                PIC X(2).
           05 FILLER                  PIC X(1)  VALUE '/'.
           05 W-TIT-MM                PIC X(2).
           05 FILLER                  PIC X(1)  VALUE '/'.
           05 W-TIT-AAAA              PIC X(4).
           05 FILLER                  PIC X(3)  VALUE ' A '.
           05 W-TIT-HH                PIC X(2).
           05 FILLER                  PIC X(1)  VALUE ':'.
           05 W-TIT-MN                PIC X(2).
           05 FILLER                  PIC X(1)  VALUE ':'.
           05 W-TIT-SS                PIC X(2).
           05 FILLER                  PIC X(2)  VALUE ' ('.
           05 W-TIT-ORIGINE           PIC X(7).
           05 FILLER                  PIC X(1)  VALUE ')'.

       01 W-LIGNE-BLANCHE             PIC X(1)  VALUE SPACE.

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(7)  VALUE 'NUMERO'.
           05 FILLER                  PIC X(11) VALUE 'DATE'.
           05 FILLER                  PIC X(9)  VALUE 'HEURE'.
           05 FILLER                  PIC X(2)  VALUE 'F'.
           05 FILLER                  PIC X(9)  VALUE 'USERID'.
           05 FILLER                  PIC X(11) VALUE 'ANOMALIE'.
           05 FILLER                  PIC X(6)  VALUE 'MOTIF'.

       01 W-LIGNE-ENTETE-ECART.
           05 FILLER                  PIC X(39) VALUE SPACE.
           05 FILLER                  PIC X(11) VALUE 'CHAMP'.
           05 FILLER                  PIC X(41) VALUE
              'VALEUR AVANT ATTENDUE'.
           05 FILLER                  PIC X(24) VALUE
              'VALEUR TROUVEE'.

       01 W-LIGNE-ANOMALIE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-ANO-NUMERO            PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-ANO-DATE              PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-ANO-HEURE             PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-ANO-FONCTION          PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-ANO-USERID            PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-ANO-TYPE              PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-ANO-MOTIF             PIC X(60).

       01 W-LIGNE-ECART.
           05 FILLER                  PIC X(39) VALUE SPACE.
           05 W-ECA-CHAMP             PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-ECA-ATTENDU           PIC X(40).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-ECA-TROUVE            PIC X(40).

       01 W-LIGNE-RECAP.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-REC-LIBELLE           PIC X(40).
           05 W-REC-NOMBRE            PIC Z(11)9.

       01 W-LIGNE-MESSAGE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-MES-TEXTE             PIC X(80).

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-RECHARGEMENT
           PERFORM  25000-VERIFIE-CHARGE
           IF NOT REPRISE-KO-OUI
              PERFORM  30000-TRAIT-REJEU
              PERFORM  40000-RAPPROCHEMENT
           END-IF
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           PERFORM 11000-HORODATE-SAUVEGARDE

           OPEN INPUT SAUV-FILE
           IF NOT SAUV-OK
              DISPLAY 'REC1CI11 - OUVERTURE FSTAGSAU IMPOSSIBLE : '
                      SAUV-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RECOV-FILE
           IF NOT RECOV-OK
              DISPLAY 'REC1CI11 - OUVERTURE FSTAGREC IMPOSSIBLE : '
                      RECOV-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAGA-FILE
           IF NOT FSTAGA-OK
              DISPLAY 'REC1CI11 - OUVERTURE FSTAGA11 IMPOSSIBLE : '
                      FSTAGA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAGD-FILE
           IF NOT FSTAGD-OK
              DISPLAY 'REC1CI11 - OUVERTURE FSTAGD11 IMPOSSIBLE : '
                      FSTAGD-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT CTL-FILE
           EVALUATE TRUE
              WHEN CTL-OK
                 READ CTL-FILE
                    AT END
                       CONTINUE
                    NOT AT END
                       MOVE CTL-DATE     TO W-DATE-RAP1
                       MOVE CTL-NB-ENREG TO W-NB-RAP1
                       MOVE CTL-CHECKSUM TO W-SOMME-RAP1
                       SET RAP1-DISPONIBLE-OUI TO TRUE
                 END-READ
                 CLOSE CTL-FILE
              WHEN CTL-ABSENT
                 DISPLAY 'REC1CI11 - CHIFFRE RAP1CI11 ABSENT, '
                         'RAPPROCHEMENT PARTIEL'
              WHEN OTHER
                 DISPLAY 'REC1CI11 - OUVERTURE CTLRAP IMPOSSIBLE : '
                         CTL-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'REC1CI11 - OUVERTURE RPTRECV IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE W-DATE-SAUV(7:2)  TO W-TIT-JJ
           MOVE W-DATE-SAUV(5:2)  TO W-TIT-MM
           MOVE W-DATE-SAUV(1:4)  TO W-TIT-AAAA
           MOVE W-HEURE-SAUV(1:2) TO W-TIT-HH
           MOVE W-HEURE-SAUV(3:2) TO W-TIT-MN
           MOVE W-HEURE-SAUV(5:2) TO W-TIT-SS
           MOVE W-ORIGINE-HORO    TO W-TIT-ORIGINE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE-ECART
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           .

      *--------------------------------------------------------*
      *   HORODATE DE LA SAUVEGARDE : CARTE SI ELLE EST         *
      *   RENSEIGNEE, SINON DATE ET HEURE DE DEBUT DU DERNIER   *
      *   PASSAGE TERMINE DE SAU1CI11 DANS LE PILOTAGE FRUNC11  *
      *   (LES FICHIERS CICS SONT FERMES PENDANT LA CHAINE :    *
      *   AUCUN EVENEMENT EN LIGNE NE PRECEDE CET INSTANT TOUT  *
      *   EN ETANT ABSENT DE LA SAUVEGARDE)                     *
      *--------------------------------------------------------*
       11000-HORODATE-SAUVEGARDE.
      *----------------------*
           MOVE SPACE TO W-HORO-SAUV

           OPEN INPUT CARTE-FILE
           IF CARTE-OK
              READ CARTE-FILE
                 AT END
                    MOVE SPACE TO CARTE-REC
              END-READ
              CLOSE CARTE-FILE
              IF CARTE-DATE NOT = SPACE
                 IF CARTE-DATE IS NOT NUMERIC
                    OR CARTE-HEURE IS NOT NUMERIC
                    DISPLAY 'REC1CI11 - CARTE INVALIDE : '
                            'AAAAMMJJ HHMMSS ATTENDU'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 MOVE CARTE-DATE  TO W-DATE-SAUV
                 MOVE CARTE-HEURE TO W-HEURE-SAUV
                 MOVE 'CARTE'     TO W-ORIGINE-HORO
              END-IF
           END-IF

           IF W-HORO-SAUV = SPACE
              PERFORM 11100-DERNIER-PASSAGE-SAU1
           END-IF

           DISPLAY 'REC1CI11 - REJEU DES EVENEMENTS DEPUIS LE '
                   W-DATE-SAUV ' ' W-HEURE-SAUV
                   ' (' W-ORIGINE-HORO ')'
           .

       11100-DERNIER-PASSAGE-SAU1.
      *----------------------*
           OPEN INPUT FRUNC-FILE
           IF NOT FRUNC-OK
              DISPLAY 'REC1CI11 - OUVERTURE FRUNC11 IMPOSSIBLE : '
                      FRUNC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

      *    La cle commence par la date : le dernier passage
      *    termine lu est le plus recent
           PERFORM UNTIL FRUNC-FIN
              READ FRUNC-FILE NEXT RECORD
                 AT END
                    SET FRUNC-FIN TO TRUE
                 NOT AT END
                    IF E-RUN-JOB = 'SAU1CI11' AND RUN-FINI
                       MOVE E-RUN-DATE        TO W-DATE-SAUV
                       MOVE E-RUN-HEURE-DEBUT TO W-HEURE-SAUV
                       SET RUN-TROUVE-OUI TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FRUNC-FILE

           IF NOT RUN-TROUVE-OUI
              DISPLAY 'REC1CI11 - AUCUN PASSAGE TERMINE DE SAU1CI11 '
                      'DANS FRUNC11, HORODATE A PORTER EN CARTE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 'FRUNC11' TO W-ORIGINE-HORO
           .

      *--------------------------------------------------------*
      *   RECHARGEMENT DE LA SAUVEGARDE DANS LE CLUSTER DE      *
      *   REPRISE (MEME DETECTION DU TRAILER QUE RES2CI11)      *
      *--------------------------------------------------------*
       20000-TRAIT-RECHARGEMENT.
      *----------------------*
           SET FIN-FICHIER-NON TO TRUE
           PERFORM UNTIL FIN-FICHIER-OUI
              READ SAUV-FILE
                 AT END
                    SET FIN-FICHIER-OUI TO TRUE
                 NOT AT END
                    IF SAUV-NUMERO(1:4) = '9999'
                       AND SAUV-ENREG(24:350) = SPACE
                       SET TRAILER-TROUVE-OUI TO TRUE
                       MOVE SAUV-TR-NB-ENREG  TO W-NB-ANNONCE
                       MOVE SAUV-TR-SOMME-CTL TO W-SOMME-ANNONCEE
                    ELSE
                       PERFORM 21000-CHARGE-ENREG
                    END-IF
              END-READ
           END-PERFORM

           CLOSE SAUV-FILE
           CLOSE RECOV-FILE
           .

       21000-CHARGE-ENREG.
      *----------------------*
           MOVE SAUV-ENREG TO E-STAGIAIRE
           WRITE E-STAGIAIRE
              INVALID KEY
                 DISPLAY 'REC1CI11 - DOUBLON AU RECHARGEMENT NUM '
                         E-NUMERO
                 SET REPRISE-KO-OUI TO TRUE
              NOT INVALID KEY
                 ADD 1 TO W-NB-CHARGES
                 ADD E-NUMERO TO W-SOMME-CHARGEE
           END-WRITE
           .

      *--------------------------------------------------------*
      *   LA CHARGE DOIT EGALER LE TRAILER ET LE CHIFFRE DE     *
      *   CONTROLE RAP1CI11 DE LA MEME NUIT ; SINON LE REJEU    *
      *   PARTIRAIT D'UNE BASE FAUSSE ET N'EST PAS TENTE        *
      *--------------------------------------------------------*
       25000-VERIFIE-CHARGE.
      *----------------------*
           DISPLAY 'REC1CI11 - RECHARGEMENT DE LA SAUVEGARDE'
           DISPLAY '   ENREGISTREMENTS CHARGES : ' W-NB-CHARGES
           DISPLAY '   ANNONCES PAR LE TRAILER : ' W-NB-ANNONCE
           DISPLAY '   SOMME CHARGEE           : ' W-SOMME-CHARGEE
           DISPLAY '   SOMME ANNONCEE          : ' W-SOMME-ANNONCEE

           IF NOT TRAILER-TROUVE-OUI
              MOVE 'KO : TRAILER ABSENT, SAUVEGARDE TRONQUEE OU '
                 & 'ILLISIBLE' TO W-MES-TEXTE
              PERFORM 29000-ECRIT-MESSAGE
              SET REPRISE-KO-OUI TO TRUE
           ELSE
              IF W-NB-CHARGES NOT = W-NB-ANNONCE
                 MOVE 'KO : NOMBRE CHARGE DIFFERENT DU TRAILER'
                   TO W-MES-TEXTE
                 PERFORM 29000-ECRIT-MESSAGE
                 SET REPRISE-KO-OUI TO TRUE
              END-IF
              IF W-SOMME-CHARGEE NOT = W-SOMME-ANNONCEE
                 MOVE 'KO : SOMME DE CONTROLE DIFFERENTE DU TRAILER'
                   TO W-MES-TEXTE
                 PERFORM 29000-ECRIT-MESSAGE
                 SET REPRISE-KO-OUI TO TRUE
              END-IF
           END-IF

           IF RAP1-DISPONIBLE-OUI
              DISPLAY '   CHIFFRE RAP1CI11        : ' W-NB-RAP1
                      ' DU ' W-DATE-RAP1
              IF W-DATE-RAP1 NOT = W-DATE-SAUV
                 MOVE 'CHIFFRE RAP1CI11 D''UNE AUTRE DATE QUE LA '
                    & 'SAUVEGARDE, RAPPROCHEMENT PARTIEL'
                   TO W-MES-TEXTE
                 PERFORM 29000-ECRIT-MESSAGE
              ELSE
                 IF W-NB-CHARGES NOT = W-NB-RAP1
                    OR W-SOMME-CHARGEE NOT = W-SOMME-RAP1
                    MOVE 'KO : CHARGE DIFFERENTE DU CONTROLE RAP1CI11'
                      TO W-MES-TEXTE
                    PERFORM 29000-ECRIT-MESSAGE
                    SET REPRISE-KO-OUI TO TRUE
                 END-IF
              END-IF
           ELSE
              MOVE 'CHIFFRE RAP1CI11 ABSENT, RAPPROCHEMENT PARTIEL'
                TO W-MES-TEXTE
              PERFORM 29000-ECRIT-MESSAGE
           END-IF

           IF REPRISE-KO-OUI
              MOVE 'SAUVEGARDE INEXPLOITABLE : REJEU NON TENTE'
                TO W-MES-TEXTE
              PERFORM 29000-ECRIT-MESSAGE
           END-IF
           .

       29000-ECRIT-MESSAGE.
      *----------------------*
           DISPLAY 'REC1CI11 - ' W-MES-TEXTE
           WRITE RPT-LIGNE FROM W-LIGNE-MESSAGE
           .

      *--------------------------------------------------------*
      *   REJEU : LES EVENEMENTS POSTERIEURS A LA SAUVEGARDE    *
      *   SONT TRIES PAR HORODATE PUIS APPLIQUES UN A UN AU     *
      *   CLUSTER DE REPRISE                                    *
      *--------------------------------------------------------*
       30000-TRAIT-REJEU.
      *----------------------*
           OPEN I-O RECOV-FILE
           IF NOT RECOV-OK
              DISPLAY 'REC1CI11 - REOUVERTURE FSTAGREC IMPOSSIBLE : '
                      RECOV-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           SORT WORK-TRI
                ON ASCENDING KEY TRI-HORODATE
                ON ASCENDING KEY TRI-NUMERO
                ON ASCENDING KEY TRI-TERMINAL
                INPUT PROCEDURE  30900-SELECTION-EVENEMENTS
                OUTPUT PROCEDURE 31000-REJEU-EVENEMENTS
           .

       30900-SELECTION-EVENEMENTS.
      *----------------------*
           READ FSTAGA-FILE NEXT RECORD
              AT END
                 SET FSTAGA-FIN TO TRUE
           END-READ

           PERFORM UNTIL FSTAGA-FIN
              ADD 1 TO W-NB-LUS
              PERFORM 30910-TESTE-EVENEMENT
              READ FSTAGA-FILE NEXT RECORD
                 AT END
                    SET FSTAGA-FIN TO TRUE
              END-READ
           END-PERFORM
           .

       30910-TESTE-EVENEMENT.
      *----------------------*
      *    DATE-H EST AU FORMAT JJ/MM/AAAA, HEURE-H HH:MM:SS
           MOVE DATE-H(7:4)  TO W-EVT-AAAA
           MOVE DATE-H(4:2)  TO W-EVT-MM
           MOVE DATE-H(1:2)  TO W-EVT-JJ
           MOVE HEURE-H(1:2) TO W-EVT-HH
           MOVE HEURE-H(4:2) TO W-EVT-MN
           MOVE HEURE-H(7:2) TO W-EVT-SS

           IF W-HORO-EVT IS NOT NUMERIC
              OR NUM-STAG-H IS NOT NUMERIC
              ADD 1 TO W-NB-ILLISIBLES
           ELSE
              IF W-HORO-EVT NOT < W-HORO-SAUV
                 MOVE W-HORO-EVT    TO TRI-HORODATE
                 MOVE CLE-HISTO     TO TRI-CLE-HISTO
                 MOVE USERID-USER-H TO TRI-USERID
                 MOVE FONCTION-H    TO TRI-FONCTION
                 RELEASE TRI-ENREG
                 ADD 1 TO W-NB-RETENUS
              END-IF
           END-IF
           .

       31000-REJEU-EVENEMENTS.
      *----------------------*
           MOVE 0 TO TRI-INDIC
           PERFORM UNTIL TRI-TERMINE
              RETURN WORK-TRI AT END
                 SET TRI-TERMINE TO TRUE
              NOT AT END
                 PERFORM 31100-TRAITE-EVENEMENT
              END-RETURN
           END-PERFORM
           .

       31100-TRAITE-EVENEMENT.
      *----------------------*
           PERFORM 31200-TESTE-BLOQUE
           IF DOSSIER-BLOQUE-OUI
              MOVE 'BLOQUE'   TO W-ANO-TYPE
              MOVE 'DOSSIER FIGE PAR UN CONFLIT ANTERIEUR'
                TO W-ANO-MOTIF
              PERFORM 39000-ECRIT-ANOMALIE
              ADD 1 TO W-NB-EVT-BLOQUES
           ELSE
              PERFORM 32000-CHARGE-DETAILS

              MOVE TRI-NUMERO TO E-NUMERO
              READ RECOV-FILE
                 INVALID KEY
                    SET DOSSIER-PRESENT-NON TO TRUE
                 NOT INVALID KEY
                    SET DOSSIER-PRESENT-OUI TO TRUE
              END-READ

              EVALUATE TRI-FONCTION
                 WHEN 'C'
                    PERFORM 33000-REJOUE-CREATION
                 WHEN 'M'
                    PERFORM 34000-REJOUE-MODIFICATION
                 WHEN 'S'
                    PERFORM 35000-REJOUE-SUPPRESSION
                 WHEN 'R'
                    PERFORM 36000-REJOUE-RESTAURATION
                 WHEN OTHER
                    MOVE 'NON REJOUE' TO W-ANO-TYPE
                    MOVE 'FONCTION D''AUDIT INCONNUE' TO W-ANO-MOTIF
                    PERFORM 39000-ECRIT-ANOMALIE
                    ADD 1 TO W-NB-NON-REJOUES
              END-EVALUATE
           END-IF
           .

       31200-TESTE-BLOQUE.
      *----------------------*
           SET DOSSIER-BLOQUE-NON TO TRUE
           PERFORM VARYING IDX-BLQ FROM 1 BY 1
              UNTIL IDX-BLQ > NB-BLOQUES OR DOSSIER-BLOQUE-OUI
              IF W-NUM-BLOQUE(IDX-BLQ) = TRI-NUMERO
                 SET DOSSIER-BLOQUE-OUI TO TRUE
              END-IF
           END-PERFORM
           .

       31300-BLOQUE-DOSSIER.
      *----------------------*
           IF NB-BLOQUES < 2000
              ADD 1 TO NB-BLOQUES
              MOVE TRI-NUMERO TO W-NUM-BLOQUE(NB-BLOQUES)
           ELSE
              DISPLAY 'REC1CI11 - TABLE DES DOSSIERS FIGES PLEINE, '
                      'NUM ' TRI-NUMERO ' NON FIGE'
           END-IF
           .

      *--------------------------------------------------------*
      *   DETAIL AVANT/APRES DE L'EVENEMENT : SEULS LES CHAMPS  *
      *   REJOUABLES SONT RETENUS ; NIR (MASQUE) ET ORIGINE     *
      *   (TRACE D'IMPORT) NE PORTENT PAS DE VALEUR DU DOSSIER  *
      *--------------------------------------------------------*
       32000-CHARGE-DETAILS.
      *----------------------*
           MOVE 0 TO NB-DETAILS-EVT
           MOVE TRI-CLE-HISTO TO E-DET-CLE-HISTO
           MOVE LOW-VALUE     TO E-DET-CHAMP

           START FSTAGD-FILE KEY IS GREATER THAN E-DET-CLE
              INVALID KEY
                 SET FSTAGD-FIN TO TRUE
           END-START

           PERFORM UNTIL FSTAGD-FIN
              READ FSTAGD-FILE NEXT RECORD
                 AT END
                    SET FSTAGD-FIN TO TRUE
                 NOT AT END
                    IF E-DET-CLE-HISTO = TRI-CLE-HISTO
                       PERFORM 32100-RETIENT-DETAIL
                    ELSE
                       SET FSTAGD-FIN TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           MOVE '00' TO FSTAGD-STATUT
           .

       32100-RETIENT-DETAIL.
      *----------------------*
           IF E-DET-CHAMP = 'NIR' OR E-DET-CHAMP = 'ORIGINE'
              CONTINUE
           ELSE
              MOVE 0 TO W-CHAMP-TROUVE
              PERFORM VARYING IDX-CHAMP FROM 1 BY 1
                 UNTIL IDX-CHAMP > 25 OR CHAMP-TROUVE-OUI
                 IF CHP-CODE(IDX-CHAMP) = E-DET-CHAMP
                    SET CHAMP-TROUVE-OUI TO TRUE
                 END-IF
              END-PERFORM

              IF NOT CHAMP-TROUVE-OUI
                 MOVE 'AVERT.' TO W-ANO-TYPE
                 MOVE SPACE    TO W-ANO-MOTIF
                 STRING 'CHAMP ' E-DET-CHAMP
                        ' INCONNU, NON REJOUE'
                        DELIMITED BY SIZE INTO W-ANO-MOTIF
                 PERFORM 39000-ECRIT-ANOMALIE
                 ADD 1 TO W-NB-AVERTISSEMENTS
              ELSE
                 IF NB-DETAILS-EVT < 30
                    SUBTRACT 1 FROM IDX-CHAMP
                    ADD 1 TO NB-DETAILS-EVT
                    MOVE E-DET-CHAMP  TO DET-CODE(NB-DETAILS-EVT)
                    MOVE CHP-POSITION(IDX-CHAMP)
                      TO DET-POSITION(NB-DETAILS-EVT)
                    MOVE CHP-LONGUEUR(IDX-CHAMP)
                      TO DET-LONGUEUR(NB-DETAILS-EVT)
                    MOVE E-DET-AVANT  TO DET-AVANT(NB-DETAILS-EVT)
                    MOVE E-DET-APRES  TO DET-APRES(NB-DETAILS-EVT)
                 END-IF
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   CREATION : LE DOSSIER EST RECONSTITUE A PARTIR DES    *
      *   VALEURS SAISIES (DETAIL ECRIT PAR INF1CI11). UNE      *
      *   CREATION SANS DETAIL (CHA1, SUS1, FUS1, IMPORT XRG2)  *
      *   EST A REFAIRE PAR SON TRAITEMENT D'ORIGINE            *
      *--------------------------------------------------------*
       33000-REJOUE-CREATION.
      *----------------------*
           EVALUATE TRUE
              WHEN DOSSIER-PRESENT-OUI
                 MOVE 'CONFLIT' TO W-ANO-TYPE
                 MOVE 'CREATION D''UN DOSSIER DEJA PRESENT'
                   TO W-ANO-MOTIF
                 PERFORM 37900-CONFLIT-EVENEMENT
              WHEN NB-DETAILS-EVT = 0
                 MOVE 'NON REJOUE' TO W-ANO-TYPE
                 MOVE 'CREATION SANS DETAIL, A REFAIRE PAR SON '
                    & 'TRAITEMENT D''ORIGINE' TO W-ANO-MOTIF
                 PERFORM 39000-ECRIT-ANOMALIE
                 ADD 1 TO W-NB-NON-REJOUES
                 PERFORM 31300-BLOQUE-DOSSIER
              WHEN OTHER
                 MOVE SPACE      TO E-STAGIAIRE
                 MOVE TRI-NUMERO TO E-NUMERO
                 PERFORM 38000-APPLIQUE-APRES
                 SET SUPPRIME-NON TO TRUE
                 MOVE 1 TO E-VERSION
                 WRITE E-STAGIAIRE
                    INVALID KEY
                       DISPLAY 'REC1CI11 - ECRITURE FSTAGREC '
                               'IMPOSSIBLE NUM ' E-NUMERO
                       SET REPRISE-KO-OUI TO TRUE
                    NOT INVALID KEY
                       ADD 1 TO W-NB-REJOUES
                       ADD 1 TO W-NB-CREES
                       ADD E-NUMERO TO W-SOMME-CREEE
                 END-WRITE
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   MODIFICATION : TOUTES LES VALEURS AVANT SONT          *
      *   CONTROLEES AVANT D'APPLIQUER QUOI QUE CE SOIT. UNE    *
      *   MODIFICATION SANS DETAIL (ANN1, APA1, EML1, FIN1,     *
      *   GES2, JUS2, NPA1...) EST LISTEE A RESAISIR            *
      *--------------------------------------------------------*
       34000-REJOUE-MODIFICATION.
      *----------------------*
           EVALUATE TRUE
              WHEN DOSSIER-PRESENT-NON
                 MOVE 'CONFLIT' TO W-ANO-TYPE
                 MOVE 'MODIFICATION D''UN DOSSIER ABSENT'
                   TO W-ANO-MOTIF
                 PERFORM 37900-CONFLIT-EVENEMENT
              WHEN NB-DETAILS-EVT = 0
                 MOVE 'NON REJOUE' TO W-ANO-TYPE
                 MOVE 'MODIFICATION SANS DETAIL, A RESAISIR'
                   TO W-ANO-MOTIF
                 PERFORM 39000-ECRIT-ANOMALIE
                 ADD 1 TO W-NB-NON-REJOUES
              WHEN OTHER
                 PERFORM 37000-VERIFIE-AVANT
                 IF CONFLIT-EVT-OUI
                    ADD 1 TO W-NB-CONFLITS
                    PERFORM 31300-BLOQUE-DOSSIER
                 ELSE
                    PERFORM 38000-APPLIQUE-APRES
                    ADD 1 TO E-VERSION
                    PERFORM 38500-REECRIT-DOSSIER
                    ADD 1 TO W-NB-MODIFIES
                 END-IF
           END-EVALUATE
           .

       35000-REJOUE-SUPPRESSION.
      *----------------------*
           EVALUATE TRUE
              WHEN DOSSIER-PRESENT-NON
                 MOVE 'CONFLIT' TO W-ANO-TYPE
                 MOVE 'SUPPRESSION D''UN DOSSIER ABSENT'
                   TO W-ANO-MOTIF
                 PERFORM 37900-CONFLIT-EVENEMENT
              WHEN SUPPRIME-OUI
                 MOVE 'CONFLIT' TO W-ANO-TYPE
                 MOVE 'SUPPRESSION D''UN DOSSIER DEJA SUPPRIME'
                   TO W-ANO-MOTIF
                 PERFORM 37900-CONFLIT-EVENEMENT
              WHEN OTHER
                 SET SUPPRIME-OUI TO TRUE
                 PERFORM 38500-REECRIT-DOSSIER
                 ADD 1 TO W-NB-SUPPRIMES
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   RESTAURATION : ANNULATION D'UNE SUPPRESSION LOGIQUE   *
      *   (INF4CI11). UNE REINSERTION DEPUIS SAUVEGARDE OU      *
      *   ARCHIVE (RES1CI11, ARC1CI11) EST A RELANCER           *
      *--------------------------------------------------------*
       36000-REJOUE-RESTAURATION.
      *----------------------*
           EVALUATE TRUE
              WHEN DOSSIER-PRESENT-NON
                 MOVE 'NON REJOUE' TO W-ANO-TYPE
                 MOVE 'REINSERTION A RELANCER (RES1CI11 OU ARC1CI11)'
                   TO W-ANO-MOTIF
                 PERFORM 39000-ECRIT-ANOMALIE
                 ADD 1 TO W-NB-NON-REJOUES
                 PERFORM 31300-BLOQUE-DOSSIER
              WHEN SUPPRIME-NON
                 MOVE 'CONFLIT' TO W-ANO-TYPE
                 MOVE 'RESTAURATION D''UN DOSSIER NON SUPPRIME'
                   TO W-ANO-MOTIF
                 PERFORM 37900-CONFLIT-EVENEMENT
              WHEN OTHER
                 SET SUPPRIME-NON TO TRUE
                 PERFORM 38500-REECRIT-DOSSIER
                 ADD 1 TO W-NB-RESTAURES
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   CONTROLE DES VALEURS AVANT : CHAQUE CHAMP DU DETAIL   *
      *   DOIT ENCORE PORTER SA VALEUR AVANT DANS LE DOSSIER    *
      *   RECONSTRUIT. LES ECARTS SONT TOUS EDITES              *
      *--------------------------------------------------------*
       37000-VERIFIE-AVANT.
      *----------------------*
           SET CONFLIT-EVT-NON TO TRUE
           PERFORM VARYING IDX-DET FROM 1 BY 1
              UNTIL IDX-DET > NB-DETAILS-EVT
              IF DET-CODE(IDX-DET) NOT = 'TRFREGION'
                 PERFORM 37100-COMPARE-CHAMP
              END-IF
           END-PERFORM
           .

       37100-COMPARE-CHAMP.
      *----------------------*
           PERFORM 38100-LONGUEUR-UTILE
           IF E-STAGIAIRE(DET-POSITION(IDX-DET):W-LONG-CMP)
              NOT = DET-AVANT(IDX-DET)(1:W-LONG-CMP)
              IF CONFLIT-EVT-NON
                 SET CONFLIT-EVT-OUI TO TRUE
                 MOVE 'CONFLIT' TO W-ANO-TYPE
                 MOVE 'VALEUR AVANT DIFFERENTE DU DOSSIER RECONSTRUIT'
                   TO W-ANO-MOTIF
                 PERFORM 39000-ECRIT-ANOMALIE
              END-IF
              MOVE DET-CODE(IDX-DET) TO W-ECA-CHAMP
              MOVE SPACE TO W-ECA-ATTENDU W-ECA-TROUVE
              MOVE DET-AVANT(IDX-DET)(1:W-LONG-CMP)
                TO W-ECA-ATTENDU
              MOVE E-STAGIAIRE(DET-POSITION(IDX-DET):W-LONG-CMP)
                TO W-ECA-TROUVE
              WRITE RPT-LIGNE FROM W-LIGNE-ECART
           END-IF
           .

       37900-CONFLIT-EVENEMENT.
      *----------------------*
           PERFORM 39000-ECRIT-ANOMALIE
           ADD 1 TO W-NB-CONFLITS
           PERFORM 31300-BLOQUE-DOSSIER
           .

      *--------------------------------------------------------*
      *   APPLICATION DES VALEURS APRES AU DOSSIER              *
      *--------------------------------------------------------*
       38000-APPLIQUE-APRES.
      *----------------------*
           PERFORM VARYING IDX-DET FROM 1 BY 1
              UNTIL IDX-DET > NB-DETAILS-EVT
              IF DET-CODE(IDX-DET) = 'TRFREGION'
                 SET TRANSFERE-REGION-OUI TO TRUE
              ELSE
                 PERFORM 38100-LONGUEUR-UTILE
                 MOVE DET-APRES(IDX-DET)(1:W-LONG-CMP)
                   TO E-STAGIAIRE(DET-POSITION(IDX-DET):W-LONG-CMP)
                 IF DET-LONGUEUR(IDX-DET) > 40
                    PERFORM 38200-TESTE-SUITE
                 END-IF
              END-IF
           END-PERFORM
           .

       38100-LONGUEUR-UTILE.
      *----------------------*
           IF DET-LONGUEUR(IDX-DET) > 40
              MOVE 40 TO W-LONG-CMP
           ELSE
              MOVE DET-LONGUEUR(IDX-DET) TO W-LONG-CMP
           END-IF
           .

      *    Au-dela de 40 caracteres la valeur apres est perdue :
      *    avertissement si elle remplit le detail ou si le dossier
      *    garde une suite qui n'est peut-etre plus la bonne
       38200-TESTE-SUITE.
      *----------------------*
           COMPUTE W-POS-SUITE  = DET-POSITION(IDX-DET) + 40
           COMPUTE W-LONG-SUITE = DET-LONGUEUR(IDX-DET) - 40
           IF DET-APRES(IDX-DET)(40:1) NOT = SPACE
              OR E-STAGIAIRE(W-POS-SUITE:W-LONG-SUITE) NOT = SPACE
              MOVE 'AVERT.' TO W-ANO-TYPE
              MOVE SPACE    TO W-ANO-MOTIF
              STRING DET-CODE(IDX-DET) DELIMITED BY SPACE
                     ' RESTITUE SUR SES 40 PREMIERS CARACTERES'
                     DELIMITED BY SIZE INTO W-ANO-MOTIF
              PERFORM 39000-ECRIT-ANOMALIE
              ADD 1 TO W-NB-AVERTISSEMENTS
           END-IF
           .

       38500-REECRIT-DOSSIER.
      *----------------------*
           REWRITE E-STAGIAIRE
              INVALID KEY
                 DISPLAY 'REC1CI11 - REECRITURE FSTAGREC IMPOSSIBLE '
                         'NUM ' E-NUMERO
                 SET REPRISE-KO-OUI TO TRUE
              NOT INVALID KEY
                 ADD 1 TO W-NB-REJOUES
           END-REWRITE
           .

       39000-ECRIT-ANOMALIE.
      *----------------------*
           MOVE TRI-NUMERO   TO W-ANO-NUMERO
           MOVE TRI-DATE     TO W-ANO-DATE
           MOVE TRI-HEURE    TO W-ANO-HEURE
           MOVE TRI-FONCTION TO W-ANO-FONCTION
           MOVE TRI-USERID   TO W-ANO-USERID
           WRITE RPT-LIGNE FROM W-LIGNE-ANOMALIE
           .

      *--------------------------------------------------------*
      *   RAPPROCHEMENT FINAL : LE CLUSTER RECONSTRUIT DOIT     *
      *   COMPTER LA CHARGE PLUS LES CREATIONS REJOUEES, EN     *
      *   NOMBRE ET EN SOMME DE CONTROLE                        *
      *--------------------------------------------------------*
       40000-RAPPROCHEMENT.
      *----------------------*
           MOVE 0 TO E-NUMERO
           START RECOV-FILE KEY IS NOT LESS THAN E-NUMERO
              INVALID KEY
                 SET RECOV-FIN TO TRUE
           END-START

           PERFORM UNTIL RECOV-FIN
              READ RECOV-FILE NEXT RECORD
                 AT END
                    SET RECOV-FIN TO TRUE
                 NOT AT END
                    ADD 1 TO W-NB-RECOMPTES
                    ADD E-NUMERO TO W-SOMME-RECOMPTEE
              END-READ
           END-PERFORM
           CLOSE RECOV-FILE

           COMPUTE W-NB-ATTENDU = W-NB-CHARGES + W-NB-CREES
           COMPUTE W-SOMME-ATTENDUE = W-SOMME-CHARGEE + W-SOMME-CREEE

           DISPLAY 'REC1CI11 - RAPPROCHEMENT DU CLUSTER RECONSTRUIT'
           DISPLAY '   ENREGISTREMENTS COMPTES : ' W-NB-RECOMPTES
           DISPLAY '   ENREGISTREMENTS ATTENDUS: ' W-NB-ATTENDU
           DISPLAY '   SOMME COMPTEE           : ' W-SOMME-RECOMPTEE
           DISPLAY '   SOMME ATTENDUE          : ' W-SOMME-ATTENDUE

           IF W-NB-RECOMPTES NOT = W-NB-ATTENDU
              OR W-SOMME-RECOMPTEE NOT = W-SOMME-ATTENDUE
              MOVE 'KO : CLUSTER RECONSTRUIT DIFFERENT DE LA CHARGE '
                 & 'PLUS LES CREATIONS' TO W-MES-TEXTE
              PERFORM 29000-ECRIT-MESSAGE
              SET REPRISE-KO-OUI TO TRUE
           END-IF
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE FSTAGA-FILE
           CLOSE FSTAGD-FILE

           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'ENREGISTREMENTS CHARGES (SAUVEGARDE) :'
             TO W-REC-LIBELLE
           MOVE W-NB-CHARGES TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE 'SOMME DE CONTROLE CHARGEE            :'
             TO W-REC-LIBELLE
           MOVE W-SOMME-CHARGEE TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           IF RAP1-DISPONIBLE-OUI
              MOVE 'CHIFFRE DE CONTROLE RAP1CI11         :'
                TO W-REC-LIBELLE
              MOVE W-NB-RAP1 TO W-REC-NOMBRE
              WRITE RPT-LIGNE FROM W-LIGNE-RECAP
              MOVE 'SOMME DE CONTROLE RAP1CI11           :'
                TO W-REC-LIBELLE
              MOVE W-SOMME-RAP1 TO W-REC-NOMBRE
              WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           END-IF
           MOVE 'EVENEMENTS D''AUDIT LUS               :'
             TO W-REC-LIBELLE
           MOVE W-NB-LUS TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE 'DONT HORODATE ILLISIBLE              :'
             TO W-REC-LIBELLE
           MOVE W-NB-ILLISIBLES TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE 'EVENEMENTS POSTERIEURS A LA SAUVEGARDE:'
             TO W-REC-LIBELLE
           MOVE W-NB-RETENUS TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE 'EVENEMENTS REJOUES                   :'
             TO W-REC-LIBELLE
           MOVE W-NB-REJOUES TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE '  DONT CREATIONS                     :'
             TO W-REC-LIBELLE
           MOVE W-NB-CREES TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE '  DONT MODIFICATIONS                 :'
             TO W-REC-LIBELLE
           MOVE W-NB-MODIFIES TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE '  DONT SUPPRESSIONS                  :'
             TO W-REC-LIBELLE
           MOVE W-NB-SUPPRIMES TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE '  DONT RESTAURATIONS                 :'
             TO W-REC-LIBELLE
           MOVE W-NB-RESTAURES TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE 'CONFLITS (NON APPLIQUES)             :'
             TO W-REC-LIBELLE
           MOVE W-NB-CONFLITS TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE 'EVENEMENTS NON REJOUABLES            :'
             TO W-REC-LIBELLE
           MOVE W-NB-NON-REJOUES TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE 'EVENEMENTS DE DOSSIERS FIGES         :'
             TO W-REC-LIBELLE
           MOVE W-NB-EVT-BLOQUES TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE 'AVERTISSEMENTS                       :'
             TO W-REC-LIBELLE
           MOVE W-NB-AVERTISSEMENTS TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE 'ENREGISTREMENTS DU CLUSTER RECONSTRUIT:'
             TO W-REC-LIBELLE
           MOVE W-NB-RECOMPTES TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE 'ATTENDUS (CHARGE + CREATIONS)        :'
             TO W-REC-LIBELLE
           MOVE W-NB-ATTENDU TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP

           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           EVALUATE TRUE
              WHEN REPRISE-KO-OUI
                 MOVE 'RECONSTRUCTION KO : NE PAS RECOPIER LE CLUSTER '
                    & 'DE REPRISE' TO W-MES-TEXTE
                 MOVE 8 TO RETURN-CODE
              WHEN W-NB-CONFLITS > 0 OR W-NB-NON-REJOUES > 0
                 OR W-NB-EVT-BLOQUES > 0
                 MOVE 'RECONSTRUCTION INCOMPLETE : DOSSIERS LISTES A '
                    & 'REPRENDRE EN LIGNE' TO W-MES-TEXTE
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'RECONSTRUCTION COMPLETE' TO W-MES-TEXTE
           END-EVALUATE
           PERFORM 29000-ECRIT-MESSAGE

           CLOSE RPT-FILE
           .
