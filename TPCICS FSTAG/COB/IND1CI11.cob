      *======================================================*
      *   SAISIE DES INDISPONIBILITES DES FORMATEURS         *
      *   (FINDI11) : CONGE, MALADIE, AUTRE MISSION. TOUTE   *
      *   SESSION DONT LE FORMATEUR EST PRINCIPAL ET QUE     *
      *   L'ABSENCE TOUCHE OUVRE UNE DEMANDE DE REMPLACEMENT *
      *   (FREMP11) LISTEE PAR REM1CI11 ET SOLDEE A LA       *
      *   DESIGNATION DU REMPLACANT SUR FOR2CI11             *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IND1CI11.

      *======================================================*
      *   E N V I R O N M E N T       D I V I S I O N        *
      *======================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       WORKING-STORAGE SECTION.

      *------------------------------------------------------*
      *   DESCRIPTION DETAILLEE DE LA ZONE DE COMMUNICATION  *
      *------------------------------------------------------*
       01  WS-COMMAREA.
      *        SOCLE COMMUN A TOUS LES PROGRAMMES INFNCG (MEME
      *        DISPOSITION EN TETE DE CHAQUE WS-COMMAREA) UTILISE
      *        POUR LE CONTROLE DE VERSION/LONGUEUR EN 10000-DEBUT-
      *        PROGRAMME
           05 WS-COMMAREA-CORE.
             10 PROG-PRECEDENT      PIC X(8).
             10 PROG-COURANT        PIC X(8).
             10 PROG-SUIVANT        PIC X(8).
             10 LAST-PROG           PIC X(8).
             10 LAST-PAGE           PIC S9(4) COMP.
             10 COMMAREA-VERSION    PIC 9.
           05 IS-LOCKED           PIC 9.
             88 IS-LOCKED-FALSE value 0.
             88 IS-LOCKED-TRUE  value 1.
           05 CODE-IND-PREC.
             10 CODE-IND-PREC-FOR PIC X(6).
             10 CODE-IND-PREC-DEB PIC X(8).
           05 IND-EXISTE          PIC 9.
             88 IND-EXISTE-NON  value 0.
             88 IND-EXISTE-OUI  value 1.
           05 FILLER              PIC X(49).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'IND1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPC7C11'.
       01 MA-TRX                  PIC X(4) VALUE 'UYCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPC7C11.

      *------------------------------------------------------*
      *   DESCRIPTION DU PANNEAU PARTAGE D'ERREUR / FIN DE    *
      *   TRANSACTION (REMPLACE LE SEND FROM TEXTE LIBRE)     *
      *------------------------------------------------------*
       COPY MAPEC11.

      *------------------------------------------------------*
      *   ZONE DE MESSAGE TAMPON POUR LE SEND FROM           *
      *------------------------------------------------------*
       01  MESSAGE-TXT            PIC X(79).
       01  TITRE-TXT              PIC X(40).

      *------------------------------------------------------*
      *   DESCRIPTION   DES  TOUCHES   FONCTIONS             *
      *------------------------------------------------------*
       COPY DFHAID.

      *------------------------------------------------------*
      *   DESCRIPTION   DES  ATTRIBUTS                       *
      *------------------------------------------------------*
       COPY DFHBMSCA.

      *======================================================*
      *          L I N K A G E     S E C T I O N             *
      *======================================================*

      * Liste des jours de la semaine
       01 weekday-list.
         COPY WEEKDAY.
       01 FILLER REDEFINES weekday-list.
         05 weekday-name                 PIC X(10) occurs 7.

      * Structure d'une indisponibilite formateur (FINDI11)
       COPY CINDI.

      * Structure d'un formateur (FFORM11)
       COPY CFORM.

      * Structure d'une affectation (FAFFE11)
       COPY CAFFE.

      * Structure d'une session de formation (FSESS11)
       COPY CSESS.

      * Structure d'une demande de remplacement (FREMP11)
       COPY CREMP.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

       01 W-DATE-ECR                     PIC X(10).

      * --------- Periode de l'absence et d'une session (AAAAMMJJ)
       01 W-IND-DEB                      PIC 9(8).
       01 W-IND-FIN                      PIC 9(8).
       01 W-SES-DEB                      PIC 9(8).
       01 W-SES-FIN                      PIC 9(8).
       01 W-REM-DEB                      PIC 9(8).
       01 W-REM-FIN                      PIC 9(8).

       01 W-NB-REMP                      PIC 9(3).
       01 W-NB-REMP-EDIT                 PIC ZZ9.

       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-validdat                 PIC X(8) value 'VALIDDAT'.
         02 pgm-validper                 PIC X(8) value 'VALIDPER'.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.

      * --------- Parametre pour sous-programme VALIDDAT
       01 validdat-param.
         02 date-to-validate             PIC X(8).
         02 CR-VALIDDAT                  PIC 9 value 0.
          88 cr-validdat-false                 value 0.
          88 cr-validdat-ok                    value 1.
         02 AN-MIN-VALIDDAT              PIC 9(4) value 0.
         02 AN-MAX-VALIDDAT              PIC 9(4) value 0.

      * --------- Parametre pour sous-programme VALIDPER (debut et
      *           fin de l'absence controlees et ordonnees)
       01 validper-param.
         02 DATE-DEBUT-P                 PIC X(8).
         02 DATE-FIN-P                   PIC X(8).
         02 AN-MIN-P                     PIC 9(4) value 0.
         02 AN-MAX-P                     PIC 9(4) value 0.
         02 CR-PERIODE                   PIC 9.
           88 cr-periode-ok              value 0.
           88 cr-periode-deb-invalide    value 1.
           88 cr-periode-fin-invalide    value 2.
           88 cr-periode-ordre-invalide  value 3.

      * ---------- Paramètre pour sous-programme ACCFILE
       01 accfile-param.
         05 file-name                    PIC X(8).
         05 code-fonction                PIC 99.
           88 c-read               value 1.
           88 c-write              value 2.
           88 c-rewrite            value 3.
           88 c-delete             value 4.
           88 c-startbr            value 5.
           88 c-readnext           value 6.
           88 c-endbr              value 7.
           88 c-consult            value 8.
         05 code-retour                  PIC 99.
           88 cr-ok                value 0.
           88 cr-key-exists        value 1.
           88 cr-duplicate         value 2.
           88 cr-file-error        value 3.
           88 cr-eof               value 4.
           88 cr-not-found         value 5.
           88 cr-unsupported       value 99.
         05 enrgmt                       PIC X(400).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 LK-COMMAREA                PIC X(100).

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-PROGRAMME.
      *---------------------*
            PERFORM  10000-DEBUT-PROGRAMME
            PERFORM  20000-TRAIT-PROGRAMME
            GOBACK
           .


       10000-DEBUT-PROGRAMME.
      *---------------------*
      *   TEST DE PREMIERE ENTREE DANS LE PROGRAMME
      *   SI NON PROGRAMME  MENU ===>  ARRET  (ACCES INTERDIT)
           IF EIBCALEN = 0
              INITIALIZE      WS-COMMAREA
              MOVE MA-VERSION TO COMMAREA-VERSION
           ELSE
              IF EIBCALEN < LENGTH OF WS-COMMAREA-CORE
      *           COMMAREA RECUE TROP COURTE : ZONE NON FIABLE
                 INITIALIZE      WS-COMMAREA
                 MOVE MA-VERSION TO COMMAREA-VERSION
              ELSE
                 MOVE LK-COMMAREA  TO WS-COMMAREA
                 IF COMMAREA-VERSION NOT = MA-VERSION
      *              VERSION DE COMMAREA INCOMPATIBLE
                    INITIALIZE      WS-COMMAREA
                    MOVE MA-VERSION TO COMMAREA-VERSION
                 END-IF
              END-IF
           END-IF

           MOVE  PROG-COURANT     TO  PROG-PRECEDENT
           MOVE  MON-PROG         TO  PROG-COURANT
           .

       20000-TRAIT-PROGRAMME.
      *---------------------*
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              PERFORM  21000-TRAIT-CHARGEMENT
              PERFORM  22000-TRAIT-ENVOI
           ELSE
              PERFORM  23000-TRAIT-RECEPTION
           END-IF
           .
      *********************************************************

       21000-TRAIT-CHARGEMENT.
      *----------------------*
      *  CHARGEMENT DE LA MAP AVANT AFFICHAGE
           MOVE LOW-VALUE TO MAPC7O

      *  SI TRAITEMENT PARTICULIER AVANT AFFICHAGE
           PERFORM  21100-TRAIT-SPECIFIQUE
           .

       21100-TRAIT-SPECIFIQUE.
           MOVE 'Saisissez un formateur et la date de debut d''absence'
             TO messo
           .

       29000-FORMATE-HEADER.
           EXEC CICS
                ASKTIME
                ABSTIME(interval)
           END-EXEC
           EXEC CICS
                FORMATTIME
                ABSTIME(interval)
                DDMMYYYY(dateo)
                datesep('/')
                time(heureo)
                timesep(':')
                dayofweek(num-j)
           END-EXEC

           STRING
            eibtrnid delimited by size
            '/' delimited by size
            eibtrmid delimited by size
            '/mapc7c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPC7')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPC7')
                             MAPSET (MA-MAP)
                             CURSOR
              END-EXEC
           END-IF
           MOVE PROG-COURANT TO PROG-SUIVANT

           EXEC CICS RETURN TRANSID  (MA-TRX)
                            COMMAREA (WS-COMMAREA)
                            LENGTH   (LENGTH OF WS-COMMAREA)
           END-EXEC
           .

       23000-TRAIT-RECEPTION.
      *---------------------*
           EVALUATE EIBAID
              WHEN DFHENTER
                   PERFORM  23100-TRAIT-ENTER
              WHEN DFHCLEAR
                   PERFORM  23200-TRAIT-FIN
              WHEN DFHPF3
                   SET IS-LOCKED-FALSE TO TRUE
                   MOVE SPACE TO CODE-IND-PREC

                   MOVE PROG-COURANT TO LAST-PROG
                   MOVE 'INF0CI11' TO PROG-SUIVANT
                   perform 23110-PROG-SUIVANT
              WHEN DFHPF1
                   PERFORM  90100-TRAIT-AIDE
              WHEN DFHPF12
                   PERFORM  23200-TRAIT-FIN
              WHEN OTHER
                   PERFORM  90000-ERR-TOUCHE
           END-EVALUATE
           .

       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP   ('MAPC7')
                             MAPSET(MA-MAP)
                             RESP  (C-R)
           END-EXEC

           INITIALIZE messo

           EVALUATE C-R
              WHEN DFHRESP(NORMAL)
                   CONTINUE
              WHEN DFHRESP(MAPFAIL)
                   MOVE 'Champs obligatoires non rempli' to messo
                   PERFORM 22000-TRAIT-ENVOI
              WHEN OTHER
                   PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           perform CHECK-CLE

           if (CODE-IND-PREC-FOR NOT = CODEFORI
               OR CODE-IND-PREC-DEB NOT = DATEDEBI)
              perform GET-INDISPO
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23200-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-INDISPO
           .

       CHECK-CLE.
      *    Check le formateur (obligatoire et connu du referentiel
      *    FFORM11) puis la date de debut de l'absence
           IF CODEFORI = SPACE OR LOW-VALUE
             MOVE -1 to codeforl
             MOVE 'Veuillez saisir un code formateur' to messo
             MOVE SPACE to CODE-IND-PREC
             perform 22000-TRAIT-ENVOI
           END-IF

           MOVE CODEFORI    TO E-FOR-CODE
           MOVE 'FFORM'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-FORMATEUR TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
             MOVE -1 to codeforl
             MOVE 'Formateur inconnu au referentiel' to messo
             MOVE SPACE to CODE-IND-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           MOVE enrgmt      TO E-FORMATEUR
           MOVE SPACE       TO NOMFORO
           STRING E-FOR-NOM    DELIMITED BY '  '
                  ' '          DELIMITED BY SIZE
                  E-FOR-PRENOM DELIMITED BY '  '
                  INTO NOMFORO
           END-STRING

           IF DATEDEBI = SPACE OR LOW-VALUE
             MOVE -1 to datedebl
             MOVE 'Saisissez la date de debut (JJMMAAAA)' to messo
             MOVE SPACE to CODE-IND-PREC
             perform 22000-TRAIT-ENVOI
           END-IF

      * ---------- Appel sous programme VALIDDAT
           MOVE DATEDEBI TO date-to-validate
           MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
           CALL pgm-validdat USING validdat-param
           IF cr-validdat-false
             MOVE -1 to datedebl
             MOVE 'Date de debut d''absence non valide' to messo
             MOVE SPACE to CODE-IND-PREC
             perform 22000-TRAIT-ENVOI
           END-IF

           MOVE DATEDEBI(5:4) TO W-IND-DEB(1:4)
           MOVE DATEDEBI(3:2) TO W-IND-DEB(5:2)
           MOVE DATEDEBI(1:2) TO W-IND-DEB(7:2)
           .

       GET-INDISPO.
           MOVE CODEFORI  TO E-IND-FORMATEUR
           MOVE W-IND-DEB TO E-IND-DATE-DEB

           MOVE 'FINDI'    TO file-name
           SET c-read      TO TRUE
           MOVE E-INDISPO  TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt     TO E-INDISPO

           EVALUATE TRUE
             WHEN cr-ok
              SET IND-EXISTE-OUI TO TRUE

              MOVE E-IND-DATE-FIN(7:2) TO DATEFINO(1:2)
              MOVE E-IND-DATE-FIN(5:2) TO DATEFINO(3:2)
              MOVE E-IND-DATE-FIN(1:4) TO DATEFINO(5:4)
              MOVE E-IND-MOTIF         TO MOTIFO
              MOVE E-IND-COMMENTAIRE   TO COMMENTO

              MOVE CODEFORI            TO CODE-IND-PREC-FOR
              MOVE DATEDEBI            TO CODE-IND-PREC-DEB
              MOVE 'Absence existante : modification (X = retrait)'
                to messo

             WHEN cr-not-found
      *        Absence inconnue : le reste de la saisie la creera
               SET IND-EXISTE-NON TO TRUE
               MOVE CODEFORI      TO CODE-IND-PREC-FOR
               MOVE DATEDEBI      TO CODE-IND-PREC-DEB
               MOVE LOW-VALUE     TO DATEFINO MOTIFO COMMENTO NBSESO
               MOVE 'Absence nouvelle : saisissez-la' to messo
             WHEN OTHER
               MOVE LOW-VALUE   TO MAPC7O
               MOVE 'Echec de la lecture'     to messo
           END-EVALUATE

           MOVE -1 to datefinl

           PERFORM 22000-TRAIT-ENVOI
           .

       23200-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    Check le motif (C=conge, M=maladie, A=autre mission,
      *    X=retrait d'une absence saisie a tort)
           IF MOTIFI NOT = 'C' AND NOT = 'M' AND NOT = 'A'
                     AND NOT = 'X'
              MOVE -1 to motifl
              MOVE 'Motif : C=Conge M=Maladie A=Autre mission X=Retrait'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           IF MOTIFI = 'X'
              IF IND-EXISTE-NON
                 MOVE -1 to motifl
                 MOVE 'Absence inexistante : rien a retirer' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           ELSE
      *       Check la date de fin (un seul jour : fin = debut)
              IF DATEFINI = SPACE OR LOW-VALUE
                 MOVE -1 to datefinl
                 MOVE 'Saisissez la date de fin (JJMMAAAA)' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF

              IF DATEFINI NOT = DATEDEBI
      * ---------- Appel sous programme VALIDPER (debut + fin ordonnes)
                 MOVE DATEDEBI TO DATE-DEBUT-P
                 MOVE DATEFINI TO DATE-FIN-P
                 MOVE 0 TO AN-MIN-P AN-MAX-P
                 CALL pgm-validper using validper-param

                 EVALUATE TRUE
                   WHEN cr-periode-fin-invalide
                     MOVE -1 to datefinl
                     MOVE 'Date de fin d''absence non valide' to messo
                     perform 22000-TRAIT-ENVOI
                   WHEN cr-periode-ordre-invalide
                     MOVE -1 to datefinl
                     MOVE 'La date de fin ne peut preceder le debut'
                       to messo
                     perform 22000-TRAIT-ENVOI
                   WHEN OTHER
                     continue
                 END-EVALUATE
              END-IF
           END-IF
           .

       23300-ECRIT-INDISPO.
      *    Ecrit, corrige ou retire l'absence puis met a jour les
      *    demandes de remplacement des sessions qu'elle touche
           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(W-DATE-ECR)
                     DATESEP('/')
           END-EXEC

           MOVE 0 TO W-NB-REMP

           IF MOTIFI = 'X'
              MOVE CODEFORI   TO E-IND-FORMATEUR
              MOVE W-IND-DEB  TO E-IND-DATE-DEB
              MOVE 'FINDI'    TO file-name
              SET c-delete    TO TRUE
              MOVE E-INDISPO  TO enrgmt
              CALL pgm-accfile USING accfile-param

              IF cr-ok
                 PERFORM 23310-AUDIT-INDISPO
                 PERFORM 23330-ANNULE-REMPLACEMENTS
                 MOVE 'Absence retiree, remplacements annules' to messo
              ELSE
                 MOVE 'Echec du retrait' to messo
              END-IF
           ELSE
              MOVE DATEFINI(5:4) TO W-IND-FIN(1:4)
              MOVE DATEFINI(3:2) TO W-IND-FIN(5:2)
              MOVE DATEFINI(1:2) TO W-IND-FIN(7:2)

              MOVE CODEFORI   TO E-IND-FORMATEUR
              MOVE W-IND-DEB  TO E-IND-DATE-DEB
              MOVE W-IND-FIN  TO E-IND-DATE-FIN
              MOVE MOTIFI     TO E-IND-MOTIF
              IF COMMENTI = LOW-VALUE
                 MOVE SPACE    TO E-IND-COMMENTAIRE
              ELSE
                 MOVE COMMENTI TO E-IND-COMMENTAIRE
              END-IF
              MOVE W-DATE-ECR TO E-IND-DATE-MAJ
              MOVE EIBUSERID  TO E-IND-USERID

              MOVE 'FINDI'    TO file-name
              IF IND-EXISTE-OUI
                 SET c-rewrite TO TRUE
              ELSE
                 SET c-write   TO TRUE
              END-IF
              MOVE E-INDISPO  TO enrgmt
              CALL pgm-accfile USING accfile-param

              EVALUATE TRUE
                WHEN cr-ok
                  PERFORM 23310-AUDIT-INDISPO
      *           Une absence corrigee peut ne plus toucher les memes
      *           sessions : ses demandes ouvertes sont annulees puis
      *           recalculees sur la nouvelle periode
                  IF IND-EXISTE-OUI
                     PERFORM 23330-ANNULE-REMPLACEMENTS
                  END-IF
                  PERFORM 23320-OUVRE-REMPLACEMENTS

                  MOVE W-NB-REMP      TO W-NB-REMP-EDIT
                  MOVE W-NB-REMP-EDIT TO NBSESO
                  MOVE SPACE TO messo
                  STRING 'Absence enregistree : ' DELIMITED BY SIZE
                         W-NB-REMP-EDIT           DELIMITED BY SIZE
                         ' session(s) a remplacer (REM1CI11)'
                                                  DELIMITED BY SIZE
                         INTO messo
                  END-STRING
                WHEN cr-duplicate
                  MOVE 'Absence existe deja' to messo
                WHEN OTHER
                  MOVE 'Echec de l''ecriture' to messo
              END-EVALUATE
           END-IF

           move -1     to codeforl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE SPACE TO CODE-IND-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-INDISPO.
      *    Trace d'audit de la mise a jour des absences (TDQ INFO)
           MOVE SPACE TO E-TD

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(DATE-TD)
                     DATESEP('/')
                     TIME(HEURE-TD)
                     TIMESEP(':')
           END-EXEC

           MOVE EIBTRMID        TO TERMINAL-TD
           MOVE EIBUSERID       TO USERID-USER-TD
           MOVE 'V'             TO TYPE-DONNEES
           MOVE 'FINDI11 '      TO RESSOURCE-TD
           EVALUATE TRUE
              WHEN MOTIFI = 'X'
                 MOVE 'S'       TO FONCTION-TD
              WHEN IND-EXISTE-OUI
                 MOVE 'M'       TO FONCTION-TD
              WHEN OTHER
                 MOVE 'C'       TO FONCTION-TD
           END-EVALUATE

           EXEC CICS WRITEQ TD
                     QUEUE('INFO')
                     FROM(E-TD)
                     LENGTH(LENGTH OF E-TD)
                     RESP(C-R)
           END-EXEC
           .

       23320-OUVRE-REMPLACEMENTS.
      *    Parcours des affectations (FAFFE11, cle session +
      *    formateur) : chaque session dont le formateur est
      *    principal et dont les dates chevauchent l'absence ouvre
      *    une demande de remplacement sur la periode commune
           SET FIN-BROWSE-NON TO TRUE

           MOVE LOW-VALUE     TO E-AFF-CLE
           MOVE E-AFFECTATION TO enrgmt
           MOVE 'FAFFE'       TO file-name
           SET c-startbr      TO TRUE
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-AFFECTATION TO enrgmt
              MOVE 'FAFFE'       TO file-name
              SET c-readnext     TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-AFFECTATION
                 IF E-AFF-FORMATEUR = CODEFORI AND AFF-PRINCIPAL
                    PERFORM 23325-DEMANDE-REMPLACEMENT
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FAFFE'       TO file-name
           SET c-endbr        TO TRUE
           MOVE E-AFFECTATION TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       23325-DEMANDE-REMPLACEMENT.
      *    Session de l'affectation : annulee ou hors de l'absence,
      *    elle n'est pas touchee
           MOVE E-AFF-SESSION TO E-SES-CODE
           MOVE 'FSESS'       TO file-name
           SET c-consult      TO TRUE
           MOVE E-SESSION     TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              MOVE enrgmt TO E-SESSION
              MOVE E-SES-DATE-DEB(5:4) TO W-SES-DEB(1:4)
              MOVE E-SES-DATE-DEB(3:2) TO W-SES-DEB(5:2)
              MOVE E-SES-DATE-DEB(1:2) TO W-SES-DEB(7:2)
              MOVE E-SES-DATE-FIN(5:4) TO W-SES-FIN(1:4)
              MOVE E-SES-DATE-FIN(3:2) TO W-SES-FIN(5:2)
              MOVE E-SES-DATE-FIN(1:2) TO W-SES-FIN(7:2)

              IF NOT SES-ANNULEE
                 AND W-SES-DEB NOT > W-IND-FIN
                 AND W-SES-FIN NOT < W-IND-DEB
      *          Periode commune a la session et a l'absence
                 IF W-SES-DEB > W-IND-DEB
                    MOVE W-SES-DEB TO W-REM-DEB
                 ELSE
                    MOVE W-IND-DEB TO W-REM-DEB
                 END-IF
                 IF W-SES-FIN < W-IND-FIN
                    MOVE W-SES-FIN TO W-REM-FIN
                 ELSE
                    MOVE W-IND-FIN TO W-REM-FIN
                 END-IF

                 MOVE E-AFF-SESSION   TO E-REM-SESSION
                 MOVE CODEFORI        TO E-REM-FORMATEUR
                 MOVE W-REM-DEB       TO E-REM-DATE-DEB
                 MOVE W-REM-FIN       TO E-REM-DATE-FIN
                 MOVE W-IND-DEB       TO E-REM-INDISPO-DEB
                 MOVE MOTIFI          TO E-REM-MOTIF
                 MOVE E-FOR-SITE      TO E-REM-SITE
                 SET REM-A-POURVOIR   TO TRUE
                 MOVE SPACE           TO E-REM-REMPLACANT
                 MOVE W-DATE-ECR      TO E-REM-DATE-MAJ
                 MOVE EIBUSERID       TO E-REM-USERID

                 MOVE 'FREMP'         TO file-name
                 SET c-write          TO TRUE
                 MOVE E-REMPLACEMENT  TO enrgmt
                 CALL pgm-accfile USING accfile-param

                 IF cr-duplicate
      *             Demande deja ouverte pour cette session : elle est
      *             rouverte sur la nouvelle periode, sauf si un
      *             remplacant est deja designe
                    MOVE 'FREMP'        TO file-name
                    SET c-read          TO TRUE
                    MOVE E-REMPLACEMENT TO enrgmt
                    CALL pgm-accfile USING accfile-param
                    IF cr-ok
                       MOVE enrgmt TO E-REMPLACEMENT
                       IF NOT REM-POURVU
                          MOVE W-REM-DEB     TO E-REM-DATE-DEB
                          MOVE W-REM-FIN     TO E-REM-DATE-FIN
                          MOVE W-IND-DEB     TO E-REM-INDISPO-DEB
                          MOVE MOTIFI        TO E-REM-MOTIF
                          SET REM-A-POURVOIR TO TRUE
                          MOVE W-DATE-ECR    TO E-REM-DATE-MAJ
                          MOVE EIBUSERID     TO E-REM-USERID
                          MOVE 'FREMP'        TO file-name
                          SET c-rewrite       TO TRUE
                          MOVE E-REMPLACEMENT TO enrgmt
                          CALL pgm-accfile USING accfile-param
                       END-IF
                    END-IF
                 END-IF

                 IF cr-ok
                    ADD 1 TO W-NB-REMP
                 END-IF
              END-IF
           END-IF
           .

       23330-ANNULE-REMPLACEMENTS.
      *    Les demandes encore ouvertes nees de cette absence sont
      *    annulees (l'absence est retiree ou sa periode corrigee)
           SET FIN-BROWSE-NON TO TRUE

           MOVE LOW-VALUE      TO E-REM-CLE
           MOVE E-REMPLACEMENT TO enrgmt
           MOVE 'FREMP'        TO file-name
           SET c-startbr       TO TRUE
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-REMPLACEMENT TO enrgmt
              MOVE 'FREMP'        TO file-name
              SET c-readnext      TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-REMPLACEMENT
                 IF E-REM-FORMATEUR = CODEFORI
                    AND E-REM-INDISPO-DEB = W-IND-DEB
                    AND REM-A-POURVOIR
                    PERFORM 23335-ANNULE-DEMANDE
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FREMP'        TO file-name
           SET c-endbr         TO TRUE
           MOVE E-REMPLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       23335-ANNULE-DEMANDE.
      *    Le parcours est interrompu le temps de la mise a jour
      *    puis repris apres la demande annulee
           MOVE 'FREMP'        TO file-name
           SET c-endbr         TO TRUE
           MOVE E-REMPLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param

           MOVE 'FREMP'        TO file-name
           SET c-read          TO TRUE
           MOVE E-REMPLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt         TO E-REMPLACEMENT
              SET REM-ANNULE      TO TRUE
              MOVE W-DATE-ECR     TO E-REM-DATE-MAJ
              MOVE EIBUSERID      TO E-REM-USERID
              MOVE 'FREMP'        TO file-name
              SET c-rewrite       TO TRUE
              MOVE E-REMPLACEMENT TO enrgmt
              CALL pgm-accfile USING accfile-param
           END-IF

           MOVE 'FREMP'        TO file-name
           SET c-startbr       TO TRUE
           MOVE E-REMPLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
      *       Repositionnement : la demande annulee est relue puis
      *       depassee
              MOVE 'FREMP'        TO file-name
              SET c-readnext      TO TRUE
              MOVE E-REMPLACEMENT TO enrgmt
              CALL pgm-accfile USING accfile-param
           ELSE
              SET FIN-BROWSE-OUI TO TRUE
           END-IF
           .

       23110-PROG-SUIVANT.
      *------------------*
           EXEC CICS XCTL  PROGRAM  (PROG-SUIVANT)
                           COMMAREA (WS-COMMAREA)
                           LENGTH   (LENGTH OF WS-COMMAREA)
           END-EXEC
           .

       23200-TRAIT-FIN.
      *---------------*
           MOVE 'Fin de transaction' TO TITRE-TXT
           MOVE 'FIN DE LA TRANSACTION' TO MESSAGE-TXT
           PERFORM   99000-FIN-CICS
           .

       23400-CHECK-CONFIRMATION.
           SET IS-LOCKED-TRUE TO TRUE

           IF confi = SPACE OR LOW-VALUE
      *       Prot / Highlight / askip / no mdt
              MOVE '8'    TO lconfa
      *       Unprot / Highlight / no mdt
              MOVE 'H'    TO  confa
              MOVE -1     TO confl

              MOVE '9'    TO CODEFORA DATEDEBA DATEFINA MOTIFA
                             COMMENTA

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CODE-IND-PREC
              MOVE 'Annulation' to messo
              move -1           to codeforl

              MOVE SPACE TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi NOT = 'O'
      *       Askip / Highlight / no mdt
              MOVE '8'    TO lconfa
      *       Unprot / Highlight / no mdt
              MOVE 'H'    TO confa
              MOVE -1     TO confl

      *       Askip / Highlight / mdt
              MOVE '9'    TO CODEFORA DATEDEBA DATEFINA MOTIFA
                             COMMENTA

              MOVE 'Mauvais choix' TO messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE SPACE TO confo
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO messo
           move -1 to CODEFORL
           PERFORM  22000-TRAIT-ENVOI
           .

       90100-TRAIT-AIDE.
      *-----------------*
           MOVE 'Motif C=Conge M=Maladie A=Autre mission X=Retrait'
             TO messo
           PERFORM  22000-TRAIT-ENVOI
           .

       91000-ERREUR-CICS.
      *-------------------*
           MOVE 'Erreur' TO TITRE-TXT
           MOVE 'ERREUR CICS !!!  FIN DE LA TRANSACTION' TO MESSAGE-TXT
           PERFORM   99000-FIN-CICS
           .

       99000-FIN-CICS.
      *--------------*
           MOVE TITRE-TXT   TO PANTITREO
           MOVE MESSAGE-TXT TO PANMESSO
           MOVE 'PF12=Fin' TO PANAIDEO

           EXEC CICS SEND MAP    ('MAPE')
                          MAPSET ('MAPEC11')
                          ERASE
           END-EXEC

           EXEC CICS RETURN END-EXEC
           .
