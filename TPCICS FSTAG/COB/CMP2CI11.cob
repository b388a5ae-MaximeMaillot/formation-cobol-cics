      *======================================================*
      *   EVALUATION DES COMPETENCES (FEVAL11) PAR LES       *
      *   FORMATEURS : NUMERO DE STAGIAIRE + CODE SESSION    *
      *   AFFICHENT LES COMPETENCES DU REFERENTIEL DE LA     *
      *   SESSION (FCOMP11, CMP1CI11) AVEC LE NIVEAU DEJA    *
      *   ATTEINT ; LE FORMATEUR SAISIT SON CODE (AFFECTE A  *
      *   LA SESSION DANS FAFFE11), LA DATE D'EVALUATION ET  *
      *   LES NIVEAUX (1=NOTIONS 2=APPLICATION 3=MAITRISE    *
      *   4=EXPERTISE). LE PASSEPORT DE COMPETENCES S'EDITE  *
      *   AVEC L'ATTESTATION DE FIN DE PLACEMENT ATT1CI11    *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMP2CI11.

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
           05 CLE-PREC.
             10 NUM-STAGI-PREC    PIC 9(6).
             10 SES-PREC          PIC X(6).
      *        COMPETENCES AFFICHEES (ORDRE DES LIGNES DE LA MAP)
           05 NB-CMP              PIC 9(2).
           05 CMP-CODE            PIC X(4) OCCURS 10.
           05 FILLER              PIC X(11).

       01 C-R                     PIC S9(8) COMP.
       01 I                       PIC S9(4) COMP.

       01 MON-PROG                PIC X(8) VALUE 'CMP2CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPD2C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VDCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPD2C11.

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

      * Structure d'un stagiaire
       COPY CSTAG.

      * Structure d'une session de formation (FSESS11)
       COPY CSESS.

      * Structure d'un placement (FPLAC11)
       COPY CPLAC.

      * Structure d'un formateur (FFORM11)
       COPY CFORM.

      * Structure d'une affectation formateur (FAFFE11)
       COPY CAFFE.

      * Structure d'une competence du referentiel (FCOMP11)
       COPY CCOMP.

      * Structure d'une evaluation de competence (FEVAL11)
       COPY CEVAL.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.
       01 W-SESSION-SUIVIE               PIC 9.
         88 SESSION-SUIVIE-OUI      VALUE 1.
         88 SESSION-SUIVIE-NON      VALUE 0.

       01 W-NB-ECRITES                   PIC 9(2).
       01 W-NB-ECRITES-EDIT              PIC Z9.
       01 W-DATE-ECR                     PIC X(10).

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-validdat                 PIC X(8) value 'VALIDDAT'.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.

      * --------- Paramètre pour sous-programme VALIDDAT
       01 validdat-param.
         02 date-to-validate             PIC X(8).
         02 CR-VALIDDAT                  PIC 9 value 0.
          88 cr-validdat-false                 value 0.
          88 cr-validdat-ok                    value 1.
         02 AN-MIN-VALIDDAT              PIC 9(4) value 0.
         02 AN-MAX-VALIDDAT              PIC 9(4) value 0.

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
           MOVE LOW-VALUE TO MAPD2O
           MOVE 0     TO NUM-STAGI-PREC NB-CMP
           MOVE SPACE TO SES-PREC
           MOVE 'Saisissez numero de stagiaire et code session'
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
            '/mapd2c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPD2')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPD2')
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
                   MOVE 0     TO NUM-STAGI-PREC NB-CMP
                   MOVE SPACE TO SES-PREC

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
           EXEC CICS RECEIVE MAP   ('MAPD2')
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

           if (NUM-STAGI-PREC NOT = NUMSTAGI)
              OR (SES-PREC NOT = CODESESI)
              perform GET-STAGIAIRE-COMPETENCES
           END-IF

           perform 23250-CHECK-DATA

           perform 23300-ECRIT-EVALUATIONS
           .

       CHECK-CLE.
      *    Check le numero stagiaire et le code session
           IF NUMSTAGI = SPACE OR LOW-VALUE
             MOVE -1 to numstagl
             MOVE 'Veuillez saisir un numero' to messo
             MOVE 0 to NUM-STAGI-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           IF NUMSTAGI IS NOT NUMERIC OR
            NUMSTAGI < 1000 OR NUMSTAGI > 999999
             MOVE -1 to numstagl
             MOVE 'Numero invalide' to messo
             MOVE 0 to NUM-STAGI-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           IF CODESESI = SPACE OR LOW-VALUE
             MOVE -1 to codesesl
             MOVE 'Veuillez saisir un code session' to messo
             MOVE SPACE to SES-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           .

       GET-STAGIAIRE-COMPETENCES.
      *    Le stagiaire doit avoir suivi la session ; les
      *    competences du referentiel sont affichees avec le
      *    niveau deja atteint
           MOVE 0     TO NUM-STAGI-PREC NB-CMP
           MOVE SPACE TO SES-PREC
           MOVE NUMSTAGI TO E-NUMERO

           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-STAGIAIRE

           IF NOT cr-ok
              MOVE LOW-VALUE TO MAPD2O
              MOVE 'Pas de stagiaire trouve' to messo
              MOVE -1 to numstagl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE SPACE TO NOMPRENO
           STRING E-NOM DELIMITED BY '  '
                  ' '   DELIMITED BY SIZE
                  E-PRENOM DELIMITED BY '  '
                  INTO NOMPRENO
           END-STRING

           MOVE CODESESI  TO E-SES-CODE
           MOVE 'FSESS'   TO file-name
           SET c-consult  TO TRUE
           MOVE E-SESSION TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE -1 to codesesl
              MOVE SPACE TO TITREO
              MOVE 'Session inconnue au catalogue' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE enrgmt      TO E-SESSION
           MOVE E-SES-TITRE TO TITREO

           PERFORM 23260-CONTROLE-SESSION-SUIVIE
           IF SESSION-SUIVIE-NON
              MOVE -1 to codesesl
              MOVE 'Le stagiaire n''a pas suivi cette session' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           PERFORM 23270-CHARGE-COMPETENCES

           IF NB-CMP = 0
              MOVE -1 to codesesl
              MOVE 'Aucune competence au referentiel de la session'
                to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE NUMSTAGI TO NUM-STAGI-PREC
           MOVE CODESESI TO SES-PREC

           MOVE -1 to evaluatl
           MOVE 'Saisissez evaluateur, date et niveaux (1 a 4)'
             to messo
           PERFORM 22000-TRAIT-ENVOI
           .

       23260-CONTROLE-SESSION-SUIVIE.
      *    Session actuelle du dossier ou session d'un placement
           SET SESSION-SUIVIE-NON TO TRUE
           IF E-CODE-SESSION = CODESESI
              SET SESSION-SUIVIE-OUI TO TRUE
           ELSE
              SET FIN-BROWSE-NON TO TRUE
              MOVE NUMSTAGI    TO E-PLA-NUMERO
              MOVE 0           TO E-PLA-SEQ
              MOVE 'FPLAC'     TO file-name
              SET c-startbr    TO TRUE
              MOVE E-PLACEMENT TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
              PERFORM UNTIL FIN-BROWSE-OUI
                 MOVE E-PLACEMENT TO enrgmt
                 MOVE 'FPLAC'     TO file-name
                 SET c-readnext   TO TRUE
                 CALL pgm-accfile USING accfile-param
                 IF cr-ok
                    MOVE enrgmt TO E-PLACEMENT
                    IF E-PLA-NUMERO NOT = NUMSTAGI
                       SET FIN-BROWSE-OUI TO TRUE
                    ELSE
                       IF E-PLA-CODE-SESSION = CODESESI
                          SET SESSION-SUIVIE-OUI TO TRUE
                          SET FIN-BROWSE-OUI TO TRUE
                       END-IF
                    END-IF
                 ELSE
                    SET FIN-BROWSE-OUI TO TRUE
                 END-IF
              END-PERFORM
              MOVE 'FPLAC'     TO file-name
              SET c-endbr      TO TRUE
              MOVE E-PLACEMENT TO enrgmt
              CALL pgm-accfile USING accfile-param
           END-IF
           .

       23270-CHARGE-COMPETENCES.
      *    Referentiel de la session (10 competences au plus) et
      *    niveau deja atteint par le stagiaire
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              MOVE SPACE TO CCOMPO(I) LCOMPO(I) NIVEAUO(I)
              MOVE SPACE TO CMP-CODE(I)
           END-PERFORM
           SET FIN-BROWSE-NON TO TRUE

           MOVE CODESESI     TO E-CMP-SESSION
           MOVE LOW-VALUE    TO E-CMP-CODE
           MOVE 'FCOMP'      TO file-name
           SET c-startbr     TO TRUE
           MOVE E-COMPETENCE TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI OR NB-CMP = 10
              MOVE E-COMPETENCE TO enrgmt
              MOVE 'FCOMP'      TO file-name
              SET c-readnext    TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-COMPETENCE
                 IF E-CMP-SESSION NOT = CODESESI
                    SET FIN-BROWSE-OUI TO TRUE
                 ELSE
                    ADD 1 TO NB-CMP
                    MOVE E-CMP-CODE    TO CMP-CODE(NB-CMP)
                    MOVE E-CMP-CODE    TO CCOMPO(NB-CMP)
                    MOVE E-CMP-LIBELLE TO LCOMPO(NB-CMP)
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FCOMP'      TO file-name
           SET c-endbr       TO TRUE
           MOVE E-COMPETENCE TO enrgmt
           CALL pgm-accfile USING accfile-param

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-CMP
              MOVE NUMSTAGI    TO E-EVA-NUMERO
              MOVE CODESESI    TO E-EVA-SESSION
              MOVE CMP-CODE(I) TO E-EVA-COMPETENCE
              MOVE 'FEVAL'      TO file-name
              SET c-consult     TO TRUE
              MOVE E-EVALUATION TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt       TO E-EVALUATION
                 MOVE E-EVA-NIVEAU TO NIVEAUO(I)
              END-IF
           END-PERFORM
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    L'evaluateur est un formateur affecte a la session
           IF EVALUATI = SPACE OR LOW-VALUE
              MOVE -1 to evaluatl
              MOVE 'Saisissez votre code formateur' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           MOVE EVALUATI    TO E-FOR-CODE
           MOVE 'FFORM'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-FORMATEUR TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              MOVE -1 to evaluatl
              MOVE SPACE TO NOMEVALO
              MOVE 'Formateur inconnu au referentiel' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           MOVE enrgmt TO E-FORMATEUR
           MOVE SPACE  TO NOMEVALO
           STRING E-FOR-NOM DELIMITED BY '  '
                  ' '       DELIMITED BY SIZE
                  E-FOR-PRENOM DELIMITED BY '  '
                  INTO NOMEVALO
           END-STRING

           MOVE CODESESI      TO E-AFF-SESSION
           MOVE EVALUATI      TO E-AFF-FORMATEUR
           MOVE 'FAFFE'       TO file-name
           SET c-consult      TO TRUE
           MOVE E-AFFECTATION TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              MOVE -1 to evaluatl
              MOVE 'Formateur non affecte a cette session' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      * ---------- Appel sous programme VALIDDAT
           MOVE DATEEVAI to date-to-validate
           MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
           CALL pgm-validdat using validdat-param

           IF cr-validdat-false
              MOVE -1 to dateeval
              MOVE 'Date d''evaluation non valide (JJMMAAAA)' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Niveaux : 1 a 4, a blanc = inchange
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-CMP
              IF NIVEAUI(I) NOT = SPACE AND NOT = LOW-VALUE
                 AND (NIVEAUI(I) < '1' OR NIVEAUI(I) > '4')
                 MOVE -1 to niveaul(I)
                 MOVE 'Niveau invalide : 1, 2, 3 ou 4 (PF1=Aide)'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-PERFORM
           .

       23300-ECRIT-EVALUATIONS.
      *    Ecrit les niveaux saisis (creation ou reevaluation)
           MOVE 0 TO W-NB-ECRITES

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(W-DATE-ECR)
                     DATESEP('/')
           END-EXEC

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > NB-CMP
              IF NIVEAUI(I) >= '1' AND NIVEAUI(I) <= '4'
                 PERFORM 23310-ECRIT-EVALUATION
              END-IF
           END-PERFORM

           IF W-NB-ECRITES = 0
              MOVE 'Aucun niveau saisi' to messo
           ELSE
              MOVE W-NB-ECRITES TO W-NB-ECRITES-EDIT
              MOVE SPACE TO messo
              STRING W-NB-ECRITES-EDIT ' evaluation(s) enregistree(s)'
                     DELIMITED BY SIZE INTO messo
              END-STRING
           END-IF

           PERFORM 23270-CHARGE-COMPETENCES
           MOVE -1 to numstagl
           PERFORM 22000-TRAIT-ENVOI
           .

       23310-ECRIT-EVALUATION.
      *---------------------*
           MOVE NUMSTAGI    TO E-EVA-NUMERO
           MOVE CODESESI    TO E-EVA-SESSION
           MOVE CMP-CODE(I) TO E-EVA-COMPETENCE
           MOVE 'FEVAL'      TO file-name
           SET c-read        TO TRUE
           MOVE E-EVALUATION TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              MOVE enrgmt     TO E-EVALUATION
              SET c-rewrite   TO TRUE
           ELSE
              MOVE SPACE       TO E-EVALUATION
              MOVE NUMSTAGI    TO E-EVA-NUMERO
              MOVE CODESESI    TO E-EVA-SESSION
              MOVE CMP-CODE(I) TO E-EVA-COMPETENCE
              SET c-write      TO TRUE
           END-IF

           MOVE NIVEAUI(I)  TO E-EVA-NIVEAU
           MOVE EVALUATI    TO E-EVA-EVALUATEUR
           MOVE DATEEVAI    TO E-EVA-DATE
           MOVE W-DATE-ECR  TO E-EVA-DATE-MAJ
           MOVE EIBUSERID   TO E-EVA-USERID

           MOVE 'FEVAL'      TO file-name
           MOVE E-EVALUATION TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              ADD 1 TO W-NB-ECRITES
              PERFORM 23320-AUDIT-EVALUATION
           ELSE
              MOVE -1 to niveaul(I)
              MOVE 'Echec de l''ecriture de l''evaluation' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       23320-AUDIT-EVALUATION.
      *    Trace d'audit de la mise a jour (TDQ INFO)
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
           MOVE 'FEVAL11 '      TO RESSOURCE-TD
           IF c-rewrite
              MOVE 'M'          TO FONCTION-TD
           ELSE
              MOVE 'C'          TO FONCTION-TD
           END-IF
           MOVE NUMSTAGI        TO NUM-STAG-TD

           EXEC CICS WRITEQ TD
                     QUEUE('INFO')
                     FROM(E-TD)
                     LENGTH(LENGTH OF E-TD)
                     RESP(C-R)
           END-EXEC
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

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO messo
           move -1 to NUMSTAGL
           PERFORM  22000-TRAIT-ENVOI
           .

       90100-TRAIT-AIDE.
      *-----------------*
           MOVE 'Niveaux : 1=Notions 2=Application 3=Maitrise 4=Expert'
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
