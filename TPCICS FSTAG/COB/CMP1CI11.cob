      *======================================================*
      *   REFERENTIEL DES COMPETENCES PAR SESSION (FCOMP11) :*
      *   LE CODE SESSION SEUL LISTE LES COMPETENCES EN      *
      *   PLACE ; ACTION A + CODE + LIBELLE AJOUTE LA        *
      *   COMPETENCE (OU CORRIGE SON LIBELLE), ACTION X +    *
      *   CODE LA RETIRE. LES FORMATEURS EVALUENT LES        *
      *   STAGIAIRES SUR CES COMPETENCES PAR CMP2CI11        *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMP1CI11.

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
           05 SESSION-COURANTE     PIC X(6).
           05 FILLER               PIC X(59).

       01 C-R                     PIC S9(8) COMP.
       01 I                       PIC S9(4) COMP.

       01 MON-PROG                PIC X(8) VALUE 'CMP1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPD1C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VCCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPD1C11.

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

      * Structure d'une session de formation (FSESS11)
       COPY CSESS.

      * Structure d'une competence du referentiel (FCOMP11)
       COPY CCOMP.

       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

       01 W-DATE-ECR                     PIC X(10).

      * --------- Zone de construction d'une ligne de competence
       01 W-LIGNE-COMPETENCE.
         05 W-LIG-CODE                   PIC X(4).
         05 FILLER                       PIC X(2) VALUE SPACE.
         05 W-LIG-LIBELLE                PIC X(40).
         05 FILLER                       PIC X(2) VALUE SPACE.
         05 W-LIG-MAJ                    PIC X(10).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-USERID                 PIC X(8).

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.

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
           MOVE LOW-VALUE TO MAPD1O
           MOVE 'Saisissez un code session (+action A/X+competence)'
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
            '/mapd1c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER

           move -1 to codesesl

           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPD1')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPD1')
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
              WHEN DFHPF3
                   MOVE PROG-COURANT TO LAST-PROG
                   MOVE 'INF0CI11' TO PROG-SUIVANT
                   perform 23110-PROG-SUIVANT
              WHEN DFHPF1
                   PERFORM  90100-TRAIT-AIDE
              WHEN DFHPF12
                   PERFORM  23200-TRAIT-FIN
              WHEN DFHCLEAR
                   PERFORM  23200-TRAIT-FIN
              WHEN OTHER
                   PERFORM  90000-ERR-TOUCHE
           END-EVALUATE
           .

       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP  ('MAPD1')
                             MAPSET(MA-MAP)
                             RESP (C-R)
           END-EXEC

           EVALUATE C-R
              WHEN DFHRESP(NORMAL)
                   CONTINUE
              WHEN DFHRESP(MAPFAIL)
                   CONTINUE
              WHEN OTHER
                   PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           IF CODESESI = SPACE OR LOW-VALUE
              MOVE -1 to codesesl
              MOVE 'Saisissez un code session' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

      *    LA SESSION DOIT EXISTER AU CATALOGUE
           MOVE CODESESI  TO E-SES-CODE
           MOVE 'FSESS'   TO file-name
           SET c-consult  TO TRUE
           MOVE E-SESSION TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE -1 to codesesl
              MOVE SPACE TO titreo
              MOVE 'Session inconnue au catalogue' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE enrgmt      TO E-SESSION
           MOVE E-SES-TITRE TO titreo
           MOVE CODESESI    TO SESSION-COURANTE

      *    ACTION + COMPETENCE SAISIES : MISE A JOUR DU REFERENTIEL
           IF (ACTIONI NOT = SPACE AND LOW-VALUE)
              OR (CODECMPI NOT = SPACE AND LOW-VALUE)
              PERFORM 23500-TRAITE-COMPETENCE
           END-IF

           PERFORM 23130-LISTE-COMPETENCES
           PERFORM 22000-TRAIT-ENVOI
           .

      *--------------------------------------------------
      * --  AJOUT / CORRECTION / RETRAIT D'UNE COMPETENCE
      *--------------------------------------------------
       23500-TRAITE-COMPETENCE.
      *----------------------*
           IF ACTIONI NOT = 'A' AND NOT = 'X'
              MOVE -1 to actionl
              MOVE 'Action invalide (A=Ajout/correction X=Retrait)'
                to messo
              PERFORM 23130-LISTE-COMPETENCES
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF CODECMPI = SPACE OR LOW-VALUE
              MOVE -1 to codecmpl
              MOVE 'Saisissez le code competence' to messo
              PERFORM 23130-LISTE-COMPETENCES
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE CODESESI     TO E-CMP-SESSION
           MOVE CODECMPI     TO E-CMP-CODE

           IF ACTIONI = 'X'
              PERFORM 23510-RETIRE-COMPETENCE
           ELSE
              PERFORM 23520-POSE-COMPETENCE
           END-IF

           MOVE SPACE TO ACTIONO CODECMPO LIBCMPO
           .

       23510-RETIRE-COMPETENCE.
      *----------------------*
      *    LES EVALUATIONS DEJA SAISIES RESTENT AU DOSSIER DU
      *    STAGIAIRE (FEVAL11)
           MOVE 'FCOMP'      TO file-name
           SET c-delete      TO TRUE
           MOVE E-COMPETENCE TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
              WHEN cr-ok
                 MOVE 'Competence retiree du referentiel' to messo
              WHEN cr-not-found
                 MOVE 'Competence inexistante' to messo
              WHEN OTHER
                 MOVE 'Echec du retrait de la competence' to messo
           END-EVALUATE
           .

       23520-POSE-COMPETENCE.
      *----------------------*
           IF LIBCMPI = SPACE OR LOW-VALUE
              MOVE -1 to libcmpl
              MOVE 'Saisissez le libelle de la competence' to messo
              PERFORM 23130-LISTE-COMPETENCES
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(W-DATE-ECR)
                     DATESEP('/')
           END-EXEC

      *    COMPETENCE DEJA EN PLACE : CORRECTION DU LIBELLE
           MOVE 'FCOMP'      TO file-name
           SET c-read        TO TRUE
           MOVE E-COMPETENCE TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              MOVE enrgmt     TO E-COMPETENCE
              MOVE LIBCMPI    TO E-CMP-LIBELLE
              MOVE W-DATE-ECR TO E-CMP-DATE-MAJ
              MOVE EIBUSERID  TO E-CMP-USERID
              MOVE 'FCOMP'      TO file-name
              SET c-rewrite     TO TRUE
              MOVE E-COMPETENCE TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE 'Libelle de la competence corrige' to messo
              ELSE
                 MOVE 'Echec de la correction' to messo
              END-IF
           ELSE
              MOVE CODESESI   TO E-CMP-SESSION
              MOVE CODECMPI   TO E-CMP-CODE
              MOVE LIBCMPI    TO E-CMP-LIBELLE
              MOVE W-DATE-ECR TO E-CMP-DATE-MAJ
              MOVE EIBUSERID  TO E-CMP-USERID
              MOVE 'FCOMP'      TO file-name
              SET c-write       TO TRUE
              MOVE E-COMPETENCE TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE 'Competence ajoutee a la session' to messo
              ELSE
                 MOVE 'Echec de l''ajout de la competence' to messo
              END-IF
           END-IF
           .

      *--------------------------------------------------
      * --  LISTE DES COMPETENCES DE LA SESSION ----------
      *--------------------------------------------------
       23130-LISTE-COMPETENCES.
      *----------------*
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              MOVE SPACE TO LIGNEO(I)
           END-PERFORM
           SET FIN-BROWSE-NON TO TRUE

           MOVE SESSION-COURANTE TO E-CMP-SESSION
           MOVE LOW-VALUE        TO E-CMP-CODE
           MOVE E-COMPETENCE TO enrgmt
           MOVE 'FCOMP'      TO file-name
           SET c-startbr     TO TRUE
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           MOVE 1 TO I
           PERFORM UNTIL I > 10 OR FIN-BROWSE-OUI
              MOVE E-COMPETENCE TO enrgmt
              MOVE 'FCOMP'      TO file-name
              SET c-readnext    TO TRUE
              CALL pgm-accfile USING accfile-param
              EVALUATE TRUE
                 WHEN cr-ok
                    MOVE enrgmt TO E-COMPETENCE
                    IF E-CMP-SESSION NOT = SESSION-COURANTE
                       SET FIN-BROWSE-OUI TO TRUE
                    ELSE
                       MOVE E-CMP-CODE     TO W-LIG-CODE
                       MOVE E-CMP-LIBELLE  TO W-LIG-LIBELLE
                       MOVE E-CMP-DATE-MAJ TO W-LIG-MAJ
                       MOVE E-CMP-USERID   TO W-LIG-USERID
                       MOVE W-LIGNE-COMPETENCE TO LIGNEO(I)
                       ADD 1 TO I
                    END-IF
                 WHEN OTHER
                    SET FIN-BROWSE-OUI TO TRUE
              END-EVALUATE
           END-PERFORM

           MOVE 'FCOMP'      TO file-name
           SET c-endbr       TO TRUE
           MOVE E-COMPETENCE TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF I = 1 AND (messo = SPACE OR LOW-VALUE)
              MOVE 'Aucune competence pour cette session' to messo
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

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO messo
           move -1 to CODESESL
           PERFORM  22000-TRAIT-ENVOI
           .

       90100-TRAIT-AIDE.
      *-----------------*
           MOVE 'Session=Liste A+Code+Libelle=Ajout X+Code=Retrait'
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
