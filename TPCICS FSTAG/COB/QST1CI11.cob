      *======================================================*
      *   REFERENTIEL DU QUESTIONNAIRE DE SATISFACTION DE    *
      *   FIN DE SESSION (FQSAT11) : L'ECRAN LISTE LES       *
      *   QUESTIONS D'UNE VERSION (A BLANC : LA VERSION EN   *
      *   VIGUEUR, FPARM11 QSAT-VERSION). ACTION A + NUMERO  *
      *   + LIBELLE + ECHELLE (+ LIBELLES DES BORNES) AJOUTE *
      *   LA QUESTION (OU LA CORRIGE), ACTION X + NUMERO LA  *
      *   RETIRE. LES REPONSES (FRSAT11) SONT SAISIES SUR    *
      *   QST2CI11 OU CHARGEES PAR QST4CI11                  *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QST1CI11.

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
      *        VERSION DU QUESTIONNAIRE LISTEE
           05 VERSION-PREC         PIC 9(2).
           05 FILLER               PIC X(63).

       01 C-R                     PIC S9(8) COMP.
       01 I                       PIC S9(4) COMP.

       01 MON-PROG                PIC X(8) VALUE 'QST1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPF1C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VWCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPF1C11.

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

      * Structure d'une question du questionnaire (FQSAT11)
       COPY CQSAT.

      * Structure d'un parametre de gestion (FPARM11)
       COPY CPARM.

       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

       01 W-DATE-ECR                     PIC X(10).

      * --------- Version du questionnaire traitee
       01 W-VERSION                      PIC 9(2).
       01 W-VERSION-X REDEFINES W-VERSION PIC X(2).
       01 W-NUMQ                         PIC 9(2).
       01 W-NUMQ-X REDEFINES W-NUMQ      PIC X(2).
       01 W-ECHELLE                      PIC 9(2).
       01 W-ECHELLE-X REDEFINES W-ECHELLE PIC X(2).

      * --------- Zone de construction d'une ligne du referentiel
       01 W-LIGNE-QUESTION.
         05 W-LIG-NUMERO                 PIC 9(2).
         05 FILLER                       PIC X(2) VALUE SPACE.
         05 W-LIG-LIBELLE                PIC X(45).
         05 FILLER                       PIC X(2) VALUE SPACE.
         05 FILLER                       PIC X(2) VALUE '1-'.
         05 W-LIG-ECHELLE                PIC 9(2).
         05 FILLER                       PIC X(2) VALUE SPACE.
         05 W-LIG-MAJ                    PIC X(10).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-USERID                 PIC X(4).

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
      *  CHARGEMENT DE LA MAP AVANT AFFICHAGE : LA VERSION EN
      *  VIGUEUR EST LISTEE DES L'ENTREE
           MOVE LOW-VALUE TO MAPF1O
           PERFORM 23140-VERSION-EN-VIGUEUR
           MOVE W-VERSION TO VERSION-PREC
           PERFORM 23130-LISTE-QUESTIONS
           IF messo = SPACE OR LOW-VALUE
              MOVE 'Action A/X + numero (+libelle, echelle, bornes)'
                TO messo
           END-IF
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
            '/mapf1c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER

           move -1 to actionl

           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPF1')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPF1')
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
           EXEC CICS RECEIVE MAP  ('MAPF1')
                             MAPSET(MA-MAP)
                             RESP (C-R)
           END-EXEC

           INITIALIZE messo

           EVALUATE C-R
              WHEN DFHRESP(NORMAL)
                   CONTINUE
              WHEN DFHRESP(MAPFAIL)
                   CONTINUE
              WHEN OTHER
                   PERFORM 91000-ERREUR-CICS
           END-EVALUATE

      *    VERSION SAISIE : ELLE DEVIENT LA VERSION LISTEE ;
      *    A BLANC, RETOUR A LA VERSION EN VIGUEUR
           IF VERSIONI = SPACE OR LOW-VALUE
              PERFORM 23140-VERSION-EN-VIGUEUR
           ELSE
              MOVE VERSIONI TO W-VERSION-X
              IF W-VERSION-X(2:1) = SPACE OR LOW-VALUE
                 MOVE W-VERSION-X(1:1) TO W-VERSION-X(2:1)
                 MOVE '0'              TO W-VERSION-X(1:1)
              END-IF
              IF W-VERSION-X IS NOT NUMERIC OR W-VERSION = 0
                 MOVE VERSION-PREC TO W-VERSION
                 MOVE -1 to versionl
                 MOVE 'Version du questionnaire : 01 a 99' to messo
                 PERFORM 23130-LISTE-QUESTIONS
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF
           MOVE W-VERSION TO VERSION-PREC

      *    ACTION OU NUMERO SAISI : MISE A JOUR DU REFERENTIEL,
      *    SINON SIMPLE RAFRAICHISSEMENT DE LA LISTE
           IF (ACTIONI NOT = SPACE AND LOW-VALUE)
              OR (NUMQI NOT = SPACE AND LOW-VALUE)
              PERFORM 23500-TRAITE-QUESTION
           END-IF

           PERFORM 23130-LISTE-QUESTIONS
           PERFORM 22000-TRAIT-ENVOI
           .

      *--------------------------------------------------
      * --  AJOUT / CORRECTION / RETRAIT D'UNE QUESTION --
      *--------------------------------------------------
       23500-TRAITE-QUESTION.
      *----------------------*
           IF ACTIONI NOT = 'A' AND NOT = 'X'
              MOVE -1 to actionl
              MOVE 'Action invalide (A=Ajout/correction X=Retrait)'
                to messo
              PERFORM 23130-LISTE-QUESTIONS
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE NUMQI TO W-NUMQ-X
           IF W-NUMQ-X(2:1) = SPACE OR LOW-VALUE
              MOVE W-NUMQ-X(1:1) TO W-NUMQ-X(2:1)
              MOVE '0'           TO W-NUMQ-X(1:1)
           END-IF
           IF W-NUMQ-X IS NOT NUMERIC
              OR W-NUMQ < 1 OR W-NUMQ > 10
              MOVE -1 to numql
              MOVE 'Numero de question : 01 a 10' to messo
              PERFORM 23130-LISTE-QUESTIONS
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE W-VERSION    TO E-QST-VERSION
           MOVE W-NUMQ       TO E-QST-NUMERO

           IF ACTIONI = 'X'
              PERFORM 23510-RETIRE-QUESTION
           ELSE
              PERFORM 23520-POSE-QUESTION
           END-IF

           MOVE SPACE TO ACTIONO NUMQO LIBQO ECHELLEO BASSEO HAUTEO
           .

       23510-RETIRE-QUESTION.
      *----------------------*
      *    LES REPONSES DEJA RECUES GARDENT LEUR NOTE (FRSAT11) ;
      *    L'EDITION LES PRESENTE SOUS 'QUESTION RETIREE'
           MOVE 'FQSAT'        TO file-name
           SET c-delete        TO TRUE
           MOVE E-QUESTION-SAT TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
              WHEN cr-ok
                 MOVE 'Question retiree du questionnaire' to messo
              WHEN cr-not-found
                 MOVE 'Question inexistante dans cette version'
                   to messo
              WHEN OTHER
                 MOVE 'Echec du retrait de la question' to messo
           END-EVALUATE
           .

       23520-POSE-QUESTION.
      *----------------------*
           IF LIBQI = SPACE OR LOW-VALUE
              MOVE -1 to libql
              MOVE 'Saisissez l''intitule de la question' to messo
              PERFORM 23130-LISTE-QUESTIONS
              PERFORM 22000-TRAIT-ENVOI
           END-IF

      *    ECHELLE DE NOTATION : DE 1 A 2..10, DEFAUT 5
           IF ECHELLEI = SPACE OR LOW-VALUE
              MOVE 5 TO W-ECHELLE
           ELSE
              MOVE ECHELLEI TO W-ECHELLE-X
              IF W-ECHELLE-X(2:1) = SPACE OR LOW-VALUE
                 MOVE W-ECHELLE-X(1:1) TO W-ECHELLE-X(2:1)
                 MOVE '0'              TO W-ECHELLE-X(1:1)
              END-IF
              IF W-ECHELLE-X IS NOT NUMERIC
                 OR W-ECHELLE < 2 OR W-ECHELLE > 10
                 MOVE -1 to echellel
                 MOVE 'Echelle de notation : note maximale de 2 a 10'
                   to messo
                 PERFORM 23130-LISTE-QUESTIONS
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF

           IF BASSEI = LOW-VALUE
              MOVE SPACE TO BASSEI
           END-IF
           IF HAUTEI = LOW-VALUE
              MOVE SPACE TO HAUTEI
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(W-DATE-ECR)
                     DATESEP('/')
           END-EXEC

      *    QUESTION DEJA EN PLACE : CORRECTION
           MOVE 'FQSAT'        TO file-name
           SET c-read          TO TRUE
           MOVE E-QUESTION-SAT TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              MOVE enrgmt     TO E-QUESTION-SAT
              MOVE LIBQI      TO E-QST-LIBELLE
              MOVE W-ECHELLE  TO E-QST-ECHELLE
              MOVE BASSEI     TO E-QST-BORNE-BASSE
              MOVE HAUTEI     TO E-QST-BORNE-HAUTE
              MOVE W-DATE-ECR TO E-QST-DATE-MAJ
              MOVE EIBUSERID  TO E-QST-USERID
              MOVE 'FQSAT'        TO file-name
              SET c-rewrite       TO TRUE
              MOVE E-QUESTION-SAT TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE 'Question corrigee' to messo
              ELSE
                 MOVE 'Echec de la correction' to messo
              END-IF
           ELSE
              INITIALIZE E-QUESTION-SAT
              MOVE W-VERSION  TO E-QST-VERSION
              MOVE W-NUMQ     TO E-QST-NUMERO
              MOVE LIBQI      TO E-QST-LIBELLE
              MOVE W-ECHELLE  TO E-QST-ECHELLE
              MOVE BASSEI     TO E-QST-BORNE-BASSE
              MOVE HAUTEI     TO E-QST-BORNE-HAUTE
              MOVE W-DATE-ECR TO E-QST-DATE-MAJ
              MOVE EIBUSERID  TO E-QST-USERID
              MOVE 'FQSAT'        TO file-name
              SET c-write         TO TRUE
              MOVE E-QUESTION-SAT TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE 'Question ajoutee au questionnaire' to messo
              ELSE
                 MOVE 'Echec de l''ajout de la question' to messo
              END-IF
           END-IF
           .

      *--------------------------------------------------
      * --  VERSION EN VIGUEUR (FPARM11 QSAT-VERSION) ----
      *--------------------------------------------------
       23140-VERSION-EN-VIGUEUR.
      *----------------------*
           MOVE 1               TO W-VERSION
           MOVE 'QSAT-VERSION'  TO E-PAR-CLE
           MOVE 'FPARM'         TO file-name
           SET c-consult        TO TRUE
           MOVE E-PARAM         TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt TO E-PARAM
              IF E-PAR-VALEUR IS NUMERIC
                 AND E-PAR-VALEUR > 0 AND E-PAR-VALEUR < 100
                 MOVE E-PAR-VALEUR TO W-VERSION
              END-IF
           END-IF
           .

      *--------------------------------------------------
      * --  LISTE DES QUESTIONS DE LA VERSION ------------
      *--------------------------------------------------
       23130-LISTE-QUESTIONS.
      *----------------*
           MOVE VERSION-PREC TO VERSIONO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              MOVE SPACE TO LIGNEO(I)
           END-PERFORM
           SET FIN-BROWSE-NON TO TRUE

           MOVE VERSION-PREC   TO E-QST-VERSION
           MOVE 0              TO E-QST-NUMERO
           MOVE E-QUESTION-SAT TO enrgmt
           MOVE 'FQSAT'        TO file-name
           SET c-startbr       TO TRUE
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           MOVE 1 TO I
           PERFORM UNTIL I > 10 OR FIN-BROWSE-OUI
              MOVE E-QUESTION-SAT TO enrgmt
              MOVE 'FQSAT'        TO file-name
              SET c-readnext      TO TRUE
              CALL pgm-accfile USING accfile-param
              EVALUATE TRUE
                 WHEN cr-ok
                    MOVE enrgmt         TO E-QUESTION-SAT
                    IF E-QST-VERSION NOT = VERSION-PREC
                       SET FIN-BROWSE-OUI TO TRUE
                    ELSE
                       MOVE E-QST-NUMERO   TO W-LIG-NUMERO
                       MOVE E-QST-LIBELLE  TO W-LIG-LIBELLE
                       MOVE E-QST-ECHELLE  TO W-LIG-ECHELLE
                       MOVE E-QST-DATE-MAJ TO W-LIG-MAJ
                       MOVE E-QST-USERID   TO W-LIG-USERID
                       MOVE W-LIGNE-QUESTION TO LIGNEO(I)
                       ADD 1 TO I
                    END-IF
                 WHEN OTHER
                    SET FIN-BROWSE-OUI TO TRUE
              END-EVALUATE
           END-PERFORM

           MOVE 'FQSAT'        TO file-name
           SET c-endbr         TO TRUE
           MOVE E-QUESTION-SAT TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF I = 1 AND (messo = SPACE OR LOW-VALUE)
              MOVE 'Version sans question : ajoutez la question 01'
                to messo
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
           move -1 to ACTIONL
           PERFORM  22000-TRAIT-ENVOI
           .

       90100-TRAIT-AIDE.
      *-----------------*
           MOVE 'A+Num+Libelle+Echelle=Ajout X+Num=Retrait'
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
