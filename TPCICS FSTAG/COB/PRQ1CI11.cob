      *======================================================*
      *   PREREQUIS DES SESSIONS (FPREQ11) : LE CODE SESSION *
      *   SEUL LISTE LES PREREQUIS EN PLACE ; SESSION + TYPE *
      *   (C = CERTIFICATION OBTENUE, S = SESSION SUIVIE     *
      *   JUSQU'AU BOUT) + SESSION EXIGEE AJOUTE LE          *
      *   PREREQUIS, TYPE X LE RETIRE. UN PREREQUIS EST      *
      *   SATISFAIT PAR LA SESSION EXIGEE OU UNE SESSION DE  *
      *   MEME INTITULE ; LE RATTACHEMENT D'UN STAGIAIRE QUI *
      *   NE LE REMPLIT PAS EST BLOQUE (INF1CI11, INF3CI11,  *
      *   CHA1CI11, MAJ1CI11), SAUF DEROGATION SUPERVISION   *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRQ1CI11.

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

       01 MON-PROG                PIC X(8) VALUE 'PRQ1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPC9C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VACB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPC9C11.

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

      * Structure d'un prerequis de session (FPREQ11)
       COPY CPREQ.

       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

       01 W-DATE-ECR                     PIC X(10).
       01 W-NB-RETIRES                   PIC 9.

      * --------- Zone de construction d'une ligne de prerequis
       01 W-LIGNE-PREREQUIS.
         05 W-LIG-TYPE                   PIC X(20).
         05 W-LIG-REQUIS                 PIC X(6).
         05 FILLER                       PIC X(2) VALUE SPACE.
         05 W-LIG-TITRE                  PIC X(30).
         05 FILLER                       PIC X(2) VALUE SPACE.
         05 W-LIG-DATES                  PIC X(19).

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
           MOVE LOW-VALUE TO MAPC9O
           MOVE 'Saisissez un code session (+type C/S/X+session exigee)'
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
            '/mapc9c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER

           move -1 to codesesl

           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPC9')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPC9')
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
           EXEC CICS RECEIVE MAP  ('MAPC9')
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

      *    TYPE + SESSION EXIGEE SAISIS : MISE A JOUR DU PREREQUIS
           IF (TYPEI NOT = SPACE AND LOW-VALUE)
              OR (REQUISI NOT = SPACE AND LOW-VALUE)
              PERFORM 23500-TRAITE-PREREQUIS
           END-IF

           PERFORM 23130-LISTE-PREREQUIS
           PERFORM 22000-TRAIT-ENVOI
           .

      *--------------------------------------------------
      * --  AJOUT / RETRAIT D'UN PREREQUIS ---------------
      *--------------------------------------------------
       23500-TRAITE-PREREQUIS.
      *----------------------*
           IF TYPEI NOT = 'C' AND NOT = 'S' AND NOT = 'X'
              MOVE -1 to typel
              MOVE 'Type invalide (C=Certification S=Session X=Retrait)'
                to messo
              PERFORM 23130-LISTE-PREREQUIS
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF REQUISI = SPACE OR LOW-VALUE
              MOVE -1 to requisl
              MOVE 'Saisissez la session exigee' to messo
              PERFORM 23130-LISTE-PREREQUIS
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF REQUISI = CODESESI
              MOVE -1 to requisl
              MOVE 'Une session ne peut etre son propre prerequis'
                to messo
              PERFORM 23130-LISTE-PREREQUIS
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF TYPEI = 'X'
              PERFORM 23510-RETIRE-PREREQUIS
           ELSE
              PERFORM 23520-POSE-PREREQUIS
           END-IF

           MOVE SPACE TO TYPEO REQUISO
           .

       23510-RETIRE-PREREQUIS.
      *----------------------*
      *    LE RETRAIT VAUT POUR LES DEUX TYPES DE PREREQUIS
      *    PORTANT SUR LA SESSION EXIGEE
           MOVE 0 TO W-NB-RETIRES

           MOVE CODESESI    TO E-PRQ-SESSION
           MOVE 'C'         TO E-PRQ-TYPE
           MOVE REQUISI     TO E-PRQ-REQUIS
           MOVE 'FPREQ'     TO file-name
           SET c-delete     TO TRUE
           MOVE E-PREREQUIS TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              ADD 1 TO W-NB-RETIRES
           END-IF

           MOVE CODESESI    TO E-PRQ-SESSION
           MOVE 'S'         TO E-PRQ-TYPE
           MOVE REQUISI     TO E-PRQ-REQUIS
           MOVE 'FPREQ'     TO file-name
           SET c-delete     TO TRUE
           MOVE E-PREREQUIS TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              ADD 1 TO W-NB-RETIRES
           END-IF

           IF W-NB-RETIRES = 0
              MOVE 'Prerequis inexistant' to messo
           ELSE
              MOVE 'Prerequis retire' to messo
           END-IF
           .

       23520-POSE-PREREQUIS.
      *----------------------*
      *    LA SESSION EXIGEE DOIT EXISTER AU CATALOGUE : SON
      *    INTITULE SERT A RECONNAITRE SES RECONDUCTIONS
           MOVE REQUISI   TO E-SES-CODE
           MOVE 'FSESS'   TO file-name
           SET c-consult  TO TRUE
           MOVE E-SESSION TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE -1 to requisl
              MOVE 'Session exigee inconnue au catalogue' to messo
              PERFORM 23130-LISTE-PREREQUIS
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

           MOVE CODESESI   TO E-PRQ-SESSION
           MOVE TYPEI      TO E-PRQ-TYPE
           MOVE REQUISI    TO E-PRQ-REQUIS
           MOVE W-DATE-ECR TO E-PRQ-DATE-MAJ
           MOVE EIBUSERID  TO E-PRQ-USERID

           MOVE 'FPREQ'     TO file-name
           SET c-write      TO TRUE
           MOVE E-PREREQUIS TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
              WHEN cr-ok
                 MOVE 'Prerequis ajoute a la session' to messo
              WHEN cr-duplicate
                 MOVE 'Prerequis deja en place' to messo
              WHEN OTHER
                 MOVE 'Echec de l''ajout du prerequis' to messo
           END-EVALUATE
           .

      *--------------------------------------------------
      * --  LISTE DES PREREQUIS DE LA SESSION ------------
      *--------------------------------------------------
       23130-LISTE-PREREQUIS.
      *----------------*
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              MOVE SPACE TO LIGNEO(I)
           END-PERFORM
           SET FIN-BROWSE-NON TO TRUE

           MOVE SESSION-COURANTE TO E-PRQ-SESSION
           MOVE LOW-VALUE        TO E-PRQ-TYPE E-PRQ-REQUIS
           MOVE E-PREREQUIS TO enrgmt
           MOVE 'FPREQ'     TO file-name
           SET c-startbr    TO TRUE
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           MOVE 1 TO I
           PERFORM UNTIL I > 10 OR FIN-BROWSE-OUI
              MOVE E-PREREQUIS TO enrgmt
              MOVE 'FPREQ'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param
              EVALUATE TRUE
                 WHEN cr-ok
                    MOVE enrgmt TO E-PREREQUIS
                    IF E-PRQ-SESSION NOT = SESSION-COURANTE
                       SET FIN-BROWSE-OUI TO TRUE
                    ELSE
                       PERFORM 23150-FORMATE-PREREQUIS
                       MOVE W-LIGNE-PREREQUIS TO LIGNEO(I)
                       ADD 1 TO I
                    END-IF
                 WHEN OTHER
                    SET FIN-BROWSE-OUI TO TRUE
              END-EVALUATE
           END-PERFORM

           MOVE 'FPREQ'     TO file-name
           SET c-endbr      TO TRUE
           MOVE E-PREREQUIS TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF I = 1 AND (messo = SPACE OR LOW-VALUE)
              MOVE 'Aucun prerequis pour cette session' to messo
           END-IF
           .

       23150-FORMATE-PREREQUIS.
      *-------------------------*
           IF PRQ-CERTIFICATION
              MOVE 'CERTIFICATION'      TO W-LIG-TYPE
           ELSE
              MOVE 'SESSION SUIVIE'     TO W-LIG-TYPE
           END-IF
           MOVE E-PRQ-REQUIS TO W-LIG-REQUIS

           MOVE E-PRQ-REQUIS TO E-SES-CODE
           MOVE 'FSESS'      TO file-name
           SET c-consult     TO TRUE
           MOVE E-SESSION    TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              MOVE enrgmt      TO E-SESSION
              MOVE E-SES-TITRE TO W-LIG-TITRE
              MOVE SPACE       TO W-LIG-DATES
              STRING E-SES-DATE-DEB(1:2) '/' E-SES-DATE-DEB(3:2) '/'
                     E-SES-DATE-DEB(5:4) ' - '
                     E-SES-DATE-FIN(1:2) '/' E-SES-DATE-FIN(3:2)
                     DELIMITED BY SIZE INTO W-LIG-DATES
              END-STRING
           ELSE
              MOVE '(SESSION SUPPRIMEE)' TO W-LIG-TITRE
              MOVE SPACE                 TO W-LIG-DATES
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
           MOVE 'Session=Liste Session+C/S+Exigee=Ajoute X=Retire'
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
