      *======================================================*
      *   DEPOT DES CAMPAGNES DE COURRIER PONCTUELLES        *
      *   (FCAMP11) : LE GESTIONNAIRE SAISIT LA POPULATION   *
      *   VISEE (CRITERES DU GUICHET DES EXTRACTIONS PLUS    *
      *   SESSION ET SITE), LE MODELE FLETT11 ET LE CANAL    *
      *   (C=LETTRE, E=COURRIEL, S=SMS) ; LE BATCH CAM2CI11  *
      *   SERT LES CAMPAGNES EN ATTENTE. LES DERNIERES       *
      *   CAMPAGNES, LEUR ETAT ET LEUR BILAN (CIBLES /       *
      *   ATTEINTS / EXCLUS) S'AFFICHENT SOUS LA SAISIE      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAM1CI11.

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
           05 FILLER              PIC X(65).

       01 C-R                     PIC S9(8) COMP.
       01 I                       PIC S9(4) COMP.

       01 MON-PROG                PIC X(8) VALUE 'CAM1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPF6C11'.
       01 MA-TRX                  PIC X(4) VALUE 'WBCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPF6C11.

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

      * Liste des jours de la semaine
       01 weekday-list.
         COPY WEEKDAY.
       01 FILLER REDEFINES weekday-list.
         05 weekday-name                 PIC X(10) occurs 7.

      * Structure d'une campagne (FCAMP11)
       COPY CCAMP.

      * Modele de lettre (FLETT11), session (FSESS11), site (FSITE11)
       COPY CLETT.
       COPY CSESS.
       COPY CSITE.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.

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

      * --------- Zone de construction d'une ligne de campagne
       01 W-LIGNE-CAMPAGNE.
         05 W-LIG-RANG                   PIC 9(5).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-ETAT                   PIC X(7).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-CANAL                  PIC X(1).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-MODELE                 PIC X(8).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-USERID                 PIC X(8).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-DATE                   PIC X(10).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-BILAN.
           10 W-LIG-CIBLES               PIC ZZZZ9.
           10 FILLER                     PIC X(1) VALUE '/'.
           10 W-LIG-ATTEINTS             PIC ZZZZ9.
           10 FILLER                     PIC X(1) VALUE '/'.
           10 W-LIG-EXCLUS               PIC ZZZZ9.

      * --------- Indicateur de fin de parcours
       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.

       01 W-MODELE-TROUVE                PIC 9.
         88 MODELE-TROUVE-OUI       VALUE 1.
         88 MODELE-TROUVE-NON       VALUE 0.

       01 W-RANG-MAX                     PIC 9(5).
       01 DATE-DEMANDE                   PIC X(10).

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
           MOVE LOW-VALUE TO MAPF6O

      *  SI TRAITEMENT PARTICULIER AVANT AFFICHAGE :
      *  LES DERNIERES CAMPAGNES SONT MONTREES D'EMBLEE
           PERFORM 23130-AFFICHE-CAMPAGNES
           MOVE 'Criteres, modele et canal (C/E/S) puis validez'
             to messo
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
            '/mapf6c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER

           move -1 to statutxl

           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPF6')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPF6')
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
              WHEN DFHPF5
      *            RAFRAICHISSEMENT DE LA LISTE DES CAMPAGNES
                   PERFORM 23130-AFFICHE-CAMPAGNES
                   PERFORM 22000-TRAIT-ENVOI
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
           EXEC CICS RECEIVE MAP   ('MAPF6')
                             MAPSET(MA-MAP)
                             RESP  (C-R)
           END-EXEC

           INITIALIZE messo

           EVALUATE C-R
              WHEN DFHRESP(NORMAL)
                   CONTINUE
              WHEN DFHRESP(MAPFAIL)
                   MOVE 'Saisissez au moins un critere' to messo
                   PERFORM 22000-TRAIT-ENVOI
              WHEN OTHER
                   PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           PERFORM 23200-CHECK-CRITERES
           PERFORM 23230-CHECK-MODELE-CANAL
           PERFORM 23300-DEPOSE-CAMPAGNE
           .

       23200-CHECK-CRITERES.
      *---------------------*
      *    Au moins un critere doit etre filtrant : une campagne
      *    ne part pas a tout le fichier
           IF (STATUTXI = SPACE OR LOW-VALUE)
              AND (CODEPXI = SPACE OR LOW-VALUE)
              AND (VILLEXI = SPACE OR LOW-VALUE)
              AND (DEBMINI = SPACE OR LOW-VALUE)
              AND (DEBMAXI = SPACE OR LOW-VALUE)
              AND (FINMINI = SPACE OR LOW-VALUE)
              AND (FINMAXI = SPACE OR LOW-VALUE)
              AND (SESSIONXI = SPACE OR LOW-VALUE)
              AND (SITEXI = SPACE OR LOW-VALUE)
              MOVE 'Saisissez au moins un critere' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF STATUTXI NOT = SPACE AND LOW-VALUE
              IF STATUTXI NOT = 'A' AND NOT = 'T' AND NOT = 'C'
                 MOVE -1 to statutxl
                 MOVE 'Statut invalide (A/T/C)' to messo
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF

           IF CODEPXI NOT = SPACE AND LOW-VALUE
              IF CODEPXI IS NOT NUMERIC
                 MOVE -1 to codepxl
                 MOVE 'Code postal non numerique' to messo
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF

           PERFORM 23210-CHECK-UNE-DATE-DEB
           PERFORM 23220-CHECK-UNE-DATE-FIN

           IF SESSIONXI NOT = SPACE AND LOW-VALUE
              MOVE SPACE     TO E-SESSION
              MOVE SESSIONXI TO E-SES-CODE
              MOVE 'FSESS'   TO file-name
              SET c-consult  TO TRUE
              MOVE E-SESSION TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 MOVE -1 to sessionxl
                 MOVE 'Session inconnue' to messo
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF

           IF SITEXI NOT = SPACE AND LOW-VALUE
              MOVE SPACE     TO E-SITE
              MOVE SITEXI    TO E-SIT-CODE
              MOVE 'FSITE'   TO file-name
              SET c-consult  TO TRUE
              MOVE E-SITE    TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 MOVE -1 to sitexl
                 MOVE 'Site inconnu' to messo
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF
           .

       23210-CHECK-UNE-DATE-DEB.
           IF DEBMINI NOT = SPACE AND LOW-VALUE
              MOVE DEBMINI to date-to-validate
              MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
              CALL pgm-validdat using validdat-param
              IF cr-validdat-false
                 MOVE -1 to debminl
                 MOVE 'Borne de date de debut invalide' to messo
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF
           IF DEBMAXI NOT = SPACE AND LOW-VALUE
              MOVE DEBMAXI to date-to-validate
              MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
              CALL pgm-validdat using validdat-param
              IF cr-validdat-false
                 MOVE -1 to debmaxl
                 MOVE 'Borne de date de debut invalide' to messo
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF
           .

       23220-CHECK-UNE-DATE-FIN.
           IF FINMINI NOT = SPACE AND LOW-VALUE
              MOVE FINMINI to date-to-validate
              MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
              CALL pgm-validdat using validdat-param
              IF cr-validdat-false
                 MOVE -1 to finminl
                 MOVE 'Borne de date de fin invalide' to messo
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF
           IF FINMAXI NOT = SPACE AND LOW-VALUE
              MOVE FINMAXI to date-to-validate
              MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
              CALL pgm-validdat using validdat-param
              IF cr-validdat-false
                 MOVE -1 to finmaxl
                 MOVE 'Borne de date de fin invalide' to messo
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF
           .

       23230-CHECK-MODELE-CANAL.
      *-------------------------*
           IF CANALXI NOT = 'C' AND NOT = 'E' AND NOT = 'S'
              MOVE -1 to canalxl
              MOVE 'Canal invalide (C=lettre E=courriel S=SMS)'
                to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF MODELEXI = SPACE OR LOW-VALUE
              MOVE -1 to modelexl
              MOVE 'Saisissez le code du modele (FLETT11)' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

      *    Le modele doit avoir au moins une ligne dans FLETT11
           SET MODELE-TROUVE-NON TO TRUE
           MOVE SPACE     TO E-LETTRE
           MOVE MODELEXI  TO E-LET-CODE
           MOVE 0         TO E-LET-LIGNE
           MOVE 'FLETT'   TO file-name
           SET c-startbr  TO TRUE
           MOVE E-LETTRE  TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE E-LETTRE  TO enrgmt
              MOVE 'FLETT'   TO file-name
              SET c-readnext TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-LETTRE
                 IF E-LET-CODE = MODELEXI
                    SET MODELE-TROUVE-OUI TO TRUE
                 END-IF
              END-IF
              MOVE 'FLETT'   TO file-name
              SET c-endbr    TO TRUE
              MOVE E-LETTRE  TO enrgmt
              CALL pgm-accfile USING accfile-param
           END-IF

           IF MODELE-TROUVE-NON
              MOVE -1 to modelexl
              MOVE 'Modele inconnu dans FLETT11 (ecran LET1CI11)'
                to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       23300-DEPOSE-CAMPAGNE.
      *---------------------*
           PERFORM 23310-CHERCHE-RANG-MAX

           MOVE SPACE TO E-CAMPAGNE
           COMPUTE E-CAM-RANG = W-RANG-MAX + 1
           MOVE STATUTXI  TO E-CAM-STATUT
           MOVE CODEPXI   TO E-CAM-CODEP
           MOVE VILLEXI   TO E-CAM-VILLE
           MOVE DEBMINI   TO E-CAM-DEB-MIN
           MOVE DEBMAXI   TO E-CAM-DEB-MAX
           MOVE FINMINI   TO E-CAM-FIN-MIN
           MOVE FINMAXI   TO E-CAM-FIN-MAX
           MOVE SESSIONXI TO E-CAM-SESSION
           MOVE SITEXI    TO E-CAM-SITE
           MOVE MODELEXI  TO E-CAM-MODELE
           MOVE CANALXI   TO E-CAM-CANAL
           MOVE EIBUSERID TO E-CAM-USERID

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(DATE-DEMANDE)
                     DATESEP('/')
           END-EXEC
           MOVE DATE-DEMANDE TO E-CAM-DATE-DEMANDE
           MOVE 'A'          TO E-CAM-ETAT
           MOVE SPACE        TO E-CAM-DATE-SERVIE
           MOVE 0            TO E-CAM-NB-CIBLES E-CAM-NB-ATTEINTS
                                E-CAM-NB-EXCLUS

           MOVE 'FCAMP'       TO file-name
           SET c-write        TO TRUE
           MOVE E-CAMPAGNE    TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              MOVE SPACE TO messo
              STRING 'Campagne ' DELIMITED BY SIZE
                     E-CAM-RANG  DELIMITED BY SIZE
                     ' deposee, servie par le batch de nuit'
                       DELIMITED BY SIZE
                     INTO messo
              END-STRING
              PERFORM 23130-AFFICHE-CAMPAGNES
           ELSE
              MOVE 'Echec du depot de la campagne' to messo
           END-IF

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-CHERCHE-RANG-MAX.
      *-----------------------*
           MOVE 0 TO W-RANG-MAX
           SET FIN-BROWSE-NON TO TRUE

           MOVE 0 TO E-CAM-RANG
           MOVE E-CAMPAGNE   TO enrgmt
           MOVE 'FCAMP'      TO file-name
           SET c-startbr     TO TRUE
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-CAMPAGNE   TO enrgmt
              MOVE 'FCAMP'      TO file-name
              SET c-readnext    TO TRUE
              CALL pgm-accfile USING accfile-param

              EVALUATE TRUE
                WHEN cr-ok
                  MOVE enrgmt TO E-CAMPAGNE
                  MOVE E-CAM-RANG TO W-RANG-MAX
                WHEN OTHER
                  SET FIN-BROWSE-OUI TO TRUE
              END-EVALUATE
           END-PERFORM

           MOVE 'FCAMP'      TO file-name
           SET c-endbr       TO TRUE
           MOVE E-CAMPAGNE   TO enrgmt
           CALL pgm-accfile USING accfile-param
           SET FIN-BROWSE-NON TO TRUE
           .

      *--------------------------------------------------
      * --  LISTE DES DERNIERES CAMPAGNES ----------------
      *--------------------------------------------------
       23130-AFFICHE-CAMPAGNES.
      *------------------------*
      *    Les 6 dernieres campagnes (parcours complet, le fichier
      *    reste petit) avec leur etat et le bilan du passage
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
              MOVE SPACE TO LIGNEO(I)
           END-PERFORM
           SET FIN-BROWSE-NON TO TRUE

           MOVE 0 TO E-CAM-RANG
           MOVE E-CAMPAGNE   TO enrgmt
           MOVE 'FCAMP'      TO file-name
           SET c-startbr     TO TRUE
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-CAMPAGNE   TO enrgmt
              MOVE 'FCAMP'      TO file-name
              SET c-readnext    TO TRUE
              CALL pgm-accfile USING accfile-param

              EVALUATE TRUE
                WHEN cr-ok
                  MOVE enrgmt TO E-CAMPAGNE
                  PERFORM 23135-EMPILE-CAMPAGNE
                WHEN OTHER
                  SET FIN-BROWSE-OUI TO TRUE
              END-EVALUATE
           END-PERFORM

           MOVE 'FCAMP'      TO file-name
           SET c-endbr       TO TRUE
           MOVE E-CAMPAGNE   TO enrgmt
           CALL pgm-accfile USING accfile-param
           SET FIN-BROWSE-NON TO TRUE
           .

       23135-EMPILE-CAMPAGNE.
      *    Les lignes remontent d'un cran, la plus recente en bas
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
              MOVE LIGNEO(I + 1) TO LIGNEO(I)
           END-PERFORM

           MOVE E-CAM-RANG         TO W-LIG-RANG
           EVALUATE TRUE
              WHEN CAM-SERVIE
                 MOVE 'SERVIE '    TO W-LIG-ETAT
              WHEN CAM-REJETEE
                 MOVE 'REJETEE'    TO W-LIG-ETAT
              WHEN OTHER
                 MOVE 'ATTENTE'    TO W-LIG-ETAT
           END-EVALUATE
           MOVE E-CAM-CANAL        TO W-LIG-CANAL
           MOVE E-CAM-MODELE       TO W-LIG-MODELE
           MOVE E-CAM-USERID       TO W-LIG-USERID
           MOVE E-CAM-DATE-DEMANDE TO W-LIG-DATE
           IF CAM-SERVIE
              MOVE E-CAM-NB-CIBLES   TO W-LIG-CIBLES
              MOVE E-CAM-NB-ATTEINTS TO W-LIG-ATTEINTS
              MOVE E-CAM-NB-EXCLUS   TO W-LIG-EXCLUS
           ELSE
              MOVE SPACE             TO W-LIG-BILAN
           END-IF
           MOVE W-LIGNE-CAMPAGNE   TO LIGNEO(6)
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
           move -1 to STATUTXL
           PERFORM  22000-TRAIT-ENVOI
           .

       90100-TRAIT-AIDE.
      *-----------------*
           MOVE 'Criteres+modele+canal+ENTREE=Deposer PF5=Rafraichir'
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
