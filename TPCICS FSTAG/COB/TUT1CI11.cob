      *======================================================*
      *   SAISIE DES TUTEURS EN ENTREPRISE (FTUTE11) : UN    *
      *   EMPLOYEUR D'ACCUEIL (FEMPL11) DECLARE UN OU        *
      *   PLUSIEURS TUTEURS (SEQUENCE) : NOM, FONCTION,      *
      *   TELEPHONE ET EMAIL. LE TUTEUR DU PLACEMENT EST     *
      *   DESIGNE ET SES EVALUATIONS SAISIES SUR EVP1CI11    *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUT1CI11.

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
      *        TUTEUR AFFICHE : EMPLOYEUR + SEQUENCE
           05 CLE-TUT-PREC.
             10 EMP-PREC          PIC X(6).
             10 SEQ-PREC          PIC X(2).
           05 TUT-EXISTE          PIC 9.
             88 TUT-EXISTE-NON  value 0.
             88 TUT-EXISTE-OUI  value 1.
           05 FILLER              PIC X(55).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'TUT1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPD5C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VGCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPD5C11.

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

      * Structure d'un employeur (FEMPL11)
       COPY CEMPL.

      * Structure d'un tuteur en entreprise (FTUTE11)
       COPY CTUTE.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

      * --------- Recherche de la prochaine sequence de tuteur
       01 W-SEQ-MAX                      PIC 9(2).
       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.

      * --------- Zone de controle du prefixe telephonique
       01 NUM-TEL-NUMERIC                PIC 99.

      * --------- Zones de controle de l'adresse email
       01 EMAIL-LOCAL                    PIC X(40).
       01 EMAIL-DOMAIN                   PIC X(40).
       01 EMAIL-AT-COUNT                 PIC 99.
       01 EMAIL-DOT-COUNT                PIC 99.

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.

      * ---------- Paramtre pour sous-programme ACCFILE
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
           MOVE LOW-VALUE TO MAPD5O
           MOVE SPACE TO CLE-TUT-PREC
           MOVE 'Code employeur (sequence a blanc = nouveau tuteur)'
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
            '/mapd5c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPD5')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPD5')
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
                   MOVE SPACE TO CLE-TUT-PREC

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
           EXEC CICS RECEIVE MAP   ('MAPD5')
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

           perform CHECK-CLE-TUTEUR

           if (EMP-PREC NOT = CODEEMPI OR SEQ-PREC NOT = SEQTUTI)
              perform GET-TUTEUR
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-TUTEUR
           .

       CHECK-CLE-TUTEUR.
      *    Check le code employeur et la sequence (a blanc pour
      *    un nouveau tuteur)
           IF CODEEMPI = SPACE OR LOW-VALUE
             MOVE -1 to codeempl
             MOVE 'Veuillez saisir un code employeur' to messo
             MOVE SPACE to CLE-TUT-PREC
             perform 22000-TRAIT-ENVOI
           END-IF

           IF SEQTUTI = LOW-VALUE
              MOVE SPACE TO SEQTUTI
           END-IF

           IF SEQTUTI NOT = SPACE AND SEQTUTI IS NOT NUMERIC
             MOVE -1 to seqtutl
             MOVE 'Sequence du tuteur numerique (01 a 99)' to messo
             MOVE SPACE to CLE-TUT-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           .

       GET-TUTEUR.
      *    L'employeur doit exister au referentiel ; le tuteur est
      *    precharge si la sequence est saisie, sinon la sequence
      *    suivante est attribuee au nouveau tuteur
           MOVE CODEEMPI TO E-EMP-CODE

           MOVE 'FEMPL'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-EMPLOYEUR TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-EMPLOYEUR

           IF NOT cr-ok
              MOVE LOW-VALUE TO MAPD5O
              MOVE 'Employeur inconnu au referentiel' to messo
              MOVE -1 to codeempl
              MOVE SPACE to CLE-TUT-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-EMP-RAISON TO RAISONO
           SET IS-LOCKED-FALSE TO TRUE

           IF SEQTUTI = SPACE
              PERFORM 23260-PROCHAINE-SEQUENCE
              SET TUT-EXISTE-NON TO TRUE
              MOVE CODEEMPI  TO EMP-PREC
              MOVE W-SEQ-MAX TO SEQ-PREC
              MOVE W-SEQ-MAX TO SEQTUTO
              MOVE LOW-VALUE TO NOMTUTO FONCTUTO TELTUTO MAILTUTO
              MOVE 'Nouveau tuteur : saisissez-le' to messo
              MOVE -1 to nomtutl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE CODEEMPI TO E-TUT-EMPLOYEUR
           MOVE SEQTUTI  TO E-TUT-SEQ
           MOVE 'FTUTE'  TO file-name
           SET c-consult TO TRUE
           MOVE E-TUTEUR TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt   TO E-TUTEUR

           EVALUATE TRUE
             WHEN cr-ok
              SET TUT-EXISTE-OUI TO TRUE

              MOVE E-TUT-NOM         TO NOMTUTO
              MOVE E-TUT-FONCTION    TO FONCTUTO
              MOVE E-TUT-TEL         TO TELTUTO
              MOVE E-TUT-EMAIL       TO MAILTUTO

              MOVE CODEEMPI TO EMP-PREC
              MOVE SEQTUTI  TO SEQ-PREC
              MOVE 'Tuteur existant : modification' to messo

             WHEN cr-not-found
               MOVE SPACE to CLE-TUT-PREC
               MOVE LOW-VALUE TO NOMTUTO FONCTUTO TELTUTO MAILTUTO
               MOVE 'Tuteur inconnu (sequence a blanc = nouveau)'
                 to messo
               MOVE -1 to seqtutl
               PERFORM 22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE LOW-VALUE   TO MAPD5O
               MOVE SPACE to CLE-TUT-PREC
               MOVE 'Echec de la lecture'     to messo
           END-EVALUATE

           MOVE -1 to nomtutl

           PERFORM 22000-TRAIT-ENVOI
           .

       23260-PROCHAINE-SEQUENCE.
      *    Parcourt les tuteurs de l'employeur et retient la plus
      *    haute sequence (le nouveau tuteur prend la suivante)
           MOVE 0 TO W-SEQ-MAX
           SET FIN-BROWSE-NON TO TRUE

           MOVE CODEEMPI    TO E-TUT-EMPLOYEUR
           MOVE 0           TO E-TUT-SEQ
           MOVE 'FTUTE'     TO file-name
           SET c-startbr    TO TRUE
           MOVE E-TUTEUR    TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-TUTEUR    TO enrgmt
              MOVE 'FTUTE'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param

              EVALUATE TRUE
                WHEN cr-ok
                  MOVE enrgmt TO E-TUTEUR
                  IF E-TUT-EMPLOYEUR = CODEEMPI
                     MOVE E-TUT-SEQ TO W-SEQ-MAX
                  ELSE
                     SET FIN-BROWSE-OUI TO TRUE
                  END-IF
                WHEN OTHER
                  SET FIN-BROWSE-OUI TO TRUE
              END-EVALUATE
           END-PERFORM

           MOVE 'FTUTE'     TO file-name
           SET c-endbr      TO TRUE
           MOVE E-TUTEUR    TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF W-SEQ-MAX = 99
              MOVE -1 to codeempl
              MOVE 'Nombre maximum de tuteurs atteint (99)' to messo
              MOVE SPACE to CLE-TUT-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           ADD 1 TO W-SEQ-MAX
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    Check le nom du tuteur
           IF NOMTUTI = SPACE OR LOW-VALUE
              MOVE -1 to nomtutl
              MOVE 'Veuillez saisir le nom du tuteur' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check la fonction du tuteur dans l'entreprise
           IF FONCTUTI = SPACE OR LOW-VALUE
              MOVE -1 to fonctutl
              MOVE 'Veuillez saisir la fonction du tuteur' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check le telephone du tuteur
           IF TELTUTI NOT = SPACE AND LOW-VALUE
              IF (TELTUTI IS NOT NUMERIC)
                 MOVE -1 to TELTUTL
                 MOVE 'Numero telephone tuteur invalide' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
      *       Prefixe '00' = numero international / COM-TOM non
      *       rattache au plan de numerotation metropolitain ; le
      *       tuteur peut donner une ligne fixe (01 a 05) ou un
      *       mobile (06, 07)
              IF TELTUTI(1:2) NOT = '00'
                 MOVE TELTUTI(1:2) TO NUM-TEL-NUMERIC
                 IF (NUM-TEL-NUMERIC  < 1 OR NUM-TEL-NUMERIC  > 7)
                    MOVE -1 to TELTUTL
                    MOVE 'Numero telephone tuteur invalide' to messo
                    perform 22000-TRAIT-ENVOI
                 END-IF
              END-IF
           END-IF

      *    Check l'adresse email du tuteur
           IF MAILTUTI NOT = SPACE AND LOW-VALUE
              MOVE 0 TO EMAIL-AT-COUNT
              INSPECT MAILTUTI TALLYING EMAIL-AT-COUNT FOR ALL '@'
              IF EMAIL-AT-COUNT NOT = 1
                 MOVE -1 to mailtutl
                 MOVE 'Adresse email invalide' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF

              MOVE SPACE TO EMAIL-LOCAL EMAIL-DOMAIN
              UNSTRING MAILTUTI DELIMITED BY '@'
                       INTO EMAIL-LOCAL EMAIL-DOMAIN
              END-UNSTRING

              IF EMAIL-LOCAL = SPACE OR LOW-VALUE
                 MOVE -1 to mailtutl
                 MOVE 'Adresse email invalide' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF

              MOVE 0 TO EMAIL-DOT-COUNT
              INSPECT EMAIL-DOMAIN TALLYING EMAIL-DOT-COUNT FOR ALL '.'
              IF EMAIL-DOT-COUNT = 0
                 OR EMAIL-DOMAIN(1:1) = '.' OR SPACE OR LOW-VALUE
                 MOVE -1 to mailtutl
                 MOVE 'Adresse email invalide' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

      *    Au moins un moyen de joindre le tuteur
           IF (TELTUTI = SPACE OR LOW-VALUE)
              AND (MAILTUTI = SPACE OR LOW-VALUE)
              MOVE -1 to teltutl
              MOVE 'Saisissez le telephone ou l''email du tuteur'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           .

       23300-ECRIT-TUTEUR.
      *    Ecrit le tuteur (creation ou modification)
           MOVE EMP-PREC TO E-TUT-EMPLOYEUR
           MOVE SEQ-PREC TO E-TUT-SEQ

           IF TUT-EXISTE-OUI
      *       Relecture pour verrou
              MOVE 'FTUTE'  TO file-name
              SET c-read    TO TRUE
              MOVE E-TUTEUR TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE enrgmt   TO E-TUTEUR
              IF NOT cr-ok
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE SPACE TO CLE-TUT-PREC
                 MOVE 'Echec de la lecture' to messo
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF

           MOVE NOMTUTI  TO E-TUT-NOM
           MOVE FONCTUTI TO E-TUT-FONCTION
           MOVE SPACE    TO E-TUT-TEL E-TUT-EMAIL
           IF TELTUTI NOT = LOW-VALUE
              MOVE TELTUTI  TO E-TUT-TEL
           END-IF
           IF MAILTUTI NOT = LOW-VALUE
              MOVE MAILTUTI TO E-TUT-EMAIL
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-TUT-DATE-MAJ)
                     DATESEP('/')
           END-EXEC
           MOVE EIBUSERID TO E-TUT-USERID

           MOVE 'FTUTE'      TO file-name
           IF TUT-EXISTE-OUI
              SET c-rewrite TO TRUE
           ELSE
              SET c-write   TO TRUE
           END-IF
           MOVE E-TUTEUR TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               IF TUT-EXISTE-OUI
                  MOVE 'Tuteur modifie avec succes' to messo
               ELSE
                  MOVE 'Tuteur cree avec succes' to messo
               END-IF
               PERFORM 23310-AUDIT-TUTEUR
             WHEN OTHER
               MOVE 'Echec de l''ecriture' to messo
           END-EVALUATE

           move -1     to codeempl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE SPACE TO CLE-TUT-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-TUTEUR.
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
           MOVE 'FTUTE11 '      TO RESSOURCE-TD
           IF TUT-EXISTE-OUI
              MOVE 'M'          TO FONCTION-TD
           ELSE
              MOVE 'C'          TO FONCTION-TD
           END-IF
           MOVE 0               TO NUM-STAG-TD

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

       23400-CHECK-CONFIRMATION.
           SET IS-LOCKED-TRUE TO TRUE

           IF confi = SPACE OR LOW-VALUE
      *       Prot / Highlight / askip / no mdt
              MOVE '8'    TO lconfa
      *       Unprot / Highlight / no mdt
              MOVE 'H'    TO  confa
              MOVE -1     TO confl

              MOVE '9'    TO CODEEMPA SEQTUTA NOMTUTA FONCTUTA
                             TELTUTA MAILTUTA

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-TUT-PREC
              MOVE 'Annulation' to messo
              move -1           to codeempl

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
              MOVE '9'    TO CODEEMPA SEQTUTA NOMTUTA FONCTUTA
                             TELTUTA MAILTUTA

              MOVE 'Mauvais choix' TO messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE SPACE TO confo
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO messo
           move -1 to CODEEMPL
           PERFORM  22000-TRAIT-ENVOI
           .

       90100-TRAIT-AIDE.
      *-----------------*
           MOVE 'PF1=Aide  PF3=Retour menu  ENTREE=Valider  PF12=Fin'
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
