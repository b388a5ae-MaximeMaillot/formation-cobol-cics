      *======================================================*
      *   GESTION DE LA GRILLE DES TAUX JOURNALIERS          *
      *   D'INDEMNITE (FTAUX11) : UNE LIGNE PAR SESSION (A   *
      *   BLANC = TOUTES), TRANCHE D'AGE, SITUATION DE       *
      *   PLACEMENT ET DATE D'EFFET. CREATION, MODIFICATION  *
      *   ET SUPPRESSION D'UNE LIGNE A VENIR ; UNE LIGNE     *
      *   DEJA EN VIGUEUR A PU SERVIR AU CALCUL PAI1CI11 :   *
      *   SEUL SON LIBELLE RESTE MODIFIABLE, UN NOUVEAU TAUX *
      *   PASSE PAR UNE NOUVELLE DATE D'EFFET                *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAU1CI11.

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
           05 CLE-PREC.
             10 SESSION-PREC      PIC X(6).
             10 AGE-MAX-PREC      PIC X(3).
             10 PLACEMENT-PREC    PIC X(1).
             10 DATE-EFFET-PREC   PIC X(8).
           05 TAU-EXISTE          PIC 9.
             88 TAU-EXISTE-NON  value 0.
             88 TAU-EXISTE-OUI  value 1.
           05 TAU-VIGUEUR         PIC 9.
             88 TAU-A-VENIR     value 0.
             88 TAU-EN-VIGUEUR  value 1.
           05 FILLER              PIC X(44).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'TAU1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPB8C11'.
       01 MA-TRX                  PIC X(4) VALUE 'UPCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPB8C11.

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

      * Structure d'une ligne de la grille des taux (FTAUX11)
       COPY CTAUX.

      * Structure d'une session (FSESS11)
       COPY CSESS.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      * --------- Paramètre pour sous-programme VALIDDAT (controle
      *           de la date d'effet saisie)
       01 validdat-param.
         02 date-to-validate             PIC X(8).
         02 CR-VALIDDAT                  PIC 9 value 0.
          88 cr-validdat-false                 value 0.
          88 cr-validdat-ok                    value 1.
         02 AN-MIN-VALIDDAT              PIC 9(4) value 0.
         02 AN-MAX-VALIDDAT              PIC 9(4) value 0.

      * --------- Date d'effet convertie et date du jour
       01 W-DATE-EFFET-AAAAMMJJ          PIC X(8).
       01 W-DATE-JOUR-AAAAMMJJ           PIC X(8).
       01 DATE-COURANTE                  PIC X(10).

      * --------- Taux avant modification (trace d'audit)
       01 TAUX-AVANT                     PIC 9(5).

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.
         02 pgm-validdat                 PIC X(8) value 'VALIDDAT'.

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
           MOVE LOW-VALUE TO MAPB8O
           MOVE 'Saisissez session, age maxi, placement, date d''effet'
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
            '/mapb8c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPB8')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPB8')
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
                   MOVE SPACE TO CLE-PREC

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
           EXEC CICS RECEIVE MAP   ('MAPB8')
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

           if (SESSION-PREC    NOT = SESSIONI)
              OR (AGE-MAX-PREC    NOT = AGEMAXI)
              OR (PLACEMENT-PREC  NOT = PLACEI)
              OR (DATE-EFFET-PREC NOT = DATEEFI)
              perform GET-LIGNE-TAUX
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-TAUX
           .

       CHECK-CLE.
      *    Check la cle de la ligne : session (facultative, a
      *    blanc = toutes sessions), age maxi de la tranche,
      *    situation de placement et date d'effet
           IF SESSIONI = LOW-VALUE
              MOVE SPACE TO SESSIONI
           END-IF
           IF SESSIONI NOT = SPACE
              MOVE SESSIONI  TO E-SES-CODE
              MOVE 'FSESS'   TO file-name
              SET c-consult  TO TRUE
              MOVE E-SESSION TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 MOVE -1 to sessionl
                 MOVE 'Session inconnue' to messo
                 MOVE SPACE to CLE-PREC
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE enrgmt    TO E-SESSION
              MOVE E-SES-TITRE TO TITREO
           ELSE
              MOVE 'TOUTES SESSIONS' TO TITREO
           END-IF

           IF AGEMAXI = SPACE OR LOW-VALUE
              OR AGEMAXI IS NOT NUMERIC OR AGEMAXI = '000'
             MOVE -1 to agemaxl
             MOVE 'Age maxi invalide (001 a 999, 999 = sans limite)'
               to messo
             MOVE SPACE to CLE-PREC
             perform 22000-TRAIT-ENVOI
           END-IF

           IF PLACEI NOT = 'O' AND NOT = 'N' AND NOT = '*'
             MOVE -1 to placel
             MOVE 'Placement invalide (O=En placement N=Hors *=Tous)'
               to messo
             MOVE SPACE to CLE-PREC
             perform 22000-TRAIT-ENVOI
           END-IF

           MOVE DATEEFI to date-to-validate
           MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
           CALL pgm-validdat using validdat-param
           IF cr-validdat-false
             MOVE -1 to dateefl
             MOVE 'Date d''effet invalide (JJMMAAAA)' to messo
             MOVE SPACE to CLE-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           MOVE DATEEFI(5:4) TO W-DATE-EFFET-AAAAMMJJ(1:4)
           MOVE DATEEFI(3:2) TO W-DATE-EFFET-AAAAMMJJ(5:2)
           MOVE DATEEFI(1:2) TO W-DATE-EFFET-AAAAMMJJ(7:2)
           .

       GET-LIGNE-TAUX.
      *    La ligne est prechargee si elle existe deja ; une ligne
      *    dont la date d'effet est atteinte est en vigueur
           PERFORM 23260-GET-DATE-JOUR

           MOVE SESSIONI              TO E-TAU-SESSION
           MOVE AGEMAXI               TO E-TAU-AGE-MAX
           MOVE PLACEI                TO E-TAU-PLACEMENT
           MOVE W-DATE-EFFET-AAAAMMJJ TO E-TAU-DATE-EFFET
           MOVE 'FTAUX'               TO file-name
           SET c-consult              TO TRUE
           MOVE E-TAUX                TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt                TO E-TAUX

           IF W-DATE-EFFET-AAAAMMJJ > W-DATE-JOUR-AAAAMMJJ
              SET TAU-A-VENIR TO TRUE
           ELSE
              SET TAU-EN-VIGUEUR TO TRUE
           END-IF

           EVALUATE TRUE
             WHEN cr-ok
              SET TAU-EXISTE-OUI TO TRUE

              MOVE E-TAU-TAUX-CENTIMES    TO TAUXO
              MOVE E-TAU-LIBELLE          TO LIBELLEO
              STRING E-TAU-DATE-MAJ   DELIMITED BY SIZE
                     ' '              DELIMITED BY SIZE
                     E-TAU-USERID-MAJ DELIMITED BY SIZE
                     INTO MAJO
              END-STRING
              MOVE SPACE                  TO SUPPRO

              IF TAU-EN-VIGUEUR
                 MOVE 'Ligne en vigueur : libelle seul modifiable'
                   to messo
              ELSE
                 MOVE 'Ligne a venir : modification ou suppression (S)'
                   to messo
              END-IF

             WHEN cr-not-found
               SET TAU-EXISTE-NON TO TRUE
               MOVE LOW-VALUE TO TAUXO LIBELLEO MAJO SUPPRO
               MOVE 'Nouvelle ligne de grille : saisissez-la' to messo
             WHEN OTHER
               MOVE LOW-VALUE   TO MAPB8O
               MOVE 'Echec de la lecture'     to messo
               MOVE SPACE to CLE-PREC
               MOVE -1 to sessionl
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE

           MOVE SESSIONI  TO SESSION-PREC
           MOVE AGEMAXI   TO AGE-MAX-PREC
           MOVE PLACEI    TO PLACEMENT-PREC
           MOVE DATEEFI   TO DATE-EFFET-PREC

           MOVE -1 to tauxl

           PERFORM 22000-TRAIT-ENVOI
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    Suppression demandee : ligne existante a venir
      *    seulement (une ligne en vigueur a pu etre payee)
           IF SUPPRI = LOW-VALUE
              MOVE SPACE TO SUPPRI
           END-IF
           IF SUPPRI NOT = SPACE AND NOT = 'S'
              MOVE -1 to supprl
              MOVE 'Suppression : S ou blanc' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           IF SUPPRI = 'S'
              IF TAU-EXISTE-NON OR TAU-EN-VIGUEUR
                 MOVE -1 to supprl
                 MOVE 'Seule une ligne a venir peut etre supprimee'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           ELSE
      *       Check le taux (centimes, > 0)
              IF TAUXI = SPACE OR LOW-VALUE
                 OR TAUXI IS NOT NUMERIC
                 OR TAUXI = '00000'
                 MOVE -1 to tauxl
                 MOVE 'Taux invalide (centimes, 00001 a 99999)' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF

      *       Ligne en vigueur : le taux servi ne change plus
              IF TAU-EXISTE-OUI AND TAU-EN-VIGUEUR
                 AND TAUXI NOT = E-TAU-TAUX-CENTIMES
                 MOVE -1 to tauxl
                 MOVE 'Taux en vigueur : nouvelle date d''effet'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF

      *       Check le libelle
              IF LIBELLEI = SPACE OR LOW-VALUE
                 MOVE -1 to libellel
                 MOVE 'Veuillez saisir le libelle de la ligne' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF
           .

       23260-GET-DATE-JOUR.
      *    Date du jour en AAAAMMJJ pour comparer la date d'effet
           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(W-DATE-JOUR-AAAAMMJJ)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(DATE-COURANTE)
                     DATESEP('/')
           END-EXEC
           .

       23300-ECRIT-TAUX.
      *    Ecrit la ligne (creation, modification ou suppression).
      *    La ligne existante est relue dans la meme tache : le
      *    taux avant changement et le verrou sont ainsi fiables
           PERFORM 23260-GET-DATE-JOUR

           MOVE SESSIONI              TO E-TAU-SESSION
           MOVE AGEMAXI               TO E-TAU-AGE-MAX
           MOVE PLACEI                TO E-TAU-PLACEMENT
           MOVE W-DATE-EFFET-AAAAMMJJ TO E-TAU-DATE-EFFET
           MOVE 0                     TO TAUX-AVANT

           IF TAU-EXISTE-OUI
              MOVE 'FTAUX'  TO file-name
              SET c-read    TO TRUE
              MOVE E-TAUX   TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE enrgmt   TO E-TAUX
              IF NOT cr-ok
                 MOVE 'Echec de la relecture' to messo
                 MOVE -1 to sessionl
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE SPACE TO CLE-PREC
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
              MOVE E-TAU-TAUX-CENTIMES TO TAUX-AVANT
           END-IF

           IF SUPPRI = 'S'
              MOVE 'FTAUX'  TO file-name
              SET c-delete  TO TRUE
              MOVE E-TAUX   TO enrgmt
              CALL pgm-accfile USING accfile-param
           ELSE
              MOVE TAUXI         TO E-TAU-TAUX-CENTIMES
              MOVE LIBELLEI      TO E-TAU-LIBELLE
              MOVE DATE-COURANTE TO E-TAU-DATE-MAJ
              MOVE EIBUSERID     TO E-TAU-USERID-MAJ

              MOVE 'FTAUX'    TO file-name
              IF TAU-EXISTE-OUI
                 SET c-rewrite TO TRUE
              ELSE
                 SET c-write   TO TRUE
              END-IF
              MOVE E-TAUX     TO enrgmt
              CALL pgm-accfile USING accfile-param
           END-IF

           EVALUATE TRUE
             WHEN cr-ok
               EVALUATE TRUE
                  WHEN SUPPRI = 'S'
                     MOVE 'Ligne supprimee avec succes' to messo
                  WHEN TAU-EXISTE-OUI
                     MOVE 'Ligne modifiee avec succes' to messo
                  WHEN OTHER
                     MOVE 'Ligne creee avec succes' to messo
               END-EVALUATE
               PERFORM 23310-AUDIT-TAUX
             WHEN cr-duplicate
               MOVE 'Ligne existe deja' to messo
             WHEN OTHER
               MOVE 'Echec de l''ecriture' to messo
           END-EVALUATE

           move -1     to sessionl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE SPACE TO CLE-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-TAUX.
      *    Trace d'audit du changement de grille (TDQ INFO) : la
      *    cle de la ligne et les taux avant/apres sont portes
      *    dans la zone libre de l'enregistrement de trace
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
           MOVE 'FTAUX11 '      TO RESSOURCE-TD
           EVALUATE TRUE
              WHEN SUPPRI = 'S'
                 MOVE 'S'       TO FONCTION-TD
              WHEN TAU-EXISTE-OUI
                 MOVE 'M'       TO FONCTION-TD
              WHEN OTHER
                 MOVE 'C'       TO FONCTION-TD
           END-EVALUATE
           MOVE SESSIONI        TO NUM-STAG-TD
           STRING AGEMAXI       DELIMITED BY SIZE
                  PLACEI        DELIMITED BY SIZE
                  W-DATE-EFFET-AAAAMMJJ DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  TAUX-AVANT    DELIMITED BY SIZE
                  '>'           DELIMITED BY SIZE
                  TAUXI         DELIMITED BY SIZE
                  INTO F OF E-TD
           END-STRING

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

              MOVE '9'    TO SESSIONA AGEMAXA PLACEA DATEEFA
                             TAUXA LIBELLEA SUPPRA

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-PREC
              MOVE 'Annulation' to messo
              move -1           to sessionl

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
              MOVE '9'    TO SESSIONA AGEMAXA PLACEA DATEEFA
                             TAUXA LIBELLEA SUPPRA

              MOVE 'Mauvais choix' TO messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE SPACE TO confo
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO messo
           move -1 to SESSIONL
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
