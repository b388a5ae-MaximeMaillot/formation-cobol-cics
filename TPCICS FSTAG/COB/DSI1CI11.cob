      *======================================================*
      *   SITUATION DU STAGIAIRE AUPRES DE L'OPERATEUR DE    *
      *   L'EMPLOI (FDEIN11) : IDENTIFIANT DEMANDEUR         *
      *   D'EMPLOI (SAISIE OU CORRECTION, UNICITE PAR        *
      *   L'INDEX FDEIP11), DERNIERE SITUATION CHARGEE PAR   *
      *   DSI2CI11 ET INDEMNITES SUSPENDUES PAR PAI1CI11.    *
      *   LE GESTIONNAIRE REVOIT ICI UNE RADIATION EN        *
      *   ATTENTE : CONFIRMEE (C), LES SOMMES SUSPENDUES NE  *
      *   SONT PAS DUES ; LEVEE (L), ELLES SONT LIBEREES AU  *
      *   RUN DE PAIEMENT SUIVANT                            *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSI1CI11.

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
           05 NUM-STAGI-PREC      PIC 9(6).
           05 DEI-EXISTE          PIC 9.
             88 DEI-EXISTE-NON  value 0.
             88 DEI-EXISTE-OUI  value 1.
      *        IDENTIFIANT ET ETAT DE REVUE A L'AFFICHAGE
           05 IDDE-PREC           PIC X(8).
           05 ETAT-PREC           PIC X(1).
           05 FILLER              PIC X(48).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'DSI1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPE6C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VRCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPE6C11.

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

      * Structure de la situation aupres de l'operateur de
      * l'emploi (FDEIN11)
       COPY CDEIN.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.

      * --------- Mise en forme des dates AAAAMMJJ et du montant
       01 W-DATE-AAAAMMJJ                PIC 9(8).
       01 FILLER REDEFINES W-DATE-AAAAMMJJ.
         05 W-DATE-AAAA                  PIC 9(4).
         05 W-DATE-MM                    PIC 9(2).
         05 W-DATE-JJ                    PIC 9(2).
       01 W-DATE-EDIT.
         05 W-EDIT-JJ                    PIC 9(2).
         05 FILLER                       PIC X VALUE '/'.
         05 W-EDIT-MM                    PIC 9(2).
         05 FILLER                       PIC X VALUE '/'.
         05 W-EDIT-AAAA                  PIC 9(4).
       01 W-MONTANT-EDIT                 PIC ZZZZZZZ9.99.

      * --------- Decision de revue saisie
       01 W-DECISION                     PIC X(1).
         88 DECISION-AUCUNE         VALUE ' '.
         88 DECISION-CONFIRME       VALUE 'C'.
         88 DECISION-LEVE           VALUE 'L'.
       01 W-IDDE-SAISI                   PIC X(8).

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
           MOVE LOW-VALUE TO MAPE6O
           MOVE 'Saisissez un numero de stagiaire' TO messo
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
            '/mape6c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPE6')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPE6')
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
                   MOVE 0 TO NUM-STAGI-PREC

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
           EXEC CICS RECEIVE MAP   ('MAPE6')
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

           perform CHECK-NUMSTAG

           if (NUM-STAGI-PREC NOT = NUMSTAGI)
              perform GET-DESINSCRIPTION
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-DESINSCRIPTION
           .

       CHECK-NUMSTAG.
      *    Check le numero stagiaire
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
           .

       GET-DESINSCRIPTION.
      *    Le stagiaire doit exister ; sa situation aupres de
      *    l'operateur est affichee si elle est deja connue
           MOVE NUMSTAGI TO E-NUMERO

           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-STAGIAIRE

           IF NOT cr-ok OR SUPPRIME-OUI
              MOVE LOW-VALUE TO MAPE6O
              MOVE 'Pas de stagiaire trouve' to messo
              MOVE -1 to numstagl
              MOVE 0 to NUM-STAGI-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-NOM    TO NOMO
           MOVE E-PRENOM TO PRENOMO
           MOVE E-STATUT TO STATUTO

           MOVE NUMSTAGI          TO E-DEI-NUMERO
           MOVE 'FDEIN'           TO file-name
           SET c-consult          TO TRUE
           MOVE E-DESINSCRIPTION  TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt            TO E-DESINSCRIPTION

           EVALUATE TRUE
             WHEN cr-ok
               SET DEI-EXISTE-OUI TO TRUE
               PERFORM 23150-AFFICHE-SITUATION
               IF DEI-SUSPENDU
                  MOVE 'Radiation a revoir : decision C ou L'
                    to messo
               ELSE
                  MOVE 'Situation existante : modification' to messo
               END-IF
             WHEN cr-not-found
               SET DEI-EXISTE-NON TO TRUE
               MOVE SPACE     TO E-DEI-IDENTIFIANT E-DEI-ETAT
               MOVE LOW-VALUE TO IDDEO SITUO DATSITO MOTIFO LIBMOTO
                                 RAPPRO DATCHGO ETATO MONTANTO
                                 DATREVO USRREVO
               MOVE 'Aucune situation : saisissez l''identifiant'
                 to messo
             WHEN OTHER
               MOVE LOW-VALUE   TO MAPE6O
               MOVE 'Echec de la lecture'     to messo
               MOVE -1 to numstagl
               MOVE 0 to NUM-STAGI-PREC
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE

           MOVE NUMSTAGI          TO NUM-STAGI-PREC
           MOVE E-DEI-IDENTIFIANT TO IDDE-PREC
           MOVE E-DEI-ETAT        TO ETAT-PREC
           MOVE LOW-VALUE         TO DECISO
           SET IS-LOCKED-TRUE     TO TRUE
           MOVE -1 to iddel

           PERFORM 22000-TRAIT-ENVOI
           .

       23150-AFFICHE-SITUATION.
      *    Situation transmise par l'operateur, mode de
      *    rapprochement, etat de la revue et sommes suspendues
           MOVE E-DEI-IDENTIFIANT   TO IDDEO
           MOVE E-DEI-SITUATION     TO SITUO
           MOVE E-DEI-MOTIF         TO MOTIFO
           MOVE E-DEI-LIBELLE-MOTIF TO LIBMOTO
           MOVE E-DEI-RAPPROCHEMENT TO RAPPRO
           MOVE E-DEI-ETAT          TO ETATO
           MOVE E-DEI-DATE-REVUE    TO DATREVO
           MOVE E-DEI-USERID-REVUE  TO USRREVO

           MOVE LOW-VALUE TO DATSITO DATCHGO
           IF E-DEI-DATE-SITUATION > 0
              MOVE E-DEI-DATE-SITUATION TO W-DATE-AAAAMMJJ
              PERFORM 23160-EDITE-DATE
              MOVE W-DATE-EDIT TO DATSITO
           END-IF
           IF E-DEI-DATE-CHARGEMENT > 0
              MOVE E-DEI-DATE-CHARGEMENT TO W-DATE-AAAAMMJJ
              PERFORM 23160-EDITE-DATE
              MOVE W-DATE-EDIT TO DATCHGO
           END-IF

           COMPUTE W-MONTANT-EDIT = E-DEI-MONTANT-CENTIMES / 100
           MOVE W-MONTANT-EDIT TO MONTANTO
           .

       23160-EDITE-DATE.
           MOVE W-DATE-JJ   TO W-EDIT-JJ
           MOVE W-DATE-MM   TO W-EDIT-MM
           MOVE W-DATE-AAAA TO W-EDIT-AAAA
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    Identifiant demandeur d'emploi : obligatoire, et porte
      *    par aucun autre dossier (index unique FDEIP11)
           IF IDDEI = SPACE OR LOW-VALUE
              MOVE -1 to iddel
              MOVE 'Veuillez saisir l''identifiant demandeur d''emploi'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           MOVE IDDEI TO W-IDDE-SAISI

           IF W-IDDE-SAISI NOT = IDDE-PREC
              MOVE W-IDDE-SAISI      TO E-DEI-IDENTIFIANT
              MOVE 'FDEIP'           TO file-name
              SET c-consult          TO TRUE
              MOVE E-DESINSCRIPTION  TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-DESINSCRIPTION
                 IF E-DEI-NUMERO NOT = NUM-STAGI-PREC
                    MOVE -1 to iddel
                    MOVE SPACE TO messo
                    STRING 'Identifiant deja porte par le dossier '
                           E-DEI-NUMERO
                           DELIMITED BY SIZE INTO messo
                    END-STRING
                    perform 22000-TRAIT-ENVOI
                 END-IF
              END-IF
           END-IF

      *    Decision de revue : seulement sur une radiation en
      *    attente de revue
           IF DECISI = LOW-VALUE
              MOVE SPACE  TO W-DECISION
           ELSE
              MOVE DECISI TO W-DECISION
           END-IF

           IF NOT DECISION-AUCUNE AND NOT DECISION-CONFIRME
              AND NOT DECISION-LEVE
              MOVE -1 to decisl
              MOVE 'Decision : C (confirmer) ou L (lever)' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           IF NOT DECISION-AUCUNE AND ETAT-PREC NOT = 'S'
              MOVE -1 to decisl
              MOVE 'Aucune radiation en attente de revue' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           IF DECISION-AUCUNE AND W-IDDE-SAISI = IDDE-PREC
              MOVE -1 to iddel
              MOVE 'Aucune modification saisie' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           .

       23300-ECRIT-DESINSCRIPTION.
      *    L'identifiant saisi remplace l'identifiant connu ; une
      *    decision de revue est horodatee avec l'utilisateur
           MOVE NUMSTAGI          TO E-DEI-NUMERO
           MOVE 'FDEIN'           TO file-name
           SET c-read             TO TRUE
           MOVE E-DESINSCRIPTION  TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               MOVE enrgmt TO E-DESINSCRIPTION
               SET DEI-EXISTE-OUI TO TRUE
               IF E-DEI-IDENTIFIANT NOT = IDDE-PREC
                  OR E-DEI-ETAT NOT = ETAT-PREC
                  SET IS-LOCKED-FALSE TO TRUE
                  MOVE 0 TO NUM-STAGI-PREC
                  MOVE -1 to numstagl
                  MOVE 'Situation modifiee entre-temps : abandon'
                    to messo
                  PERFORM 22000-TRAIT-ENVOI
               END-IF
             WHEN cr-not-found
      *        Premiere saisie de l'identifiant : aucune situation
      *        encore transmise par l'operateur
               SET DEI-EXISTE-NON TO TRUE
               MOVE SPACE TO E-DESINSCRIPTION
               MOVE NUMSTAGI TO E-DEI-NUMERO
               MOVE 0        TO E-DEI-DATE-SITUATION
                                E-DEI-DATE-CHARGEMENT
                                E-DEI-MONTANT-CENTIMES
             WHEN OTHER
               MOVE 'Echec de la relecture de la situation' to messo
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE

           IF IDDEI NOT = E-DEI-IDENTIFIANT
              MOVE IDDEI TO E-DEI-IDENTIFIANT
              SET RAPPROCHE-SAISIE TO TRUE
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC

           IF DECISI = 'C' OR DECISI = 'L'
              MOVE DECISI    TO E-DEI-ETAT
              EXEC CICS FORMATTIME
                        ABSTIME(interval)
                        DDMMYYYY(E-DEI-DATE-REVUE)
                        DATESEP('/')
              END-EXEC
              MOVE EIBUSERID TO E-DEI-USERID-REVUE
           END-IF

           MOVE 'FDEIN'    TO file-name
           IF DEI-EXISTE-OUI
              SET c-rewrite TO TRUE
           ELSE
              SET c-write   TO TRUE
           END-IF
           MOVE E-DESINSCRIPTION TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               EVALUATE TRUE
                 WHEN DECISI = 'C'
                   MOVE 'Radiation confirmee : sommes non dues'
                     to messo
                 WHEN DECISI = 'L'
                   MOVE 'Radiation levee : sommes liberees au paiement'
                     to messo
                 WHEN OTHER
                   MOVE 'Identifiant enregistre' to messo
               END-EVALUATE
               PERFORM 23310-AUDIT-DESINSCRIPTION
             WHEN cr-duplicate
               MOVE 'Identifiant deja porte par un autre dossier'
                 to messo
             WHEN OTHER
               MOVE 'Echec de l''ecriture' to messo
           END-EVALUATE

           move -1     to numstagl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE 0 TO NUM-STAGI-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-DESINSCRIPTION.
      *    Trace d'audit de la mise a jour (TDQ INFO)
           MOVE SPACE TO E-TD

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
           MOVE 'FDEIN11 '      TO RESSOURCE-TD
           IF DEI-EXISTE-OUI
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

       23400-CHECK-CONFIRMATION.
           IF confi = SPACE OR LOW-VALUE
      *       Prot / Highlight / askip / no mdt
              MOVE '8'    TO lconfa
      *       Unprot / Highlight / no mdt
              MOVE 'H'    TO  confa
              MOVE -1     TO confl

              MOVE '9'    TO NUMSTAGA IDDEA DECISA

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE 0 TO NUM-STAGI-PREC
              MOVE 'Annulation' to messo
              move -1           to numstagl

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
              MOVE '9'    TO NUMSTAGA IDDEA DECISA

              MOVE 'Mauvais choix' TO messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE SPACE TO confo
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO messo
           move -1 to NUMSTAGL
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
