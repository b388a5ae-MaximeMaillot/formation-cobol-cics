      *======================================================*
      *   GESTION DES CONVENTIONS DE FINANCEMENT (FCFIN11) : *
      *   POUR UNE SESSION ET UNE ANNEE, UNE LIGNE PAR       *
      *   FINANCEUR (FFINA11) AVEC SA QUOTE-PART DU TAUX DE  *
      *   LA SESSION OU SON TAUX PROPRE ET LE PLAFOND DE SON *
      *   BUDGET ANNUEL. LES QUOTE-PARTS D'UNE SESSION NE    *
      *   DEPASSENT PAS 100 % POUR L'ANNEE ; LE CONSOMME     *
      *   TENU PAR LA FACTURATION FAC1CI11 EST AFFICHE ET    *
      *   UNE CONVENTION DEJA FACTUREE NE SE SUPPRIME PAS    *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FNC2CI11.

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
             10 FINANC-PREC       PIC X(4).
             10 ANNEE-PREC        PIC X(4).
           05 CFI-EXISTE          PIC 9.
             88 CFI-EXISTE-NON  value 0.
             88 CFI-EXISTE-OUI  value 1.
           05 FILLER              PIC X(50).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'FNC2CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPC5C11'.
       01 MA-TRX                  PIC X(4) VALUE 'UWCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPC5C11.

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

      * Structure d'une convention de financement (FCFIN11)
       COPY CCFIN.
      * Structure d'un financeur (FFINA11)
       COPY CFINA.

      * Structure d'une session (FSESS11)
       COPY CSESS.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      * --------- Date du jour (derniere mise a jour)
       01 DATE-COURANTE                  PIC X(10).

      * --------- Cle saisie de la convention
       01 CFI-CLE-SAISIE.
         05 CFI-SESSION-SAISIE           PIC X(6).
         05 CFI-FINANC-SAISIE            PIC X(4).
         05 CFI-ANNEE-SAISIE             PIC 9(4).

      * --------- Cumul des quote-parts des autres financeurs de
      *           la session pour l'annee (parcours de FCFIN11)
       01 TOTAL-QUOTE-PARTS              PIC 9(5).
       01 FIN-PARCOURS                   PIC 9.
         88 FIN-PARCOURS-NON                  value 0.
         88 FIN-PARCOURS-OUI                  value 1.

      * --------- Consommation du budget (affichage, seuils)
       01 W-MONTANT-EDIT                 PIC ZZZZZZZ9,99.
       01 W-TAUX-EDIT                    PIC ZZ9,99.
       01 W-POURCENT                     PIC 9(5).
       01 W-PLAFOND                      PIC 9(11).
       01 PLAFOND-AVANT                  PIC 9(11).

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

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
           MOVE LOW-VALUE TO MAPC5O
           MOVE 'Saisissez session, financeur et annee' TO messo
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
            '/mapc5c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPC5')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPC5')
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
           EXEC CICS RECEIVE MAP   ('MAPC5')
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

           if (SESSION-PREC NOT = SESSIONI)
              OR (FINANC-PREC  NOT = FINANCI)
              OR (ANNEE-PREC   NOT = ANNEEI)
              perform GET-CONVENTION
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-CONVENTION
           .

       CHECK-CLE.
      *    Check la cle de la ligne : session et financeur connus,
      *    annee civile de la convention
           IF SESSIONI = SPACE OR LOW-VALUE
              MOVE -1 to sessionl
              MOVE 'Veuillez saisir une session' to messo
              MOVE SPACE to CLE-PREC
              perform 22000-TRAIT-ENVOI
           END-IF
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
           COMPUTE W-TAUX-EDIT = E-SES-TAUX-FINANCEUR / 100
           MOVE W-TAUX-EDIT TO TAUXSESO

           IF FINANCI = SPACE OR LOW-VALUE
              MOVE -1 to financl
              MOVE 'Veuillez saisir un financeur' to messo
              MOVE SPACE to CLE-PREC
              perform 22000-TRAIT-ENVOI
           END-IF
           MOVE FINANCI     TO E-FIN-CODE
           MOVE 'FFINA'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-FINANCEUR TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              MOVE -1 to financl
              MOVE 'Financeur inconnu (referentiel FNC1CI11)' to messo
              MOVE SPACE to CLE-PREC
              perform 22000-TRAIT-ENVOI
           END-IF
           MOVE enrgmt      TO E-FINANCEUR
           MOVE E-FIN-LIBELLE TO LIBFINO

           IF ANNEEI = SPACE OR LOW-VALUE
              OR ANNEEI IS NOT NUMERIC
              OR ANNEEI < '2000'
             MOVE -1 to anneel
             MOVE 'Annee invalide (AAAA)' to messo
             MOVE SPACE to CLE-PREC
             perform 22000-TRAIT-ENVOI
           END-IF

           MOVE SESSIONI TO CFI-SESSION-SAISIE
           MOVE FINANCI  TO CFI-FINANC-SAISIE
           MOVE ANNEEI   TO CFI-ANNEE-SAISIE
           .

       GET-CONVENTION.
      *    La ligne est prechargee si elle existe deja, avec le
      *    consomme de l'annee et le dernier seuil signale
           PERFORM 23270-TOTAL-QUOTE-PARTS
           MOVE TOTAL-QUOTE-PARTS  TO TOTQPO

           MOVE CFI-CLE-SAISIE     TO E-CFI-CLE
           MOVE 'FCFIN'            TO file-name
           SET c-consult           TO TRUE
           MOVE E-CONV-FINANCEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt             TO E-CONV-FINANCEMENT

           EVALUATE TRUE
             WHEN cr-ok
              SET CFI-EXISTE-OUI TO TRUE

              MOVE E-CFI-MODE             TO MODEO
              MOVE E-CFI-QUOTE-PART       TO QPARTO
              MOVE E-CFI-TAUX-CENTIMES    TO TAUXO
              MOVE E-CFI-PLAFOND-CENTIMES TO PLAFONDO
              PERFORM 23280-AFFICHE-CONSOMME
              STRING E-CFI-DATE-MAJ   DELIMITED BY SIZE
                     ' '              DELIMITED BY SIZE
                     E-CFI-USERID-MAJ DELIMITED BY SIZE
                     INTO MAJO
              END-STRING
              MOVE SPACE                  TO SUPPRO
              MOVE 'Convention existante : modification ou (S)'
                to messo

             WHEN cr-not-found
               SET CFI-EXISTE-NON TO TRUE
               MOVE LOW-VALUE TO MODEO QPARTO TAUXO PLAFONDO CONSOO
                                 PCTO NIVEAUO MAJO SUPPRO
               MOVE 'Nouvelle convention : saisissez-la' to messo
             WHEN OTHER
               MOVE LOW-VALUE   TO MAPC5O
               MOVE 'Echec de la lecture'     to messo
               MOVE SPACE to CLE-PREC
               MOVE -1 to sessionl
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE

           MOVE SESSIONI  TO SESSION-PREC
           MOVE FINANCI   TO FINANC-PREC
           MOVE ANNEEI    TO ANNEE-PREC

           MOVE -1 to model

           PERFORM 22000-TRAIT-ENVOI
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    Suppression demandee : ligne existante et encore
      *    jamais facturee (le consomme en garde la trace)
           IF SUPPRI = LOW-VALUE
              MOVE SPACE TO SUPPRI
           END-IF
           IF SUPPRI NOT = SPACE AND NOT = 'S'
              MOVE -1 to supprl
              MOVE 'Suppression : S ou blanc' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           IF SUPPRI = 'S'
              IF CFI-EXISTE-NON
                 MOVE -1 to supprl
                 MOVE 'Convention inexistante' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE CFI-CLE-SAISIE     TO E-CFI-CLE
              MOVE 'FCFIN'            TO file-name
              SET c-consult           TO TRUE
              MOVE E-CONV-FINANCEMENT TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE enrgmt             TO E-CONV-FINANCEMENT
              IF NOT cr-ok
                 MOVE -1 to supprl
                 MOVE 'Echec de la lecture' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              IF E-CFI-CONSOMME-CENTIMES NOT = 0
                 MOVE -1 to supprl
                 MOVE 'Convention deja facturee : suppression refusee'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           ELSE
      *       Check le mode de prise en charge
              IF MODEI NOT = 'P' AND NOT = 'T'
                 MOVE -1 to model
                 MOVE 'Mode : P=Quote-part session T=Taux propre'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF

              IF MODEI = 'P'
      *          Quote-part en %, le total de la session pour
      *          l'annee ne depasse pas 100 %
                 IF QPARTI = SPACE OR LOW-VALUE
                    OR QPARTI IS NOT NUMERIC
                    OR QPARTI = '000' OR QPARTI > '100'
                    MOVE -1 to qpartl
                    MOVE 'Quote-part invalide (001 a 100 %)' to messo
                    perform 22000-TRAIT-ENVOI
                 END-IF
                 PERFORM 23270-TOTAL-QUOTE-PARTS
                 MOVE TOTAL-QUOTE-PARTS TO TOTQPO
                 MOVE QPARTI TO W-POURCENT
                 IF TOTAL-QUOTE-PARTS + W-POURCENT > 100
                    MOVE -1 to qpartl
                    MOVE 'Total des quote-parts de l''annee > 100 %'
                      to messo
                    perform 22000-TRAIT-ENVOI
                 END-IF
                 IF E-SES-TAUX-FINANCEUR = 0
                    MOVE -1 to model
                    MOVE 'Session sans taux : saisir un taux propre (T)'
                      to messo
                    perform 22000-TRAIT-ENVOI
                 END-IF
                 MOVE '00000' TO TAUXI
              ELSE
      *          Taux propre (centimes par jour-stagiaire, > 0)
                 IF TAUXI = SPACE OR LOW-VALUE
                    OR TAUXI IS NOT NUMERIC
                    OR TAUXI = '00000'
                    MOVE -1 to tauxl
                    MOVE 'Taux invalide (centimes, 00001 a 99999)'
                      to messo
                    perform 22000-TRAIT-ENVOI
                 END-IF
                 MOVE '000' TO QPARTI
              END-IF

      *       Check le plafond du budget annuel (centimes ; zero =
      *       budget non plafonne)
              IF PLAFONDI = SPACE OR LOW-VALUE
                 OR PLAFONDI IS NOT NUMERIC
                 MOVE -1 to plafondl
                 MOVE 'Plafond invalide (centimes, 0 = non plafonne)'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF
           .

       23260-GET-DATE-JOUR.
      *    Date du jour de la mise a jour
           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(DATE-COURANTE)
                     DATESEP('/')
           END-EXEC
           .

       23270-TOTAL-QUOTE-PARTS.
      *    Cumul des quote-parts des autres financeurs de la
      *    session pour la meme annee (parcours de FCFIN11 a
      *    partir de la session)
           MOVE 0 TO TOTAL-QUOTE-PARTS
           SET FIN-PARCOURS-NON TO TRUE

           MOVE LOW-VALUE          TO E-CFI-CLE
           MOVE SESSIONI           TO E-CFI-SESSION
           MOVE 'FCFIN'            TO file-name
           SET c-startbr           TO TRUE
           MOVE E-CONV-FINANCEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-PARCOURS-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-PARCOURS-OUI
              MOVE E-CONV-FINANCEMENT TO enrgmt
              MOVE 'FCFIN'            TO file-name
              SET c-readnext          TO TRUE
              CALL pgm-accfile USING accfile-param

              EVALUATE TRUE
                WHEN cr-ok
                  MOVE enrgmt TO E-CONV-FINANCEMENT
                  IF E-CFI-SESSION NOT = SESSIONI
                     SET FIN-PARCOURS-OUI TO TRUE
                  ELSE
                     IF E-CFI-ANNEE = CFI-ANNEE-SAISIE
                        AND E-CFI-FINANCEUR NOT = FINANCI
                        AND CFI-QUOTE-PART
                        ADD E-CFI-QUOTE-PART TO TOTAL-QUOTE-PARTS
                     END-IF
                  END-IF
                WHEN OTHER
                  SET FIN-PARCOURS-OUI TO TRUE
              END-EVALUATE
           END-PERFORM

           MOVE 'FCFIN'            TO file-name
           SET c-endbr             TO TRUE
           MOVE E-CONV-FINANCEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       23280-AFFICHE-CONSOMME.
      *    Consomme de l'annee et part du plafond atteinte
           COMPUTE W-MONTANT-EDIT = E-CFI-CONSOMME-CENTIMES / 100
           MOVE W-MONTANT-EDIT TO CONSOO
           IF E-CFI-PLAFOND-CENTIMES = 0
              MOVE LOW-VALUE TO PCTO
              MOVE 'Budget non plafonne' TO NIVEAUO
           ELSE
              COMPUTE W-POURCENT = E-CFI-CONSOMME-CENTIMES * 100
                                   / E-CFI-PLAFOND-CENTIMES
              MOVE W-POURCENT TO PCTO
              EVALUATE TRUE
                 WHEN CFI-ALERTE-100
                    MOVE 'Plafond atteint' TO NIVEAUO
                 WHEN CFI-ALERTE-80
                    MOVE 'Seuil 80 % signale' TO NIVEAUO
                 WHEN OTHER
                    MOVE 'Sous le seuil' TO NIVEAUO
              END-EVALUATE
           END-IF
           .

       23300-ECRIT-CONVENTION.
      *    Ecrit la ligne (creation, modification ou suppression).
      *    La ligne existante est relue dans la meme tache : le
      *    consomme tenu par la facturation est ainsi preserve
           PERFORM 23260-GET-DATE-JOUR

           MOVE CFI-CLE-SAISIE     TO E-CFI-CLE
           MOVE 0                  TO PLAFOND-AVANT

           IF CFI-EXISTE-OUI
              MOVE 'FCFIN'            TO file-name
              SET c-read              TO TRUE
              MOVE E-CONV-FINANCEMENT TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE enrgmt             TO E-CONV-FINANCEMENT
              IF NOT cr-ok
                 MOVE 'Echec de la relecture' to messo
                 MOVE -1 to sessionl
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE SPACE TO CLE-PREC
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
              MOVE E-CFI-PLAFOND-CENTIMES TO PLAFOND-AVANT
           ELSE
              MOVE 0                  TO E-CFI-CONSOMME-CENTIMES
              SET CFI-SANS-ALERTE     TO TRUE
           END-IF

           IF SUPPRI = 'S'
              MOVE 'FCFIN'            TO file-name
              SET c-delete            TO TRUE
              MOVE E-CONV-FINANCEMENT TO enrgmt
              CALL pgm-accfile USING accfile-param
           ELSE
              MOVE MODEI         TO E-CFI-MODE
              MOVE QPARTI        TO E-CFI-QUOTE-PART
              MOVE TAUXI         TO E-CFI-TAUX-CENTIMES
              MOVE PLAFONDI      TO W-PLAFOND
              MOVE W-PLAFOND     TO E-CFI-PLAFOND-CENTIMES
              MOVE DATE-COURANTE TO E-CFI-DATE-MAJ
              MOVE EIBUSERID     TO E-CFI-USERID-MAJ

      *       Plafond modifie : le seuil signale est recale sur le
      *       nouveau plafond (la facturation ne realerte qu'au
      *       franchissement suivant)
              IF W-PLAFOND NOT = PLAFOND-AVANT
                 IF W-PLAFOND = 0
                    SET CFI-SANS-ALERTE TO TRUE
                 ELSE
                    COMPUTE W-POURCENT = E-CFI-CONSOMME-CENTIMES * 100
                                         / W-PLAFOND
                    EVALUATE TRUE
                       WHEN W-POURCENT >= 100
                          SET CFI-ALERTE-100 TO TRUE
                       WHEN W-POURCENT >= 80
                          SET CFI-ALERTE-80  TO TRUE
                       WHEN OTHER
                          SET CFI-SANS-ALERTE TO TRUE
                    END-EVALUATE
                 END-IF
              END-IF

              MOVE 'FCFIN'    TO file-name
              IF CFI-EXISTE-OUI
                 SET c-rewrite TO TRUE
              ELSE
                 SET c-write   TO TRUE
              END-IF
              MOVE E-CONV-FINANCEMENT TO enrgmt
              CALL pgm-accfile USING accfile-param
           END-IF

           EVALUATE TRUE
             WHEN cr-ok
               EVALUATE TRUE
                  WHEN SUPPRI = 'S'
                     MOVE 'Convention supprimee avec succes' to messo
                  WHEN CFI-EXISTE-OUI
                     MOVE 'Convention modifiee avec succes' to messo
                  WHEN OTHER
                     MOVE 'Convention creee avec succes' to messo
               END-EVALUATE
               PERFORM 23310-AUDIT-CONVENTION
             WHEN cr-duplicate
               MOVE 'Convention existe deja' to messo
             WHEN OTHER
               MOVE 'Echec de l''ecriture' to messo
           END-EVALUATE

           move -1     to sessionl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE SPACE TO CLE-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-CONVENTION.
      *    Trace d'audit du changement de convention (TDQ INFO) :
      *    financeur, annee, mode et nouveau plafond dans la zone
      *    libre de l'enregistrement de trace
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
           MOVE 'FCFIN11 '      TO RESSOURCE-TD
           EVALUATE TRUE
              WHEN SUPPRI = 'S'
                 MOVE 'S'       TO FONCTION-TD
              WHEN CFI-EXISTE-OUI
                 MOVE 'M'       TO FONCTION-TD
              WHEN OTHER
                 MOVE 'C'       TO FONCTION-TD
           END-EVALUATE
           MOVE SESSIONI        TO NUM-STAG-TD
           STRING FINANCI       DELIMITED BY SIZE
                  ANNEEI        DELIMITED BY SIZE
                  MODEI         DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  PLAFONDI      DELIMITED BY SIZE
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

              MOVE '9'    TO SESSIONA FINANCA ANNEEA MODEA QPARTA
                             TAUXA PLAFONDA SUPPRA

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
              MOVE '9'    TO SESSIONA FINANCA ANNEEA MODEA QPARTA
                             TAUXA PLAFONDA SUPPRA

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
