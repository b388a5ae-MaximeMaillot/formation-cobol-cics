      *======================================================*
      *   SAISIE DU QUESTIONNAIRE DE SATISFACTION DE FIN DE  *
      *   SESSION (FRSAT11) D'UN STAGIAIRE : REPONSE SUR     *
      *   FORMULAIRE PAPIER OU CORRECTION D'UNE REPONSE.     *
      *   NUMERO + SESSION (A BLANC : LA SESSION DU          *
      *   DOSSIER) ; LA SESSION DOIT ETRE TERMINEE. LES      *
      *   QUESTIONS SONT CELLES DE LA VERSION DE             *
      *   L'INVITATION (QST3CI11), A DEFAUT DE LA VERSION EN *
      *   VIGUEUR (FPARM11 QSAT-VERSION) ; NOTE DE 1 A       *
      *   L'ECHELLE DE LA QUESTION, BLANC = SANS REPONSE,    *
      *   PLUS UN COMMENTAIRE LIBRE                          *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QST2CI11.

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
      *        NUMERO + SESSION AFFICHES
           05 CLE-PREC.
             10 NUM-STAGI-PREC    PIC 9(6).
             10 SESSION-PREC      PIC X(6).
           05 REP-EXISTE          PIC 9.
             88 REP-EXISTE-NON  value 0.
             88 REP-EXISTE-OUI  value 1.
      *        VERSION DU QUESTIONNAIRE PRESENTE
           05 VERSION-PREC        PIC 9(2).
           05 FILLER              PIC X(50).

       01 C-R                     PIC S9(8) COMP.
       01 I                       PIC S9(4) COMP.

       01 MON-PROG                PIC X(8) VALUE 'QST2CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPF2C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VXCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPF2C11.

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

      * Structure d'une session (FSESS11)
       COPY CSESS.

      * Structure d'une question du questionnaire (FQSAT11)
       COPY CQSAT.

      * Structure d'une reponse au questionnaire (FRSAT11)
       COPY CRSAT.

      * Structure d'un parametre de gestion (FPARM11)
       COPY CPARM.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.

      * --------- Cle saisie
       01 W-NUMSTAG                      PIC 9(6).
       01 W-SESSION                      PIC X(6).

      * --------- Fin de session et date du jour en AAAAMMJJ
       01 W-AUJOURDHUI                   PIC 9(8).
       01 W-FIN-ORD                      PIC X(8).
       01 W-FIN-ORD-N REDEFINES W-FIN-ORD PIC 9(8).

      * --------- Echelle de chaque question de la version
      *           (00 = question absente de la version)
       01 W-TAB-ECHELLE.
         05 W-ECHELLE-Q                  PIC 9(2) OCCURS 10.
       01 W-NB-QUESTIONS                 PIC 9(2).

      * --------- Note saisie
       01 W-NOTE                         PIC 9(2).
       01 W-NOTE-X REDEFINES W-NOTE      PIC X(2).
       01 W-NOTES.
         05 W-NOTE-Q                     PIC 9(2) OCCURS 10.
       01 W-NB-NOTES                     PIC 9(2).

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
           MOVE LOW-VALUE TO MAPF2O
           MOVE 'Saisissez le numero de stagiaire (+ session)'
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
            '/mapf2c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPF2')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPF2')
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
                   INITIALIZE CLE-PREC

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
           EXEC CICS RECEIVE MAP   ('MAPF2')
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

           if W-NUMSTAG NOT = NUM-STAGI-PREC
              OR W-SESSION NOT = SESSION-PREC
              perform GET-REPONSE
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-REPONSE
           .

       CHECK-CLE.
      *    Check le numero de stagiaire
           IF NUMSTAGI = SPACE OR LOW-VALUE
              OR NUMSTAGI IS NOT NUMERIC
             MOVE -1 to numstagl
             MOVE 'Veuillez saisir un numero de stagiaire' to messo
             INITIALIZE CLE-PREC
             SET IS-LOCKED-FALSE TO TRUE
             perform 22000-TRAIT-ENVOI
           END-IF
           MOVE NUMSTAGI TO W-NUMSTAG

      *    Session : celle du dossier a defaut
           IF SESSIONI = SPACE OR LOW-VALUE
              MOVE SPACE TO W-SESSION
           ELSE
              MOVE SESSIONI TO W-SESSION
           END-IF
           .

       GET-REPONSE.
      *    Le stagiaire, la session et la reponse eventuelle sont
      *    charges ; les questions de la version sont affichees
           SET IS-LOCKED-FALSE TO TRUE
           MOVE W-NUMSTAG   TO E-NUMERO
           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              PERFORM 23290-EFFACE-ECRAN
              MOVE 'Stagiaire inexistant' to messo
              MOVE -1 to numstagl
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE enrgmt      TO E-STAGIAIRE
           IF SUPPRIME-OUI
              PERFORM 23290-EFFACE-ECRAN
              MOVE 'Dossier supprime' to messo
              MOVE -1 to numstagl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF W-SESSION = SPACE
              MOVE E-CODE-SESSION TO W-SESSION
           END-IF
           IF W-SESSION = SPACE OR LOW-VALUE
              PERFORM 23290-EFFACE-ECRAN
              MOVE 'Dossier sans session : saisissez la session'
                to messo
              MOVE -1 to sessionl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-NOM       TO NOMO
           MOVE E-PRENOM    TO PRENOMO
           MOVE W-SESSION   TO SESSIONO

           MOVE W-SESSION   TO E-SES-CODE
           MOVE 'FSESS'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-SESSION   TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              PERFORM 23290-EFFACE-ECRAN
              MOVE 'Session inconnue' to messo
              MOVE -1 to sessionl
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE enrgmt      TO E-SESSION
           MOVE E-SES-TITRE TO TITREO
           STRING E-SES-DATE-FIN(1:2) DELIMITED BY SIZE
                  '/'                 DELIMITED BY SIZE
                  E-SES-DATE-FIN(3:2) DELIMITED BY SIZE
                  '/'                 DELIMITED BY SIZE
                  E-SES-DATE-FIN(5:4) DELIMITED BY SIZE
                  INTO DATFINO
           END-STRING

      *    La session doit etre terminee (date de fin atteinte)
           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(W-AUJOURDHUI)
           END-EXEC
           MOVE SPACE TO W-FIN-ORD
           STRING E-SES-DATE-FIN(5:4) DELIMITED BY SIZE
                  E-SES-DATE-FIN(3:2) DELIMITED BY SIZE
                  E-SES-DATE-FIN(1:2) DELIMITED BY SIZE
                  INTO W-FIN-ORD
           END-STRING
           IF W-FIN-ORD IS NOT NUMERIC
              OR W-FIN-ORD-N > W-AUJOURDHUI
              PERFORM 23290-EFFACE-ECRAN
              MOVE 'Session non terminee : questionnaire impossible'
                to messo
              MOVE -1 to sessionl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE W-NUMSTAG     TO E-RSA-NUMERO
           MOVE W-SESSION     TO E-RSA-SESSION
           MOVE 'FRSAT'       TO file-name
           SET c-consult      TO TRUE
           MOVE E-REPONSE-SAT TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               MOVE enrgmt TO E-REPONSE-SAT
               SET REP-EXISTE-OUI TO TRUE
               IF RSA-REPONDU
                  MOVE 'Reponse enregistree : correction' to messo
               ELSE
                  MOVE 'Invitation envoyee : saisissez la reponse'
                    to messo
               END-IF
             WHEN cr-not-found
      *        Pas d'invitation : le stagiaire doit relever de la
      *        session (formulaire papier remis en fin de session)
               IF E-CODE-SESSION NOT = W-SESSION
                  PERFORM 23290-EFFACE-ECRAN
                  MOVE 'Stagiaire non rattache a cette session'
                    to messo
                  MOVE -1 to sessionl
                  PERFORM 22000-TRAIT-ENVOI
               END-IF
               SET REP-EXISTE-NON TO TRUE
               INITIALIZE E-REPONSE-SAT
               MOVE W-NUMSTAG TO E-RSA-NUMERO
               MOVE W-SESSION TO E-RSA-SESSION
               PERFORM 23140-VERSION-EN-VIGUEUR
               MOVE 'Pas d''invitation : saisie du formulaire papier'
                 to messo
             WHEN OTHER
               PERFORM 23290-EFFACE-ECRAN
               MOVE 'Echec de la lecture' to messo
               MOVE -1 to numstagl
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE

           MOVE W-NUMSTAG      TO NUM-STAGI-PREC
           MOVE W-SESSION      TO SESSION-PREC
           MOVE E-RSA-VERSION  TO VERSION-PREC VERSIONO
           MOVE E-RSA-ETAT     TO ETATO
           MOVE E-RSA-CANAL    TO CANALO
           MOVE E-RSA-ORIGINE  TO ORIGINEO

           PERFORM 23280-CHARGE-QUESTIONS
           IF W-NB-QUESTIONS = 0
              INITIALIZE CLE-PREC
              MOVE 'Aucune question dans cette version (QST1CI11)'
                to messo
              MOVE -1 to numstagl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              IF E-RSA-NOTE(I) > 0
                 MOVE E-RSA-NOTE(I) TO NOTEO(I)
              ELSE
                 MOVE LOW-VALUE     TO NOTEO(I)
              END-IF
           END-PERFORM
           MOVE E-RSA-COMMENTAIRE(1:60)   TO COMM1O
           MOVE E-RSA-COMMENTAIRE(61:60)  TO COMM2O
           MOVE E-RSA-COMMENTAIRE(121:60) TO COMM3O

           MOVE -1 to notel(1)

           PERFORM 22000-TRAIT-ENVOI
           .

       23140-VERSION-EN-VIGUEUR.
      *    Version du questionnaire en vigueur (FPARM11
      *    QSAT-VERSION, defaut 1)
           MOVE 1               TO E-RSA-VERSION
           MOVE 'QSAT-VERSION'  TO E-PAR-CLE
           MOVE 'FPARM'         TO file-name
           SET c-consult        TO TRUE
           MOVE E-PARAM         TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt TO E-PARAM
              IF E-PAR-VALEUR IS NUMERIC
                 AND E-PAR-VALEUR > 0 AND E-PAR-VALEUR < 100
                 MOVE E-PAR-VALEUR TO E-RSA-VERSION
              END-IF
           END-IF
           .

       23280-CHARGE-QUESTIONS.
      *    Libelle et echelle des questions de la version ; une
      *    question absente de la version a une echelle a 00
           MOVE 0 TO W-NB-QUESTIONS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              MOVE 0         TO W-ECHELLE-Q(I)
              MOVE SPACE     TO LIBQO(I)
              MOVE LOW-VALUE TO ECHQO(I)
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

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-QUESTION-SAT TO enrgmt
              MOVE 'FQSAT'        TO file-name
              SET c-readnext      TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-QUESTION-SAT
                 IF E-QST-VERSION NOT = VERSION-PREC
                    SET FIN-BROWSE-OUI TO TRUE
                 ELSE
                    IF E-QST-NUMERO > 0 AND E-QST-NUMERO < 11
                       ADD 1 TO W-NB-QUESTIONS
                       MOVE E-QST-ECHELLE
                         TO W-ECHELLE-Q(E-QST-NUMERO)
                       MOVE E-QST-LIBELLE
                         TO LIBQO(E-QST-NUMERO)
                       MOVE E-QST-ECHELLE
                         TO ECHQO(E-QST-NUMERO)
                    END-IF
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FQSAT'        TO file-name
           SET c-endbr         TO TRUE
           MOVE E-QUESTION-SAT TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       23290-EFFACE-ECRAN.
      *    Cle refusee : plus rien d'affiche
           INITIALIZE CLE-PREC
           MOVE LOW-VALUE TO NOMO PRENOMO TITREO DATFINO VERSIONO
                             ETATO CANALO ORIGINEO COMM1O COMM2O COMM3O
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              MOVE LOW-VALUE TO LIBQO(I) ECHQO(I) NOTEO(I)
           END-PERFORM
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * -------------- NOTES ET COMMENTAIRE -------------------*
      * -------------------------------------------------------*
           PERFORM 23280-CHARGE-QUESTIONS
           MOVE 0 TO W-NB-NOTES

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              IF NOTEI(I) = SPACE OR LOW-VALUE
                 MOVE 0 TO W-NOTE-Q(I)
              ELSE
                 MOVE NOTEI(I) TO W-NOTE-X
                 IF W-NOTE-X(2:1) = SPACE OR LOW-VALUE
                    MOVE W-NOTE-X(1:1) TO W-NOTE-X(2:1)
                    MOVE '0'           TO W-NOTE-X(1:1)
                 END-IF
                 EVALUATE TRUE
                    WHEN W-ECHELLE-Q(I) = 0
                       MOVE -1 to notel(I)
                       MOVE 'Note saisie sur une question inexistante'
                         to messo
                       perform 22000-TRAIT-ENVOI
                    WHEN W-NOTE-X IS NOT NUMERIC
                       MOVE -1 to notel(I)
                       MOVE 'Note non numerique' to messo
                       perform 22000-TRAIT-ENVOI
                    WHEN W-NOTE < 1 OR W-NOTE > W-ECHELLE-Q(I)
                       MOVE -1 to notel(I)
                       MOVE 'Note hors de l''echelle de la question'
                         to messo
                       perform 22000-TRAIT-ENVOI
                    WHEN OTHER
                       MOVE W-NOTE TO W-NOTE-Q(I)
                       ADD 1 TO W-NB-NOTES
                 END-EVALUATE
              END-IF
           END-PERFORM

           INSPECT COMM1I REPLACING ALL LOW-VALUE BY SPACE
           INSPECT COMM2I REPLACING ALL LOW-VALUE BY SPACE
           INSPECT COMM3I REPLACING ALL LOW-VALUE BY SPACE

           IF W-NB-NOTES = 0
              AND COMM1I = SPACE AND COMM2I = SPACE AND COMM3I = SPACE
              MOVE -1 to notel(1)
              MOVE 'Questionnaire vide : saisissez au moins une note'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           .

       23300-ECRIT-REPONSE.
      *    Ecrit la reponse (creation ou correction). Une reponse
      *    existante est relue dans la meme tache
           MOVE NUM-STAGI-PREC TO E-RSA-NUMERO
           MOVE SESSION-PREC   TO E-RSA-SESSION

           IF REP-EXISTE-OUI
              MOVE 'FRSAT'       TO file-name
              SET c-read         TO TRUE
              MOVE E-REPONSE-SAT TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE enrgmt        TO E-REPONSE-SAT
              IF NOT cr-ok
                 MOVE 'Echec de la relecture' to messo
                 MOVE -1 to numstagl
                 SET IS-LOCKED-FALSE TO TRUE
                 INITIALIZE CLE-PREC
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           ELSE
      *       Pas d'invitation : formulaire papier, aucun canal
              INITIALIZE E-REPONSE-SAT
              MOVE NUM-STAGI-PREC TO E-RSA-NUMERO
              MOVE SESSION-PREC   TO E-RSA-SESSION
              MOVE VERSION-PREC   TO E-RSA-VERSION
              MOVE SPACE          TO E-RSA-CANAL E-RSA-DATE-INVIT
           END-IF

           MOVE 'R'        TO E-RSA-ETAT
           MOVE 'S'        TO E-RSA-ORIGINE
           MOVE W-NOTES    TO E-RSA-NOTES
           MOVE SPACE      TO E-RSA-COMMENTAIRE
           MOVE COMM1I     TO E-RSA-COMMENTAIRE(1:60)
           MOVE COMM2I     TO E-RSA-COMMENTAIRE(61:60)
           MOVE COMM3I     TO E-RSA-COMMENTAIRE(121:60)

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-RSA-DATE-REPONSE)
                     DATESEP('/')
           END-EXEC
           MOVE EIBUSERID TO E-RSA-USERID

           MOVE 'FRSAT'    TO file-name
           IF REP-EXISTE-OUI
              SET c-rewrite TO TRUE
           ELSE
              SET c-write   TO TRUE
           END-IF
           MOVE E-REPONSE-SAT TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               MOVE 'Reponse au questionnaire enregistree' to messo
               PERFORM 23310-AUDIT-REPONSE
             WHEN cr-duplicate
               MOVE 'Reponse deja enregistree entre-temps' to messo
             WHEN OTHER
               MOVE 'Echec de l''ecriture' to messo
           END-EVALUATE

           move -1     to numstagl

           SET IS-LOCKED-FALSE TO TRUE
           INITIALIZE CLE-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-REPONSE.
      *    Trace d'audit de la saisie (TDQ INFO) : session, version
      *    et nombre de notes dans la zone libre de la trace
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
           MOVE 'FRSAT11 '      TO RESSOURCE-TD
           IF REP-EXISTE-OUI
              MOVE 'M'          TO FONCTION-TD
           ELSE
              MOVE 'C'          TO FONCTION-TD
           END-IF
           MOVE E-RSA-NUMERO    TO NUM-STAG-TD
           STRING 'SESSION '       DELIMITED BY SIZE
                  E-RSA-SESSION    DELIMITED BY SIZE
                  ' VERSION '      DELIMITED BY SIZE
                  E-RSA-VERSION    DELIMITED BY SIZE
                  ' NOTES '        DELIMITED BY SIZE
                  W-NB-NOTES       DELIMITED BY SIZE
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

              MOVE '9'    TO NUMSTAGA SESSIONA COMM1A COMM2A COMM3A
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
                 MOVE '9' TO NOTEA(I)
              END-PERFORM

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              INITIALIZE CLE-PREC
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
              MOVE '9'    TO NUMSTAGA SESSIONA COMM1A COMM2A COMM3A
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
                 MOVE '9' TO NOTEA(I)
              END-PERFORM

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
           MOVE 'Note de 1 a l''echelle, blanc=sans reponse PF3=Menu'
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
