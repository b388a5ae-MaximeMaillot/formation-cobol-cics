      *======================================================*
      *   REGISTRE DES ACCIDENTS DU TRAVAIL DES STAGIAIRES   *
      *   (FACCI11) : SAISIE OU MODIFICATION D'UN ACCIDENT   *
      *   (STAGIAIRE + DATE) - HEURE, LIEU (SALLE DE LA      *
      *   SESSION OU EMPLOYEUR D'ACCUEIL D'UN PLACEMENT      *
      *   FPLAC11 EN COURS), CIRCONSTANCES, TEMOINS,         *
      *   DECLARATION (DATE ET REFERENCE) ET ARRET DE        *
      *   TRAVAIL. ATR2CI11 SUIT LE DELAI DE DECLARATION ET  *
      *   POINTE LES JOURS D'ARRET                           *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATR1CI11.

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
      *        ACCIDENT AFFICHE : STAGIAIRE + DATE (JJMMAAAA)
           05 CLE-ACC-PREC.
             10 NUM-PREC          PIC X(6).
             10 DATE-PREC         PIC X(8).
           05 ACC-EXISTE          PIC 9.
             88 ACC-EXISTE-NON  value 0.
             88 ACC-EXISTE-OUI  value 1.
           05 FILLER              PIC X(49).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'ATR1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPE0C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VLCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPE0C11.

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

      * Structure d'un placement (FPLAC11)
       COPY CPLAC.

      * Structure d'un employeur (FEMPL11)
       COPY CEMPL.

      * Structure d'une session (FSESS11)
       COPY CSESS.

      * Structure d'un accident du travail (FACCI11)
       COPY CACCI.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.

      * --------- Dates recadrees AAAAMMJJ pour comparaison
       01 W-ORD-ACCIDENT                 PIC X(8).
       01 W-ORD-PLA                      PIC X(8).
       01 W-ORD-JOUR                     PIC X(8).
       01 W-ORD-SAISIE                   PIC X(8).

      * --------- Recherche du placement du jour de l'accident
       01 W-RETENU                       PIC 9.
       01 W-PLA-TROUVE                   PIC 9.
       01 W-EMP-PLACEMENT                PIC X(6).

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-validdat                 PIC X(8) value 'VALIDDAT'.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.

      * --------- Paramtre pour sous-programme VALIDDAT
       01 validdat-param.
         02 date-to-validate             PIC X(8).
         02 CR-VALIDDAT                  PIC 9 value 0.
          88 cr-validdat-false                 value 0.
          88 cr-validdat-ok                    value 1.
         02 AN-MIN-VALIDDAT              PIC 9(4) value 0.
         02 AN-MAX-VALIDDAT              PIC 9(4) value 0.

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
           MOVE LOW-VALUE TO MAPE0O
           MOVE SPACE TO CLE-ACC-PREC
           MOVE 'Numero de stagiaire et date de l''accident (JJMMAAAA)'
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
            '/mape0c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPE0')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPE0')
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
                   MOVE SPACE TO CLE-ACC-PREC

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
           EXEC CICS RECEIVE MAP   ('MAPE0')
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

           perform CHECK-CLE-ACCIDENT

           if (NUM-PREC NOT = NUMSTAGI OR DATE-PREC NOT = DATEACCI)
              perform GET-ACCIDENT
           END-IF

           perform 23500-REAFFICHE-ENTETE

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-ACCIDENT
           .

       CHECK-CLE-ACCIDENT.
      *    Check le numero de stagiaire et la date de l'accident
      *    (valide et non future)
           IF NUMSTAGI IS NOT NUMERIC
             MOVE -1 to numstagl
             MOVE 'Veuillez saisir un numero de stagiaire (6 chiffres)'
               to messo
             MOVE SPACE to CLE-ACC-PREC
             perform 22000-TRAIT-ENVOI
           END-IF

           MOVE DATEACCI to date-to-validate
           MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
           CALL pgm-validdat using validdat-param

           IF cr-validdat-false
             MOVE -1 to dateaccl
             MOVE 'Date de l''accident non valide (JJMMAAAA)' to messo
             MOVE SPACE to CLE-ACC-PREC
             perform 22000-TRAIT-ENVOI
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(W-ORD-JOUR)
           END-EXEC
           MOVE DATEACCI(5:4)  TO W-ORD-ACCIDENT(1:4)
           MOVE DATEACCI(3:2)  TO W-ORD-ACCIDENT(5:2)
           MOVE DATEACCI(1:2)  TO W-ORD-ACCIDENT(7:2)

           IF W-ORD-ACCIDENT > W-ORD-JOUR
             MOVE -1 to dateaccl
             MOVE 'Date de l''accident dans le futur' to messo
             MOVE SPACE to CLE-ACC-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           .

       GET-ACCIDENT.
      *    Le stagiaire doit exister et ne pas etre supprime ;
      *    l'accident est precharge s'il est deja enregistre, sinon
      *    la salle de la session du stagiaire est proposee
           MOVE NUMSTAGI TO E-NUMERO

           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-STAGIAIRE

           IF NOT cr-ok OR SUPPRIME-OUI
              MOVE LOW-VALUE TO MAPE0O
              MOVE 'Stagiaire inconnu ou supprime' to messo
              MOVE -1 to numstagl
              MOVE SPACE to CLE-ACC-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           SET IS-LOCKED-FALSE TO TRUE

           MOVE NUMSTAGI       TO E-ACC-NUMERO
           MOVE W-ORD-ACCIDENT TO E-ACC-DATE
           MOVE 'FACCI'    TO file-name
           SET c-consult   TO TRUE
           MOVE E-ACCIDENT TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
              MOVE enrgmt   TO E-ACCIDENT
              SET ACC-EXISTE-OUI TO TRUE
              MOVE E-ACC-HEURE            TO HEUREACCO
              MOVE E-ACC-LIEU             TO LIEUO
              MOVE E-ACC-SESSION          TO SESSACCO
              MOVE E-ACC-EMPLOYEUR        TO EMPACCO
              MOVE E-ACC-DESCRIPTION(1:60)   TO DESC1O
              MOVE E-ACC-DESCRIPTION(61:60)  TO DESC2O
              MOVE E-ACC-TEMOINS          TO TEMOINSO
              MOVE SPACE                  TO DATEDECLO
              IF E-ACC-DATE-DECL NOT = SPACE
                 MOVE E-ACC-DATE-DECL(7:2) TO DATEDECLO(1:2)
                 MOVE E-ACC-DATE-DECL(5:2) TO DATEDECLO(3:2)
                 MOVE E-ACC-DATE-DECL(1:4) TO DATEDECLO(5:4)
              END-IF
              MOVE E-ACC-REF-DECL         TO REFDECLO
              MOVE SPACE                  TO ARRDEBO ARRNBJO
              IF E-ACC-ARRET-DEB NOT = SPACE
                 MOVE E-ACC-ARRET-DEB(7:2) TO ARRDEBO(1:2)
                 MOVE E-ACC-ARRET-DEB(5:2) TO ARRDEBO(3:2)
                 MOVE E-ACC-ARRET-DEB(1:4) TO ARRDEBO(5:4)
                 MOVE E-ACC-ARRET-NB-JOURS TO ARRNBJO
              END-IF
              MOVE 'Accident existant : modification' to messo

             WHEN cr-not-found
              SET ACC-EXISTE-NON TO TRUE
              MOVE LOW-VALUE TO HEUREACCO EMPACCO DESC1O DESC2O
                                TEMOINSO DATEDECLO REFDECLO
                                ARRDEBO ARRNBJO
              MOVE 'S'            TO LIEUO
              MOVE E-CODE-SESSION TO SESSACCO
              MOVE 'Nouvel accident : lieu S=Session E=Employeur'
                to messo

             WHEN OTHER
               MOVE LOW-VALUE   TO MAPE0O
               MOVE SPACE to CLE-ACC-PREC
               MOVE 'Echec de la lecture'     to messo
               MOVE -1 to numstagl
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE

           MOVE NUMSTAGI TO NUM-PREC
           MOVE DATEACCI TO DATE-PREC

           PERFORM 23500-REAFFICHE-ENTETE

           MOVE -1 to heureaccl

           PERFORM 22000-TRAIT-ENVOI
           .

      *--------------------------------------------------
      * --  ZONES PROTEGEES : STAGIAIRE ET EMPLOYEUR -----
      *--------------------------------------------------
       23500-REAFFICHE-ENTETE.
      *    Le nom du stagiaire et la raison sociale de l'employeur
      *    sont proteges et ne reviennent pas a la reception : ils
      *    sont reconstitues a chaque envoi
           MOVE SPACE       TO NOMSTAGO
           MOVE NUM-PREC    TO E-NUMERO
           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt TO E-STAGIAIRE
              STRING E-NOM    DELIMITED BY '  '
                     ' '      DELIMITED BY SIZE
                     E-PRENOM DELIMITED BY '  '
                     INTO NOMSTAGO
              END-STRING
           END-IF

           MOVE SPACE TO EMPINFOO
           IF EMPACCI NOT = SPACE AND LOW-VALUE
              MOVE EMPACCI     TO E-EMP-CODE
              MOVE 'FEMPL'     TO file-name
              SET c-consult    TO TRUE
              MOVE E-EMPLOYEUR TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt       TO E-EMPLOYEUR
                 MOVE E-EMP-RAISON TO EMPINFOO
              END-IF
           END-IF
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
           MOVE DATE-PREC(5:4)  TO W-ORD-ACCIDENT(1:4)
           MOVE DATE-PREC(3:2)  TO W-ORD-ACCIDENT(5:2)
           MOVE DATE-PREC(1:2)  TO W-ORD-ACCIDENT(7:2)

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(W-ORD-JOUR)
           END-EXEC

      *    Check l'heure (HHMM, facultative)
           IF HEUREACCI = LOW-VALUE
              MOVE SPACE TO HEUREACCI
           END-IF
           IF HEUREACCI NOT = SPACE
              IF HEUREACCI IS NOT NUMERIC
                 OR HEUREACCI(1:2) > '23' OR HEUREACCI(3:2) > '59'
                 MOVE -1 to heureaccl
                 MOVE 'Heure de l''accident non valide (HHMM)' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

      *    Check le lieu : S(alle de la session) ou E(mployeur)
           IF LIEUI NOT = 'S' AND 'E'
              MOVE -1 to lieul
              MOVE 'Lieu : S=Salle de session E=Employeur d''accueil'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           IF SESSACCI = LOW-VALUE
              MOVE SPACE TO SESSACCI
           END-IF
           IF EMPACCI = LOW-VALUE
              MOVE SPACE TO EMPACCI
           END-IF

      *    En salle : la session (par defaut celle du stagiaire)
      *    doit exister au referentiel FSESS11
           IF LIEUI = 'S'
              MOVE SPACE TO EMPACCI EMPINFOO
              IF SESSACCI = SPACE
                 MOVE E-CODE-SESSION TO SESSACCI
              END-IF
              IF SESSACCI = SPACE
                 MOVE -1 to sessaccl
                 MOVE 'Veuillez saisir la session du lieu'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE SESSACCI    TO E-SES-CODE
              MOVE 'FSESS'     TO file-name
              SET c-consult    TO TRUE
              MOVE E-SESSION   TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 MOVE -1 to sessaccl
                 MOVE 'Session inconnue au referentiel' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

      *    Chez l'employeur : un placement non annule du stagiaire
      *    doit couvrir la date de l'accident chez cet employeur
      *    (a blanc : l'employeur du placement en cours ce jour)
           IF LIEUI = 'E'
              MOVE SPACE TO SESSACCI
              PERFORM 23260-CHERCHE-PLACEMENT
              IF W-PLA-TROUVE = 0
                 MOVE -1 to empaccl
                 MOVE 'Aucun placement chez cet employeur a cette date'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE W-EMP-PLACEMENT TO EMPACCI
              PERFORM 23500-REAFFICHE-ENTETE
           END-IF

      *    Check les circonstances (premiere ligne obligatoire)
           IF DESC1I = SPACE OR LOW-VALUE
              MOVE -1 to desc1l
              MOVE 'Veuillez decrire les circonstances de l''accident'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check la declaration : date valide, ni future ni anterieure
      *    a l'accident, avec sa reference
           IF DATEDECLI = LOW-VALUE
              MOVE SPACE TO DATEDECLI
           END-IF
           IF REFDECLI = LOW-VALUE
              MOVE SPACE TO REFDECLI
           END-IF
           IF DATEDECLI = SPACE
              IF REFDECLI NOT = SPACE
                 MOVE -1 to datedecll
                 MOVE 'Veuillez saisir la date de la declaration'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           ELSE
              MOVE DATEDECLI to date-to-validate
              MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
              CALL pgm-validdat using validdat-param
              IF cr-validdat-false
                 MOVE -1 to datedecll
                 MOVE 'Date de declaration non valide (JJMMAAAA)'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE DATEDECLI(5:4)  TO W-ORD-SAISIE(1:4)
              MOVE DATEDECLI(3:2)  TO W-ORD-SAISIE(5:2)
              MOVE DATEDECLI(1:2)  TO W-ORD-SAISIE(7:2)
              IF W-ORD-SAISIE > W-ORD-JOUR
                 OR W-ORD-SAISIE < W-ORD-ACCIDENT
                 MOVE -1 to datedecll
                 MOVE 'Declaration : entre l''accident et ce jour'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              IF REFDECLI = SPACE
                 MOVE -1 to refdecll
                 MOVE 'Veuillez saisir la reference de la declaration'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

      *    Check l'arret de travail : debut a partir du jour de
      *    l'accident et duree de 1 a 999 jours calendaires
           IF ARRDEBI = LOW-VALUE
              MOVE SPACE TO ARRDEBI
           END-IF
           IF ARRNBJI = LOW-VALUE
              MOVE SPACE TO ARRNBJI
           END-IF
           IF ARRDEBI = SPACE
              IF ARRNBJI NOT = SPACE
                 MOVE -1 to arrdebl
                 MOVE 'Veuillez saisir le debut de l''arret de travail'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           ELSE
              MOVE ARRDEBI to date-to-validate
              MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
              CALL pgm-validdat using validdat-param
              IF cr-validdat-false
                 MOVE -1 to arrdebl
                 MOVE 'Debut d''arret non valide (JJMMAAAA)' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE ARRDEBI(5:4)  TO W-ORD-SAISIE(1:4)
              MOVE ARRDEBI(3:2)  TO W-ORD-SAISIE(5:2)
              MOVE ARRDEBI(1:2)  TO W-ORD-SAISIE(7:2)
              IF W-ORD-SAISIE < W-ORD-ACCIDENT
                 MOVE -1 to arrdebl
                 MOVE 'L''arret ne peut preceder l''accident' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              IF ARRNBJI IS NOT NUMERIC OR ARRNBJI = '000'
                 MOVE -1 to arrnbjl
                 MOVE 'Duree de l''arret : 001 a 999 jours' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF
           .

       23260-CHERCHE-PLACEMENT.
      *    Parcours des placements du stagiaire : retient le premier
      *    placement non annule couvrant la date de l'accident (dates
      *    JJMMAAAA, fin a blanc = ouverte) chez l'employeur saisi
           MOVE 0           TO W-PLA-TROUVE
           MOVE SPACE       TO W-EMP-PLACEMENT
           SET FIN-BROWSE-NON TO TRUE
           MOVE NUM-PREC    TO E-PLA-NUMERO
           MOVE 0           TO E-PLA-SEQ
           MOVE 'FPLAC'     TO file-name
           SET c-startbr    TO TRUE
           MOVE E-PLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI OR W-PLA-TROUVE = 1
              MOVE E-PLACEMENT TO enrgmt
              MOVE 'FPLAC'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-PLACEMENT
                 IF E-PLA-NUMERO NOT = NUM-PREC
                    SET FIN-BROWSE-OUI TO TRUE
                 ELSE
                    PERFORM 23270-RETIENT-PLACEMENT
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FPLAC'     TO file-name
           SET c-endbr      TO TRUE
           MOVE E-PLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       23270-RETIENT-PLACEMENT.
           MOVE 1 TO W-RETENU
           IF PLA-ANNULE
              MOVE 0 TO W-RETENU
           END-IF
           IF EMPACCI NOT = SPACE
              AND E-PLA-CODE-EMPLOYEUR NOT = EMPACCI
              MOVE 0 TO W-RETENU
           END-IF
           IF E-PLA-DATE-DEB IS NUMERIC
              MOVE E-PLA-DATE-DEB(5:4) TO W-ORD-PLA(1:4)
              MOVE E-PLA-DATE-DEB(3:2) TO W-ORD-PLA(5:2)
              MOVE E-PLA-DATE-DEB(1:2) TO W-ORD-PLA(7:2)
              IF W-ORD-PLA > W-ORD-ACCIDENT
                 MOVE 0 TO W-RETENU
              END-IF
           END-IF
           IF E-PLA-DATE-FIN IS NUMERIC
              MOVE E-PLA-DATE-FIN(5:4) TO W-ORD-PLA(1:4)
              MOVE E-PLA-DATE-FIN(3:2) TO W-ORD-PLA(5:2)
              MOVE E-PLA-DATE-FIN(1:2) TO W-ORD-PLA(7:2)
              IF W-ORD-PLA < W-ORD-ACCIDENT
                 MOVE 0 TO W-RETENU
              END-IF
           END-IF

           IF W-RETENU = 1
              MOVE 1                    TO W-PLA-TROUVE
              MOVE E-PLA-CODE-EMPLOYEUR TO W-EMP-PLACEMENT
           END-IF
           .

       23300-ECRIT-ACCIDENT.
      *    Ecrit l'accident (creation ou modification)
           MOVE NUM-PREC        TO E-ACC-NUMERO
           MOVE DATE-PREC(5:4)  TO E-ACC-DATE(1:4)
           MOVE DATE-PREC(3:2)  TO E-ACC-DATE(5:2)
           MOVE DATE-PREC(1:2)  TO E-ACC-DATE(7:2)

           IF ACC-EXISTE-OUI
      *       Relecture pour verrou
              MOVE 'FACCI'    TO file-name
              SET c-read      TO TRUE
              MOVE E-ACCIDENT TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE enrgmt     TO E-ACCIDENT
              IF NOT cr-ok
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE SPACE TO CLE-ACC-PREC
                 MOVE 'Echec de la lecture' to messo
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF

           MOVE HEUREACCI TO E-ACC-HEURE
           MOVE LIEUI     TO E-ACC-LIEU
           MOVE SESSACCI  TO E-ACC-SESSION
           MOVE EMPACCI   TO E-ACC-EMPLOYEUR
           MOVE SPACE     TO E-ACC-DESCRIPTION E-ACC-TEMOINS
           MOVE DESC1I    TO E-ACC-DESCRIPTION(1:60)
           IF DESC2I NOT = LOW-VALUE
              MOVE DESC2I   TO E-ACC-DESCRIPTION(61:60)
           END-IF
           IF TEMOINSI NOT = LOW-VALUE
              MOVE TEMOINSI TO E-ACC-TEMOINS
           END-IF

           MOVE SPACE     TO E-ACC-DATE-DECL
           IF DATEDECLI NOT = SPACE
              MOVE DATEDECLI(5:4)  TO E-ACC-DATE-DECL(1:4)
              MOVE DATEDECLI(3:2)  TO E-ACC-DATE-DECL(5:2)
              MOVE DATEDECLI(1:2)  TO E-ACC-DATE-DECL(7:2)
           END-IF
           MOVE REFDECLI  TO E-ACC-REF-DECL

           MOVE SPACE     TO E-ACC-ARRET-DEB
           MOVE 0         TO E-ACC-ARRET-NB-JOURS
           IF ARRDEBI NOT = SPACE
              MOVE ARRDEBI(5:4)  TO E-ACC-ARRET-DEB(1:4)
              MOVE ARRDEBI(3:2)  TO E-ACC-ARRET-DEB(5:2)
              MOVE ARRDEBI(1:2)  TO E-ACC-ARRET-DEB(7:2)
              MOVE ARRNBJI       TO E-ACC-ARRET-NB-JOURS
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-ACC-DATE-MAJ)
                     DATESEP('/')
           END-EXEC
           MOVE EIBUSERID TO E-ACC-USERID

           MOVE 'FACCI'      TO file-name
           IF ACC-EXISTE-OUI
              SET c-rewrite TO TRUE
           ELSE
              SET c-write   TO TRUE
           END-IF
           MOVE E-ACCIDENT TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               IF ACC-EXISTE-OUI
                  MOVE 'Accident modifie avec succes' to messo
               ELSE
                  MOVE 'Accident enregistre avec succes' to messo
               END-IF
               PERFORM 23310-AUDIT-ACCIDENT
             WHEN cr-duplicate
               MOVE 'Accident deja enregistre a cette date' to messo
             WHEN OTHER
               MOVE 'Echec de l''ecriture' to messo
           END-EVALUATE

           move -1     to numstagl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE SPACE TO CLE-ACC-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-ACCIDENT.
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
           MOVE 'FACCI11 '      TO RESSOURCE-TD
           IF ACC-EXISTE-OUI
              MOVE 'M'          TO FONCTION-TD
           ELSE
              MOVE 'C'          TO FONCTION-TD
           END-IF
           MOVE E-ACC-NUMERO    TO NUM-STAG-TD

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

              MOVE '9'    TO NUMSTAGA DATEACCA HEUREACCA LIEUA
                             SESSACCA EMPACCA DESC1A DESC2A TEMOINSA
                             DATEDECLA REFDECLA ARRDEBA ARRNBJA

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-ACC-PREC
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
              MOVE '9'    TO NUMSTAGA DATEACCA HEUREACCA LIEUA
                             SESSACCA EMPACCA DESC1A DESC2A TEMOINSA
                             DATEDECLA REFDECLA ARRDEBA ARRNBJA

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
