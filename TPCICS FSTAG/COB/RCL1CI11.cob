      *======================================================*
      *   REGISTRE DES RECLAMATIONS (FRECL11) : SAISIE ET    *
      *   SUIVI D'UNE RECLAMATION D'UN STAGIAIRE, D'UN       *
      *   EMPLOYEUR OU D'UN FINANCEUR RATTACHEE A UN DOSSIER *
      *   (ET LE CAS ECHEANT A UN EMPLOYEUR FEMPL11 OU UNE   *
      *   SESSION FSESS11) - CATEGORIE, CANAL, DATE DE       *
      *   RECEPTION, GESTIONNAIRE EN CHARGE, PUIS DATE DE    *
      *   REPONSE ET ISSUE. SEQUENCE A BLANC : NOUVELLE      *
      *   RECLAMATION. LES DERNIERES RECLAMATIONS DU DOSSIER *
      *   SONT RAPPELEES EN BAS D'ECRAN                      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCL1CI11.

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
      *        RECLAMATION AFFICHEE : STAGIAIRE + SEQUENCE
      *        (000 = NOUVELLE RECLAMATION)
           05 CLE-RCL-PREC.
             10 NUM-PREC          PIC X(6).
             10 SEQ-PREC          PIC X(3).
           05 RCL-EXISTE          PIC 9.
             88 RCL-EXISTE-NON  value 0.
             88 RCL-EXISTE-OUI  value 1.
           05 FILLER              PIC X(54).

       01 C-R                     PIC S9(8) COMP.
       01 I                       PIC S9(4) COMP.

       01 MON-PROG                PIC X(8) VALUE 'RCL1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPE1C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VMCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPE1C11.

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

      * Structure d'un employeur (FEMPL11)
       COPY CEMPL.

      * Structure d'une session (FSESS11)
       COPY CSESS.

      * Structure d'une habilitation (FHABI11)
       COPY CHABI.

      * Structure d'une reclamation (FRECL11)
       COPY CRECL.

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
       01 W-ORD-RECEPTION                PIC X(8).
       01 W-ORD-JOUR                     PIC X(8).
       01 W-ORD-SAISIE                   PIC X(8).

      * --------- Derniere sequence du dossier
       01 SEQ-MAX                        PIC 9(3).

      * --------- Reclamations rappelees (la plus recente en bas)
       01 W-TAB-RECLAMATIONS.
         05 W-TAB-LIGNE                  PIC X(60) OCCURS 5.

      * --------- Zone de construction d'une ligne de reclamation
       01 W-LIGNE-RECLAMATION.
         05 W-LIG-SEQ                    PIC 9(3).
         05 FILLER                       PIC X(4) VALUE ' DU '.
         05 W-LIG-RECEPTION              PIC X(10).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-CATEGORIE              PIC X(2).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-GESTIONNAIRE           PIC X(8).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-ETAT                   PIC X(22).

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
           MOVE LOW-VALUE TO MAPE1O
           MOVE SPACE TO CLE-RCL-PREC
           MOVE 'Numero de stagiaire et sequence (blanc = nouvelle)'
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
            '/mape1c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPE1')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPE1')
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
                   MOVE SPACE TO CLE-RCL-PREC

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
           EXEC CICS RECEIVE MAP   ('MAPE1')
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

           perform CHECK-CLE-RECLAMATION

           if (NUM-PREC NOT = NUMSTAGI OR SEQ-PREC NOT = SEQRCLI)
              perform GET-RECLAMATION
           END-IF

           perform 23500-REAFFICHE-DOSSIER

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-RECLAMATION
           .

       CHECK-CLE-RECLAMATION.
      *    Check le numero de stagiaire ; sequence a blanc (ou 000)
      *    pour une nouvelle reclamation
           IF NUMSTAGI IS NOT NUMERIC
             MOVE -1 to numstagl
             MOVE 'Veuillez saisir un numero de stagiaire (6 chiffres)'
               to messo
             MOVE SPACE to CLE-RCL-PREC
             perform 22000-TRAIT-ENVOI
           END-IF

           IF SEQRCLI = SPACE OR LOW-VALUE
              MOVE '000' TO SEQRCLI
           END-IF

           IF SEQRCLI IS NOT NUMERIC
             MOVE -1 to seqrcll
             MOVE 'Sequence de reclamation : 3 chiffres ou blanc'
               to messo
             MOVE SPACE to CLE-RCL-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           .

       GET-RECLAMATION.
      *    Le stagiaire doit exister et ne pas etre supprime ; la
      *    reclamation est prechargee, ou proposee a la date du jour
      *    au gestionnaire connecte si la sequence est a blanc
           MOVE NUMSTAGI TO E-NUMERO

           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-STAGIAIRE

           IF NOT cr-ok OR SUPPRIME-OUI
              MOVE LOW-VALUE TO MAPE1O
              MOVE 'Stagiaire inconnu ou supprime' to messo
              MOVE -1 to numstagl
              MOVE SPACE to CLE-RCL-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           SET IS-LOCKED-FALSE TO TRUE

           IF SEQRCLI = '000'
              SET RCL-EXISTE-NON TO TRUE
              MOVE LOW-VALUE TO EMPRCLO SESSRCLO CATEGO CANALO
                                OBJET1O OBJET2O DATEREPO ISSUEO
                                REPONSEO
              MOVE 'S'       TO ORIGINEO
              MOVE EIBUSERID TO GESTIONO
              EXEC CICS ASKTIME
                        ABSTIME(interval)
              END-EXEC
              EXEC CICS FORMATTIME
                        ABSTIME(interval)
                        DDMMYYYY(DATERCPO)
              END-EXEC
              MOVE 'Nouvelle reclamation : saisissez-la' to messo
           ELSE
              MOVE NUMSTAGI      TO E-RCL-NUMERO
              MOVE SEQRCLI       TO E-RCL-SEQ
              MOVE 'FRECL'       TO file-name
              SET c-consult      TO TRUE
              MOVE E-RECLAMATION TO enrgmt
              CALL pgm-accfile USING accfile-param

              EVALUATE TRUE
                WHEN cr-ok
                 MOVE enrgmt   TO E-RECLAMATION
                 SET RCL-EXISTE-OUI TO TRUE
                 MOVE E-RCL-ORIGINE         TO ORIGINEO
                 MOVE E-RCL-EMPLOYEUR       TO EMPRCLO
                 MOVE E-RCL-SESSION         TO SESSRCLO
                 MOVE E-RCL-CATEGORIE       TO CATEGO
                 MOVE E-RCL-CANAL           TO CANALO
                 MOVE E-RCL-DATE-RECEPTION(7:2) TO DATERCPO(1:2)
                 MOVE E-RCL-DATE-RECEPTION(5:2) TO DATERCPO(3:2)
                 MOVE E-RCL-DATE-RECEPTION(1:4) TO DATERCPO(5:4)
                 MOVE E-RCL-OBJET(1:60)     TO OBJET1O
                 MOVE E-RCL-OBJET(61:60)    TO OBJET2O
                 MOVE E-RCL-GESTIONNAIRE    TO GESTIONO
                 MOVE SPACE                 TO DATEREPO
                 IF E-RCL-DATE-REPONSE NOT = SPACE
                    MOVE E-RCL-DATE-REPONSE(7:2) TO DATEREPO(1:2)
                    MOVE E-RCL-DATE-REPONSE(5:2) TO DATEREPO(3:2)
                    MOVE E-RCL-DATE-REPONSE(1:4) TO DATEREPO(5:4)
                 END-IF
                 MOVE E-RCL-ISSUE           TO ISSUEO
                 MOVE E-RCL-REPONSE         TO REPONSEO
                 IF E-RCL-DATE-REPONSE = SPACE
                    MOVE 'Reclamation ouverte : suivi ou reponse'
                      to messo
                 ELSE
                    MOVE 'Reclamation repondue : modification'
                      to messo
                 END-IF

                WHEN cr-not-found
                 MOVE LOW-VALUE   TO MAPE1O
                 MOVE SPACE to CLE-RCL-PREC
                 MOVE 'Reclamation inconnue pour ce stagiaire'
                   to messo
                 MOVE -1 to seqrcll
                 PERFORM 22000-TRAIT-ENVOI

                WHEN OTHER
                 MOVE LOW-VALUE   TO MAPE1O
                 MOVE SPACE to CLE-RCL-PREC
                 MOVE 'Echec de la lecture'     to messo
                 MOVE -1 to numstagl
                 PERFORM 22000-TRAIT-ENVOI
              END-EVALUATE
           END-IF

           MOVE NUMSTAGI TO NUM-PREC
           MOVE SEQRCLI  TO SEQ-PREC

           PERFORM 23500-REAFFICHE-DOSSIER

           MOVE -1 to originel

           PERFORM 22000-TRAIT-ENVOI
           .

      *--------------------------------------------------
      * --  ZONES PROTEGEES : STAGIAIRE ET RECLAMATIONS --
      *--------------------------------------------------
       23500-REAFFICHE-DOSSIER.
      *    Le nom du stagiaire et la liste de ses reclamations sont
      *    proteges et ne reviennent pas a la reception : ils sont
      *    reconstitues a chaque envoi
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

           PERFORM 23510-LISTE-RECLAMATIONS

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
              MOVE W-TAB-LIGNE(I) TO LISTEO(I)
           END-PERFORM
           .

       23510-LISTE-RECLAMATIONS.
      *    Parcours des reclamations du dossier : derniere sequence
      *    attribuee et rappel des cinq plus recentes
           MOVE 0     TO SEQ-MAX
           MOVE SPACE TO W-TAB-RECLAMATIONS
           SET FIN-BROWSE-NON TO TRUE

           MOVE NUM-PREC      TO E-RCL-NUMERO
           MOVE 0             TO E-RCL-SEQ
           MOVE E-RECLAMATION TO enrgmt
           MOVE 'FRECL'       TO file-name
           SET c-startbr      TO TRUE
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-RECLAMATION TO enrgmt
              MOVE 'FRECL'       TO file-name
              SET c-readnext     TO TRUE
              CALL pgm-accfile USING accfile-param

              EVALUATE TRUE
                WHEN cr-ok
                  MOVE enrgmt TO E-RECLAMATION
                  IF E-RCL-NUMERO = NUM-PREC
                     MOVE E-RCL-SEQ TO SEQ-MAX
                     PERFORM 23520-LIGNE-RECLAMATION
                  ELSE
                     SET FIN-BROWSE-OUI TO TRUE
                  END-IF
                WHEN OTHER
                  SET FIN-BROWSE-OUI TO TRUE
              END-EVALUATE
           END-PERFORM

           MOVE 'FRECL'       TO file-name
           SET c-endbr        TO TRUE
           MOVE E-RECLAMATION TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       23520-LIGNE-RECLAMATION.
      *    Les lignes remontent d'un rang : la plus recente est en
      *    derniere position
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
              MOVE W-TAB-LIGNE(I + 1) TO W-TAB-LIGNE(I)
           END-PERFORM

           MOVE E-RCL-SEQ                 TO W-LIG-SEQ
           MOVE E-RCL-DATE-RECEPTION(7:2) TO W-LIG-RECEPTION(1:2)
           MOVE '/'                       TO W-LIG-RECEPTION(3:1)
           MOVE E-RCL-DATE-RECEPTION(5:2) TO W-LIG-RECEPTION(4:2)
           MOVE '/'                       TO W-LIG-RECEPTION(6:1)
           MOVE E-RCL-DATE-RECEPTION(1:4) TO W-LIG-RECEPTION(7:4)
           MOVE E-RCL-CATEGORIE           TO W-LIG-CATEGORIE
           MOVE E-RCL-GESTIONNAIRE        TO W-LIG-GESTIONNAIRE
           IF E-RCL-DATE-REPONSE = SPACE
              MOVE 'OUVERTE'              TO W-LIG-ETAT
           ELSE
              MOVE SPACE                  TO W-LIG-ETAT
              STRING 'REPONDUE LE '          DELIMITED BY SIZE
                     E-RCL-DATE-REPONSE(7:2) DELIMITED BY SIZE
                     '/'                     DELIMITED BY SIZE
                     E-RCL-DATE-REPONSE(5:2) DELIMITED BY SIZE
                     '/'                     DELIMITED BY SIZE
                     E-RCL-DATE-REPONSE(1:4) DELIMITED BY SIZE
                     INTO W-LIG-ETAT
              END-STRING
           END-IF
           MOVE W-LIGNE-RECLAMATION TO W-TAB-LIGNE(5)
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(W-ORD-JOUR)
           END-EXEC

      *    Check l'origine : S(tagiaire), E(mployeur), F(inanceur)
           MOVE ORIGINEI TO E-RCL-ORIGINE
           IF NOT RCL-ORIGINE-VALIDE
              MOVE -1 to originel
              MOVE 'Origine : S=Stagiaire E=Employeur F=Financeur'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check l'employeur (facultatif, obligatoire si la
      *    reclamation vient d'un employeur)
           IF EMPRCLI = LOW-VALUE
              MOVE SPACE TO EMPRCLI
           END-IF
           IF EMPRCLI = SPACE
              IF ORIGINEI = 'E'
                 MOVE -1 to emprcll
                 MOVE 'Veuillez saisir l''employeur reclamant' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           ELSE
              MOVE EMPRCLI     TO E-EMP-CODE
              MOVE 'FEMPL'     TO file-name
              SET c-consult    TO TRUE
              MOVE E-EMPLOYEUR TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 MOVE -1 to emprcll
                 MOVE 'Employeur inconnu au referentiel' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

      *    Check la session (facultative)
           IF SESSRCLI = LOW-VALUE
              MOVE SPACE TO SESSRCLI
           END-IF
           IF SESSRCLI NOT = SPACE
              MOVE SESSRCLI    TO E-SES-CODE
              MOVE 'FSESS'     TO file-name
              SET c-consult    TO TRUE
              MOVE E-SESSION   TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 MOVE -1 to sessrcll
                 MOVE 'Session inconnue au referentiel' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

      *    Check la categorie et le canal
           MOVE CATEGI TO E-RCL-CATEGORIE
           IF NOT RCL-CATEGORIE-VALIDE
              MOVE -1 to categl
              MOVE 'Categorie : PE OR PL RE CO AU' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           MOVE CANALI TO E-RCL-CANAL
           IF NOT RCL-CANAL-VALIDE
              MOVE -1 to canall
              MOVE 'Canal : C=Courrier T=Telephone M=Courriel A=Accueil'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check la date de reception (valide, non future)
           MOVE DATERCPI to date-to-validate
           MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
           CALL pgm-validdat using validdat-param
           IF cr-validdat-false
              MOVE -1 to datercpl
              MOVE 'Date de reception non valide (JJMMAAAA)' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           MOVE DATERCPI(5:4)  TO W-ORD-RECEPTION(1:4)
           MOVE DATERCPI(3:2)  TO W-ORD-RECEPTION(5:2)
           MOVE DATERCPI(1:2)  TO W-ORD-RECEPTION(7:2)
           IF W-ORD-RECEPTION > W-ORD-JOUR
              MOVE -1 to datercpl
              MOVE 'Date de reception dans le futur' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check l'objet (premiere ligne obligatoire)
           IF OBJET1I = SPACE OR LOW-VALUE
              MOVE -1 to objet1l
              MOVE 'Veuillez saisir l''objet de la reclamation' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check le gestionnaire (compte FHABI11 ; a blanc : le
      *    gestionnaire connecte)
           IF GESTIONI = SPACE OR LOW-VALUE
              MOVE EIBUSERID TO GESTIONI
           END-IF

           MOVE GESTIONI      TO E-HAB-USERID
           MOVE 'FHABI'       TO file-name
           SET c-consult      TO TRUE
           MOVE E-HABILITATION TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE -1 to gestionl
              MOVE 'Gestionnaire inconnu des habilitations' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check la reponse : date valide entre la reception et ce
      *    jour, avec son issue ; sans date, pas d'issue
           IF DATEREPI = LOW-VALUE
              MOVE SPACE TO DATEREPI
           END-IF
           IF ISSUEI = LOW-VALUE
              MOVE SPACE TO ISSUEI
           END-IF
           IF DATEREPI = SPACE
              IF ISSUEI NOT = SPACE
                 MOVE -1 to daterepl
                 MOVE 'Veuillez saisir la date de la reponse' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           ELSE
              MOVE DATEREPI to date-to-validate
              MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
              CALL pgm-validdat using validdat-param
              IF cr-validdat-false
                 MOVE -1 to daterepl
                 MOVE 'Date de reponse non valide (JJMMAAAA)' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE DATEREPI(5:4)  TO W-ORD-SAISIE(1:4)
              MOVE DATEREPI(3:2)  TO W-ORD-SAISIE(5:2)
              MOVE DATEREPI(1:2)  TO W-ORD-SAISIE(7:2)
              IF W-ORD-SAISIE > W-ORD-JOUR
                 OR W-ORD-SAISIE < W-ORD-RECEPTION
                 MOVE -1 to daterepl
                 MOVE 'Reponse : entre la reception et ce jour'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE ISSUEI TO E-RCL-ISSUE
              IF NOT RCL-ISSUE-VALIDE
                 MOVE -1 to issuel
                 MOVE 'Issue : F=Fondee P=Partiellement N=Non fondee'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF
           .

       23300-ECRIT-RECLAMATION.
      *    Ecrit la reclamation : une nouvelle reclamation prend la
      *    sequence suivant la derniere du dossier
           MOVE NUM-PREC      TO E-RCL-NUMERO

           IF RCL-EXISTE-OUI
      *       Relecture pour verrou
              MOVE SEQ-PREC      TO E-RCL-SEQ
              MOVE 'FRECL'       TO file-name
              SET c-read         TO TRUE
              MOVE E-RECLAMATION TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE enrgmt        TO E-RECLAMATION
              IF NOT cr-ok
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE SPACE TO CLE-RCL-PREC
                 MOVE 'Echec de la lecture' to messo
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           ELSE
              PERFORM 23510-LISTE-RECLAMATIONS
              MOVE SPACE         TO E-RECLAMATION
              MOVE NUM-PREC      TO E-RCL-NUMERO
              COMPUTE E-RCL-SEQ = SEQ-MAX + 1
           END-IF

           MOVE ORIGINEI  TO E-RCL-ORIGINE
           MOVE EMPRCLI   TO E-RCL-EMPLOYEUR
           MOVE SESSRCLI  TO E-RCL-SESSION
           MOVE CATEGI    TO E-RCL-CATEGORIE
           MOVE CANALI    TO E-RCL-CANAL
           MOVE DATERCPI(5:4)  TO E-RCL-DATE-RECEPTION(1:4)
           MOVE DATERCPI(3:2)  TO E-RCL-DATE-RECEPTION(5:2)
           MOVE DATERCPI(1:2)  TO E-RCL-DATE-RECEPTION(7:2)
           MOVE SPACE     TO E-RCL-OBJET
           MOVE OBJET1I   TO E-RCL-OBJET(1:60)
           IF OBJET2I NOT = LOW-VALUE
              MOVE OBJET2I  TO E-RCL-OBJET(61:60)
           END-IF
           MOVE GESTIONI  TO E-RCL-GESTIONNAIRE

           MOVE SPACE     TO E-RCL-DATE-REPONSE E-RCL-REPONSE
           IF DATEREPI NOT = SPACE
              MOVE DATEREPI(5:4)  TO E-RCL-DATE-REPONSE(1:4)
              MOVE DATEREPI(3:2)  TO E-RCL-DATE-REPONSE(5:2)
              MOVE DATEREPI(1:2)  TO E-RCL-DATE-REPONSE(7:2)
           END-IF
           MOVE ISSUEI    TO E-RCL-ISSUE
           IF REPONSEI NOT = LOW-VALUE
              MOVE REPONSEI TO E-RCL-REPONSE
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-RCL-DATE-MAJ)
                     DATESEP('/')
           END-EXEC
           MOVE EIBUSERID TO E-RCL-USERID

           MOVE 'FRECL'      TO file-name
           IF RCL-EXISTE-OUI
              SET c-rewrite TO TRUE
           ELSE
              SET c-write   TO TRUE
           END-IF
           MOVE E-RECLAMATION TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               MOVE SPACE TO messo
               IF RCL-EXISTE-OUI
                  STRING 'Reclamation ' E-RCL-SEQ
                         ' modifiee avec succes'
                         DELIMITED BY SIZE INTO messo
                  END-STRING
               ELSE
                  STRING 'Reclamation ' E-RCL-SEQ
                         ' enregistree avec succes'
                         DELIMITED BY SIZE INTO messo
                  END-STRING
               END-IF
               PERFORM 23310-AUDIT-RECLAMATION
             WHEN cr-duplicate
               MOVE 'Reclamation deja enregistree : recommencez'
                 to messo
             WHEN OTHER
               MOVE 'Echec de l''ecriture' to messo
           END-EVALUATE

           move -1     to numstagl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE SPACE TO CLE-RCL-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-RECLAMATION.
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
           MOVE 'FRECL11 '      TO RESSOURCE-TD
           IF RCL-EXISTE-OUI
              MOVE 'M'          TO FONCTION-TD
           ELSE
              MOVE 'C'          TO FONCTION-TD
           END-IF
           MOVE E-RCL-NUMERO    TO NUM-STAG-TD

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

              MOVE '9'    TO NUMSTAGA SEQRCLA ORIGINEA EMPRCLA
                             SESSRCLA CATEGA CANALA DATERCPA OBJET1A
                             OBJET2A GESTIONA DATEREPA ISSUEA REPONSEA

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-RCL-PREC
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
              MOVE '9'    TO NUMSTAGA SEQRCLA ORIGINEA EMPRCLA
                             SESSRCLA CATEGA CANALA DATERCPA OBJET1A
                             OBJET2A GESTIONA DATEREPA ISSUEA REPONSEA

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
