      *======================================================*
      *   RESTITUTION D'UN ARTICLE DE MATERIEL PRETE : LE    *
      *   PRET EN COURS EST RETROUVE PAR LE NUMERO           *
      *   D'INVENTAIRE. ACTION R : RESTITUTION (DATE ET ETAT *
      *   DE RETOUR) ; L'ARTICLE REDEVIENT DISPONIBLE, OU    *
      *   HORS SERVICE S'IL EST RENDU ENDOMMAGE. ACTION D :  *
      *   APRES LA DATE DE RESTITUTION PREVUE, DEMANDE DE    *
      *   MISE EN DETTE DE LA VALEUR RESIDUELLE, SOUMISE A   *
      *   LA DECISION DE LA SUPERVISION SUR MAT4CI11         *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAT3CI11.

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
           05 CLE-PREC            PIC X(8).
      *        ETAT DU PRET A L'AFFICHAGE (CONTROLE A LA
      *        RELECTURE AVANT MISE A JOUR)
           05 ETAT-PREC           PIC X(1).
           05 FILLER              PIC X(55).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'MAT3CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPE9C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VUCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPE9C11.

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

      * Structure d'un article de materiel (FMATE11)
       COPY CMATE.

      * Structure d'un pret de materiel (FPRMA11)
       COPY CPRMA.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

       01 W-MONTANT-EDIT                 PIC ZZZZZZZ9,99.

      * --------- Date du jour (AAAAMMJJ et JJMMAAAA)
       01 W-AUJOURDHUI                   PIC 9(8).
       01 W-AUJOURDHUI-X REDEFINES W-AUJOURDHUI.
         05 W-AUJ-AAAA                   PIC X(4).
         05 W-AUJ-MM                     PIC X(2).
         05 W-AUJ-JJ                     PIC X(2).

      * --------- Date AAAAMMJJ (editee en JJ/MM/AAAA ou
      *           obtenue d'une saisie JJMMAAAA)
       01 W-DATE-ORD                     PIC 9(8).
       01 W-DATE-ORD-X REDEFINES W-DATE-ORD.
         05 W-ORD-AAAA                   PIC X(4).
         05 W-ORD-MM                     PIC X(2).
         05 W-ORD-JJ                     PIC X(2).
       01 W-DATE-EDIT                    PIC X(10).

      * --------- Date de retour retenue (AAAAMMJJ)
       01 W-DATE-RETOUR                  PIC 9(8).

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-validdat                 PIC X(8) value 'VALIDDAT'.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.

      * --------- Parametre pour sous-programme VALIDDAT
       01 validdat-param.
         02 date-to-validate             PIC X(8).
         02 CR-VALIDDAT                  PIC 9 value 0.
          88 cr-validdat-false                 value 0.
          88 cr-validdat-ok                    value 1.
         02 AN-MIN-VALIDDAT              PIC 9(4) value 0.
         02 AN-MAX-VALIDDAT              PIC 9(4) value 0.

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
           MOVE LOW-VALUE TO MAPE9O
           MOVE 'Saisissez le numero d''inventaire de l''article prete'
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
            '/mape9c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPE9')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPE9')
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
           EXEC CICS RECEIVE MAP   ('MAPE9')
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

           if CLE-PREC NOT = INVENTI
              perform GET-MATERIEL-PRET
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-RESTITUTION
           .

       CHECK-CLE.
      *    Check le numero d'inventaire
           IF INVENTI = SPACE OR LOW-VALUE
             MOVE -1 to inventl
             MOVE 'Veuillez saisir un numero d''inventaire' to messo
             MOVE SPACE to CLE-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           INSPECT INVENTI REPLACING ALL LOW-VALUE BY SPACE
           .

       GET-MATERIEL-PRET.
      *    L'article doit etre prete ; le pret en cours est lu par
      *    l'emprunteur et la date de pret portes sur l'article
           MOVE LOW-VALUE TO TYPEO LIBELLEO NUMSTAGO NOMO PRENOMO
                             DATPRETO DATPREVO ETATPRO NBRELO DATRELO
                             RESIDO ACTIONO ETATRETO DATRETO
           MOVE INVENTI     TO E-MAT-INVENTAIRE
           MOVE 'FMATE'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-MATERIEL  TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-MATERIEL

           IF NOT cr-ok
              MOVE SPACE TO CLE-PREC
              MOVE 'Article inconnu' to messo
              MOVE -1 to inventl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-MAT-TYPE    TO TYPEO
           MOVE E-MAT-LIBELLE TO LIBELLEO
           COMPUTE W-MONTANT-EDIT = E-MAT-RESIDUEL-CENTIMES / 100
           MOVE W-MONTANT-EDIT TO RESIDO

           IF MAT-NON-RESTITUE
              MOVE SPACE TO CLE-PREC
              MOVE 'Article passe en dette : restitution close'
                to messo
              MOVE -1 to inventl
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF NOT MAT-PRETE
              MOVE SPACE TO CLE-PREC
              MOVE 'Article non prete' to messo
              MOVE -1 to inventl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-MAT-PRET-NUMERO TO E-PMA-NUMERO
           MOVE E-MAT-INVENTAIRE  TO E-PMA-INVENTAIRE
           MOVE E-MAT-PRET-DATE   TO E-PMA-DATE-PRET
           MOVE 'FPRMA'           TO file-name
           SET c-consult          TO TRUE
           MOVE E-PRET-MATERIEL   TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt            TO E-PRET-MATERIEL

           IF NOT cr-ok OR NOT PMA-OUVERT
              MOVE SPACE TO CLE-PREC
              MOVE 'Pret en cours introuvable' to messo
              MOVE -1 to inventl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           PERFORM 23260-AFFICHE-PRET

           MOVE INVENTI    TO CLE-PREC
           MOVE E-PMA-ETAT TO ETAT-PREC
           SET IS-LOCKED-FALSE TO TRUE

           PERFORM 23290-DATE-DU-JOUR
           EVALUATE TRUE
             WHEN PMA-DETTE-DEMANDEE
               MOVE 'Mise en dette demandee : R restitution possible'
                 to messo
             WHEN E-PMA-DATE-PREVUE < W-AUJOURDHUI
               MOVE 'Pret echu : R restitution, D demande de mise '
                 & 'en dette' to messo
             WHEN OTHER
               MOVE 'Pret en cours : R restitution' to messo
           END-EVALUATE

           MOVE -1 to actionl

           PERFORM 22000-TRAIT-ENVOI
           .

       23260-AFFICHE-PRET.
      *    Emprunteur, dates et relances du pret en cours
           MOVE E-PMA-NUMERO TO NUMSTAGO E-NUMERO
           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt      TO E-STAGIAIRE
              MOVE E-NOM       TO NOMO
              MOVE E-PRENOM    TO PRENOMO
           END-IF

           MOVE E-PMA-DATE-PRET   TO W-DATE-ORD
           PERFORM 23270-EDITE-DATE
           MOVE W-DATE-EDIT       TO DATPRETO
           MOVE E-PMA-DATE-PREVUE TO W-DATE-ORD
           PERFORM 23270-EDITE-DATE
           MOVE W-DATE-EDIT       TO DATPREVO

           MOVE E-PMA-ETAT         TO ETATPRO
           MOVE E-PMA-NB-RELANCES  TO NBRELO
           MOVE E-PMA-DATE-RELANCE TO DATRELO
           .

       23270-EDITE-DATE.
      *    Date AAAAMMJJ editee en JJ/MM/AAAA
           MOVE SPACE TO W-DATE-EDIT
           IF W-DATE-ORD > 0
              STRING W-ORD-JJ   DELIMITED BY SIZE
                     '/'        DELIMITED BY SIZE
                     W-ORD-MM   DELIMITED BY SIZE
                     '/'        DELIMITED BY SIZE
                     W-ORD-AAAA DELIMITED BY SIZE
                     INTO W-DATE-EDIT
              END-STRING
           END-IF
           .

       23290-DATE-DU-JOUR.
           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(W-AUJOURDHUI)
           END-EXEC
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    Check l'action : R restitution, D demande de mise en
      *    dette
           IF ACTIONI NOT = 'R' AND ACTIONI NOT = 'D'
              MOVE -1 to actionl
              MOVE 'Action : R restitution, D demande de mise en '
                & 'dette' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           PERFORM 23290-DATE-DU-JOUR

           IF ACTIONI = 'R'
      *       Etat de l'article rendu
              IF ETATRETI NOT = 'B' AND ETATRETI NOT = 'E'
                 MOVE -1 to etatretl
                 MOVE 'Etat au retour : B bon etat, E endommage'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF

      *       Date de retour (JJMMAAAA) : le jour meme a defaut
              IF DATRETI = SPACE OR LOW-VALUE
                 STRING W-AUJ-JJ   DELIMITED BY SIZE
                        W-AUJ-MM   DELIMITED BY SIZE
                        W-AUJ-AAAA DELIMITED BY SIZE
                        INTO DATRETI
                 END-STRING
                 MOVE DATRETI TO DATRETO
              END-IF
              MOVE DATRETI TO date-to-validate
              MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
              CALL pgm-validdat using validdat-param
              IF cr-validdat-false
                 MOVE -1 to datretl
                 MOVE 'Date de retour invalide (JJMMAAAA)' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE DATRETI(5:4) TO W-ORD-AAAA
              MOVE DATRETI(3:2) TO W-ORD-MM
              MOVE DATRETI(1:2) TO W-ORD-JJ
              MOVE W-DATE-ORD   TO W-DATE-RETOUR
              IF W-DATE-RETOUR > W-AUJOURDHUI
                 MOVE -1 to datretl
                 MOVE 'Date de retour posterieure au jour' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           ELSE
      *       La demande de mise en dette suppose un pret en cours
      *       dont la date de restitution prevue est depassee
              MOVE INVENTI           TO E-MAT-INVENTAIRE
              MOVE 'FMATE'           TO file-name
              SET c-consult          TO TRUE
              MOVE E-MATERIEL        TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE enrgmt            TO E-MATERIEL
              MOVE E-MAT-PRET-NUMERO TO E-PMA-NUMERO
              MOVE E-MAT-INVENTAIRE  TO E-PMA-INVENTAIRE
              MOVE E-MAT-PRET-DATE   TO E-PMA-DATE-PRET
              MOVE 'FPRMA'           TO file-name
              SET c-consult          TO TRUE
              MOVE E-PRET-MATERIEL   TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE enrgmt            TO E-PRET-MATERIEL
              IF NOT PMA-EN-COURS
                 MOVE -1 to actionl
                 MOVE 'Mise en dette deja demandee' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              IF E-PMA-DATE-PREVUE NOT < W-AUJOURDHUI
                 MOVE -1 to actionl
                 MOVE 'Date de restitution prevue non depassee'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              IF E-MAT-RESIDUEL-CENTIMES = 0
                 MOVE -1 to actionl
                 MOVE 'Valeur residuelle nulle : pas de mise en dette'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF
           .

       23300-ECRIT-RESTITUTION.
      *    Enregistre la restitution ou la demande de mise en
      *    dette. Le pret et l'article sont relus pour mise a jour
      *    dans la meme tache : un pret modifie entre-temps n'est
      *    pas ecrase
           MOVE INVENTI      TO E-MAT-INVENTAIRE
           MOVE 'FMATE'      TO file-name
           SET c-read        TO TRUE
           MOVE E-MATERIEL   TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt       TO E-MATERIEL
           IF NOT cr-ok OR NOT MAT-PRETE
              MOVE 'Article modifie entre-temps : non mis a jour'
                to messo
              MOVE -1 to inventl
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-MAT-PRET-NUMERO TO E-PMA-NUMERO
           MOVE E-MAT-INVENTAIRE  TO E-PMA-INVENTAIRE
           MOVE E-MAT-PRET-DATE   TO E-PMA-DATE-PRET
           MOVE 'FPRMA'           TO file-name
           SET c-read             TO TRUE
           MOVE E-PRET-MATERIEL   TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt            TO E-PRET-MATERIEL
           IF NOT cr-ok OR E-PMA-ETAT NOT = ETAT-PREC
              MOVE 'Pret modifie entre-temps : non mis a jour'
                to messo
              MOVE -1 to inventl
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-PMA-DATE-MAJ)
                     DATESEP('/')
           END-EXEC
           MOVE EIBUSERID TO E-PMA-USERID

           IF ACTIONI = 'R'
              SET PMA-RESTITUE   TO TRUE
              MOVE W-DATE-RETOUR TO E-PMA-DATE-RETOUR
              MOVE ETATRETI      TO E-PMA-ETAT-RETOUR
           ELSE
              SET PMA-DETTE-DEMANDEE     TO TRUE
              MOVE E-MAT-RESIDUEL-CENTIMES TO E-PMA-MONTANT-DETTE
              MOVE EIBUSERID             TO E-PMA-DEMANDEUR
              MOVE E-PMA-DATE-MAJ        TO E-PMA-DATE-DEMANDE
           END-IF

           MOVE 'FPRMA'         TO file-name
           SET c-rewrite        TO TRUE
           MOVE E-PRET-MATERIEL TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE 'Echec de la mise a jour du pret' to messo
              MOVE -1 to inventl
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF ACTIONI = 'R'
      *       L'article rendu redevient disponible, ou passe hors
      *       service s'il est endommage
              IF PMA-RENDU-BON
                 SET MAT-DISPONIBLE   TO TRUE
              ELSE
                 SET MAT-HORS-SERVICE TO TRUE
              END-IF
              MOVE 0              TO E-MAT-PRET-NUMERO E-MAT-PRET-DATE
              MOVE E-PMA-DATE-MAJ TO E-MAT-DATE-MAJ
              MOVE EIBUSERID      TO E-MAT-USERID

              MOVE 'FMATE'    TO file-name
              SET c-rewrite   TO TRUE
              MOVE E-MATERIEL TO enrgmt
              CALL pgm-accfile USING accfile-param

              IF cr-ok
                 MOVE 'Restitution enregistree avec succes' to messo
              ELSE
                 MOVE 'Echec de la mise a jour de l''article' to messo
              END-IF
           ELSE
              MOVE 'Mise en dette soumise a la supervision (MAT4)'
                to messo
           END-IF

           PERFORM 23310-AUDIT-RESTITUTION

           move -1     to inventl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE SPACE TO CLE-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-RESTITUTION.
      *    Trace d'audit de la mise a jour du pret (TDQ INFO) : le
      *    numero d'inventaire, l'action et l'etat de retour ou le
      *    montant demande sont portes dans la zone libre
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
           MOVE 'FPRMA11 '      TO RESSOURCE-TD
           MOVE 'M'             TO FONCTION-TD
           MOVE E-PMA-NUMERO    TO NUM-STAG-TD
           IF ACTIONI = 'R'
              STRING E-PMA-INVENTAIRE  DELIMITED BY SIZE
                     ' RETOUR '        DELIMITED BY SIZE
                     E-PMA-ETAT-RETOUR DELIMITED BY SIZE
                     ' '               DELIMITED BY SIZE
                     E-PMA-DATE-RETOUR DELIMITED BY SIZE
                     INTO F OF E-TD
              END-STRING
           ELSE
              STRING E-PMA-INVENTAIRE    DELIMITED BY SIZE
                     ' DETTE '           DELIMITED BY SIZE
                     E-PMA-MONTANT-DETTE DELIMITED BY SIZE
                     INTO F OF E-TD
              END-STRING
           END-IF

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

              MOVE '9'    TO INVENTA ACTIONA ETATRETA DATRETA

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-PREC
              MOVE 'Annulation' to messo
              move -1           to inventl

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
              MOVE '9'    TO INVENTA ACTIONA ETATRETA DATRETA

              MOVE 'Mauvais choix' TO messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE SPACE TO confo
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO messo
           move -1 to INVENTL
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
