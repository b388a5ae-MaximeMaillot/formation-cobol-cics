      *======================================================*
      *   INVENTAIRE DU MATERIEL PRETE AUX STAGIAIRES        *
      *   (FMATE11) : CREATION ET MISE A JOUR D'UN ARTICLE   *
      *   (NUMERO D'INVENTAIRE, TYPE ORDINATEUR/CHAUSSURES/  *
      *   OUTILLAGE, VALEUR ET VALEUR RESIDUELLE, SITE,      *
      *   ETAT). L'ETAT D'UN ARTICLE PRETE OU NON RESTITUE   *
      *   N'EST PAS MODIFIABLE ICI : IL SUIT LE PRET         *
      *   (MAT2CI11), LA RESTITUTION (MAT3CI11) ET LA        *
      *   DECISION DE MISE EN DETTE (MAT4CI11)               *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAT1CI11.

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
           05 MAT-EXISTE          PIC 9.
             88 MAT-EXISTE-NON  value 0.
             88 MAT-EXISTE-OUI  value 1.
      *        ETAT DE L'ARTICLE A L'AFFICHAGE (CONTROLE A LA
      *        RELECTURE AVANT MISE A JOUR)
           05 ETAT-PREC           PIC X(1).
           05 FILLER              PIC X(54).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'MAT1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPE7C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VSCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPE7C11.

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

      * Structure d'un site (FSITE11)
       COPY CSITE.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

      * --------- Valeur et valeur residuelle saisies (centimes)
       01 W-VALEUR                       PIC 9(7).
       01 W-RESIDUEL                     PIC 9(7).

      * --------- Date AAAAMMJJ a editer en JJ/MM/AAAA
       01 W-DATE-ORD                     PIC 9(8).
       01 W-DATE-ORD-X REDEFINES W-DATE-ORD.
         05 W-ORD-AAAA                   PIC X(4).
         05 W-ORD-MM                     PIC X(2).
         05 W-ORD-JJ                     PIC X(2).
       01 W-DATE-EDIT                    PIC X(10).

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
           MOVE LOW-VALUE TO MAPE7O
           MOVE 'Saisissez le numero d''inventaire' TO messo
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
            '/mape7c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPE7')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPE7')
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
           EXEC CICS RECEIVE MAP   ('MAPE7')
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
              perform GET-MATERIEL
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-MATERIEL
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

       GET-MATERIEL.
      *    L'article est precharge s'il existe deja ; s'il est
      *    prete, l'emprunteur et la date de restitution prevue
      *    sont affiches
           MOVE INVENTI     TO E-MAT-INVENTAIRE
           MOVE 'FMATE'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-MATERIEL  TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-MATERIEL

           MOVE LOW-VALUE TO NUMSTAGO NOMO PRENOMO DATPRETO DATPREVO

           EVALUATE TRUE
             WHEN cr-ok
              SET MAT-EXISTE-OUI TO TRUE
              MOVE E-MAT-TYPE              TO TYPEO
              MOVE E-MAT-LIBELLE           TO LIBELLEO
              MOVE E-MAT-VALEUR-CENTIMES   TO VALEURO
              MOVE E-MAT-RESIDUEL-CENTIMES TO RESIDO
              MOVE E-MAT-SITE              TO SITEO
              MOVE E-MAT-ETAT              TO ETATO
              MOVE E-MAT-ETAT              TO ETAT-PREC
              MOVE INVENTI                 TO CLE-PREC

              IF MAT-PRETE OR MAT-NON-RESTITUE
                 PERFORM 23260-AFFICHE-PRET
                 MOVE 'Article prete : etat non modifiable ici'
                   to messo
              ELSE
                 MOVE 'Article existant : modification' to messo
              END-IF

             WHEN cr-not-found
               SET MAT-EXISTE-NON TO TRUE
               MOVE INVENTI   TO CLE-PREC
               MOVE SPACE     TO ETAT-PREC
               MOVE LOW-VALUE TO TYPEO LIBELLEO VALEURO RESIDO SITEO
               MOVE 'D'       TO ETATO
               MOVE 'Nouvel article : saisissez-le' to messo
             WHEN OTHER
               MOVE LOW-VALUE   TO MAPE7O
               MOVE SPACE       TO CLE-PREC
               MOVE 'Echec de la lecture'     to messo
               MOVE -1 to inventl
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE

           MOVE -1 to typel

           PERFORM 22000-TRAIT-ENVOI
           .

       23260-AFFICHE-PRET.
      *    Emprunteur et pret en cours de l'article
           MOVE E-MAT-PRET-NUMERO TO NUMSTAGO E-NUMERO
           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt      TO E-STAGIAIRE
              MOVE E-NOM       TO NOMO
              MOVE E-PRENOM    TO PRENOMO
           END-IF

           MOVE E-MAT-PRET-DATE TO W-DATE-ORD
           PERFORM 23270-EDITE-DATE
           MOVE W-DATE-EDIT     TO DATPRETO

           MOVE E-MAT-PRET-NUMERO TO E-PMA-NUMERO
           MOVE E-MAT-INVENTAIRE  TO E-PMA-INVENTAIRE
           MOVE E-MAT-PRET-DATE   TO E-PMA-DATE-PRET
           MOVE 'FPRMA'           TO file-name
           SET c-consult          TO TRUE
           MOVE E-PRET-MATERIEL   TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt            TO E-PRET-MATERIEL
              MOVE E-PMA-DATE-PREVUE TO W-DATE-ORD
              PERFORM 23270-EDITE-DATE
              MOVE W-DATE-EDIT       TO DATPREVO
           END-IF
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

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    Check le type de materiel
           IF TYPEI NOT = 'O' AND TYPEI NOT = 'C' AND TYPEI NOT = 'T'
              MOVE -1 to typel
              MOVE 'Type : O ordinateur, C chaussures, T outillage'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check le libelle
           IF LIBELLEI = SPACE OR LOW-VALUE
              MOVE -1 to libellel
              MOVE 'Veuillez saisir le libelle de l''article' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check la valeur d'achat (centimes)
           IF VALEURI = SPACE OR LOW-VALUE
              OR VALEURI IS NOT NUMERIC
              OR VALEURI = '0000000'
              MOVE -1 to valeurl
              MOVE 'Valeur invalide (centimes)' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           MOVE VALEURI TO W-VALEUR

      *    Valeur residuelle (centimes) : la valeur d'achat a defaut
           IF RESIDI = SPACE OR LOW-VALUE
              MOVE W-VALEUR TO W-RESIDUEL
              MOVE W-VALEUR TO RESIDO
           ELSE
              IF RESIDI IS NOT NUMERIC
                 MOVE -1 to residl
                 MOVE 'Valeur residuelle invalide (centimes)' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE RESIDI TO W-RESIDUEL
           END-IF
           IF W-RESIDUEL > W-VALEUR
              MOVE -1 to residl
              MOVE 'Valeur residuelle superieure a la valeur' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check le site d'affectation (referentiel FSITE11)
           IF SITEI = SPACE OR LOW-VALUE
              MOVE -1 to sitel
              MOVE 'Veuillez saisir le site de l''article' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           MOVE SITEI       TO E-SIT-CODE
           MOVE 'FSITE'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-SITE      TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              MOVE -1 to sitel
              MOVE 'Site inconnu' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check l'etat : D disponible, H hors service, R reforme ;
      *    l'etat d'un article prete ou non restitue est conserve
           IF ETAT-PREC = 'P' OR ETAT-PREC = 'N'
              MOVE ETAT-PREC TO ETATO ETATI
           ELSE
              IF ETATI = SPACE OR LOW-VALUE
                 MOVE 'D' TO ETATI ETATO
              END-IF
              IF ETATI NOT = 'D' AND ETATI NOT = 'H'
                 AND ETATI NOT = 'R'
                 MOVE -1 to etatl
                 MOVE 'Etat : D disponible, H hors service, R reforme'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF
           .

       23300-ECRIT-MATERIEL.
      *    Ecrit l'article (creation ou modification). Un article
      *    existant est relu dans la meme tache : un article prete
      *    ou rendu entre-temps n'est pas ecrase
           MOVE INVENTI   TO E-MAT-INVENTAIRE

           IF MAT-EXISTE-OUI
              MOVE 'FMATE'      TO file-name
              SET c-read        TO TRUE
              MOVE E-MATERIEL   TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE enrgmt       TO E-MATERIEL
              IF NOT cr-ok
                 MOVE 'Echec de la relecture' to messo
                 MOVE -1 to inventl
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE SPACE TO CLE-PREC
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
              IF E-MAT-ETAT NOT = ETAT-PREC
                 MOVE 'Article modifie entre-temps : non mis a jour'
                   to messo
                 MOVE -1 to inventl
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE SPACE TO CLE-PREC
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           ELSE
      *       Nouvel article : aucun pret en cours
              MOVE 0     TO E-MAT-PRET-NUMERO E-MAT-PRET-DATE
           END-IF

           MOVE TYPEI          TO E-MAT-TYPE
           MOVE LIBELLEI       TO E-MAT-LIBELLE
           INSPECT E-MAT-LIBELLE REPLACING ALL LOW-VALUE BY SPACE
           MOVE W-VALEUR       TO E-MAT-VALEUR-CENTIMES
           MOVE W-RESIDUEL     TO E-MAT-RESIDUEL-CENTIMES
           MOVE SITEI          TO E-MAT-SITE
           MOVE ETATI          TO E-MAT-ETAT

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-MAT-DATE-MAJ)
                     DATESEP('/')
           END-EXEC
           MOVE EIBUSERID TO E-MAT-USERID

           MOVE 'FMATE'    TO file-name
           IF MAT-EXISTE-OUI
              SET c-rewrite TO TRUE
           ELSE
              SET c-write   TO TRUE
           END-IF
           MOVE E-MATERIEL TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               IF MAT-EXISTE-OUI
                  MOVE 'Article modifie avec succes' to messo
               ELSE
                  MOVE 'Article enregistre avec succes' to messo
               END-IF
               PERFORM 23310-AUDIT-MATERIEL
             WHEN cr-duplicate
               MOVE 'Article existe deja' to messo
             WHEN OTHER
               MOVE 'Echec de l''ecriture' to messo
           END-EVALUATE

           move -1     to inventl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE SPACE TO CLE-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-MATERIEL.
      *    Trace d'audit de la mise a jour (TDQ INFO) : le numero
      *    d'inventaire, l'etat et la valeur residuelle sont portes
      *    dans la zone libre de la trace
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
           MOVE 'FMATE11 '      TO RESSOURCE-TD
           IF MAT-EXISTE-OUI
              MOVE 'M'          TO FONCTION-TD
           ELSE
              MOVE 'C'          TO FONCTION-TD
           END-IF
           MOVE E-MAT-PRET-NUMERO TO NUM-STAG-TD
           STRING E-MAT-INVENTAIRE        DELIMITED BY SIZE
                  ' ETAT '                DELIMITED BY SIZE
                  E-MAT-ETAT              DELIMITED BY SIZE
                  ' RESID '               DELIMITED BY SIZE
                  E-MAT-RESIDUEL-CENTIMES DELIMITED BY SIZE
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

              MOVE '9'    TO INVENTA TYPEA LIBELLEA VALEURA RESIDA
                             SITEA ETATA

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
              MOVE '9'    TO INVENTA TYPEA LIBELLEA VALEURA RESIDA
                             SITEA ETATA

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
