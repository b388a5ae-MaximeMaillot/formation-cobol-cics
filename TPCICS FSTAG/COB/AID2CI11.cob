      *======================================================*
      *   AIDES EXCEPTIONNELLES D'URGENCE (FAIDE11) : ECRAN  *
      *   DE DECISION DU COMITE, RESERVE AU ROLE SUPERVISION *
      *   (FHABI11). DECISION ACCORDEE / PARTIELLE / REFUSEE *
      *   AVEC LE MONTANT ACCORDE DANS LA LIMITE DU PLAFOND  *
      *   ANNUEL AIDE-AN ET LE MODE DE VERSEMENT : PROCHAIN  *
      *   CALCUL PAI1CI11 OU ORDRE HORS CYCLE AID3CI11. LE   *
      *   GESTIONNAIRE DEMANDEUR NE PEUT DECIDER SA PROPRE   *
      *   DEMANDE ; UNE AIDE VERSEE N'EST PLUS MODIFIABLE    *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AID2CI11.

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
             10 NUM-STAGI-PREC    PIC 9(6).
             10 SEQ-PREC          PIC 9(2).
           05 AID-EXISTE          PIC 9.
             88 AID-EXISTE-NON  value 0.
             88 AID-EXISTE-OUI  value 1.
           05 FILLER              PIC X(55).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'AID2CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPC2C11'.
       01 MA-TRX                  PIC X(4) VALUE 'UTCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPC2C11.

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

      * Structure d'une aide exceptionnelle (FAIDE11)
       COPY CAIDE.

      * Structure d'un parametre de gestion (FPARM11)
       COPY CPARM.

      * Structure d'un profil d'habilitation (FHABI11)
       COPY CHABI.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

       01 W-MONTANT-EDIT                 PIC ZZZZZZZ9,99.

      * --------- Date du comite saisie (JJMMAAAA)
       01 W-DATE-COMITE.
         05 W-DCO-JJMM                   PIC X(4).
         05 W-DCO-AAAA                   PIC X(4).

      * --------- Plafond annuel des aides par stagiaire (FPARM11
      *           AIDE-AN, centimes) et cumul accorde dans l'annee
       01 W-ANNEE-CUMUL                  PIC X(4).
       01 W-PLAF-ANNUEL                  PIC 9(7).
       01 W-DEFAUT-ANNUEL                PIC 9(7) VALUE 100000.
       01 W-DEJA-ACCORDE                 PIC 9(9).
       01 W-DISPONIBLE                   PIC 9(9).
       01 W-MONTANT                      PIC 9(7).

       01 W-HABILITATION                 PIC 9.
         88 HABILITATION-OK         VALUE 1.
         88 HABILITATION-KO         VALUE 0.

      * --------- Parcours des aides du stagiaire (la demande en
      *           cours est sauvegardee le temps du parcours)
       01 W-AIDE-SAUVE                   PIC X(200).
       01 AID-FIN-BROWSE                 PIC 9.
         88 AID-FIN-BROWSE-OUI      VALUE 1.
         88 AID-FIN-BROWSE-NON      VALUE 0.

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
           MOVE LOW-VALUE TO MAPC2O

      *  L'ECRAN EST RESERVE AU ROLE SUPERVISION
           PERFORM 28000-VERIFIE-SUPERVISION
           IF HABILITATION-KO
              MOVE 'Acces reserve au role supervision' TO messo
           ELSE
              MOVE 'Saisissez numero de stagiaire et sequence' TO messo
           END-IF
           .

       28000-VERIFIE-SUPERVISION.
      *--------------------------*
      *    Le profil (FHABI11) de l'utilisateur connecte doit
      *    porter le role supervision
           SET HABILITATION-KO TO TRUE

           MOVE EIBUSERID        TO E-HAB-USERID
           MOVE 'FHABI'          TO file-name
           SET c-consult         TO TRUE
           MOVE E-HABILITATION   TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              MOVE enrgmt TO E-HABILITATION
              IF ROLE-SUPERVISION
                 SET HABILITATION-OK TO TRUE
              END-IF
           END-IF
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
            '/mapc2c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPC2')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPC2')
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
                   MOVE 0 TO CLE-PREC

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
           EXEC CICS RECEIVE MAP   ('MAPC2')
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

           PERFORM 28000-VERIFIE-SUPERVISION
           IF HABILITATION-KO
              MOVE 'Acces reserve au role supervision' TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           perform CHECK-CLE

           if (NUM-STAGI-PREC NOT = NUMSTAGI)
              OR (SEQ-PREC NOT = SEQI)
              perform GET-STAGIAIRE-AIDE
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-AIDE
           .

       CHECK-CLE.
      *    Check le numero stagiaire et la sequence de la demande
           IF NUMSTAGI = SPACE OR LOW-VALUE
             MOVE -1 to numstagl
             MOVE 'Veuillez saisir un numero' to messo
             MOVE 0 to CLE-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           IF NUMSTAGI IS NOT NUMERIC OR
            NUMSTAGI < 1000 OR NUMSTAGI > 999999
             MOVE -1 to numstagl
             MOVE 'Numero invalide' to messo
             MOVE 0 to CLE-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           IF SEQI = SPACE OR LOW-VALUE
              OR SEQI IS NOT NUMERIC OR SEQI = '00'
             MOVE -1 to seql
             MOVE 'Sequence invalide (01 a 99)' to messo
             MOVE 0 to CLE-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           .

       GET-STAGIAIRE-AIDE.
      *    Le stagiaire et la demande doivent exister
           MOVE NUMSTAGI TO E-NUMERO

           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-STAGIAIRE

           IF NOT cr-ok
              MOVE LOW-VALUE TO MAPC2O
              MOVE 0 TO CLE-PREC
              MOVE 'Pas de stagiaire trouve' to messo
              MOVE -1 to numstagl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-NOM    TO NOMO
           MOVE E-PRENOM TO PRENOMO

           MOVE NUMSTAGI   TO E-AID-NUMERO
           MOVE SEQI       TO E-AID-SEQ
           MOVE 'FAIDE'    TO file-name
           SET c-consult   TO TRUE
           MOVE E-AIDE     TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt     TO E-AIDE

           EVALUATE TRUE
             WHEN cr-ok
              SET AID-EXISTE-OUI TO TRUE
              PERFORM 23270-AFFICHE-DEMANDE

      *       Une aide deja versee n'est plus modifiable :
      *       consultation seule
              IF AID-VERSEE
                 MOVE 0 TO CLE-PREC
                 MOVE 'Aide deja versee : consultation seule' to messo
                 MOVE -1 to numstagl
                 PERFORM 22000-TRAIT-ENVOI
              END-IF

      *       Le gestionnaire demandeur ne decide pas sa propre
      *       demande
              IF E-AID-GESTIONNAIRE = EIBUSERID
                 MOVE 0 TO CLE-PREC
                 MOVE 'Demande saisie par vous : decision par un '
                   & 'autre superviseur' TO messo
                 MOVE -1 to numstagl
                 PERFORM 22000-TRAIT-ENVOI
              END-IF

              MOVE NUMSTAGI TO NUM-STAGI-PREC
              MOVE SEQI     TO SEQ-PREC
              IF AID-EN-ATTENTE
                 MOVE 'Demande en attente : saisissez la decision'
                   to messo
              ELSE
                 MOVE 'Demande decidee : modification de la decision'
                   to messo
              END-IF

             WHEN cr-not-found
               MOVE LOW-VALUE TO MAPC2O
               MOVE E-NOM     TO NOMO
               MOVE E-PRENOM  TO PRENOMO
               MOVE 0 TO CLE-PREC
               MOVE 'Pas de demande d''aide pour cette sequence'
                 to messo
               MOVE -1 to seql
               PERFORM 22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE LOW-VALUE   TO MAPC2O
               MOVE 0 TO CLE-PREC
               MOVE 'Echec de la lecture'     to messo
               MOVE -1 to numstagl
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE

           MOVE -1 to decisionl

           PERFORM 22000-TRAIT-ENVOI
           .

       23270-AFFICHE-DEMANDE.
      *    Affichage de la demande et du cumul de l'annee du comite
      *    (hors la demande elle-meme)
           COMPUTE W-MONTANT-EDIT = E-AID-MONTANT-DEMANDE / 100
           MOVE W-MONTANT-EDIT         TO DEMANDEO
           MOVE E-AID-MOTIF            TO MOTIFO
           MOVE E-AID-GESTIONNAIRE     TO GESTO
           MOVE E-AID-DATE-DEMANDE     TO DATDEMO
           MOVE E-AID-DATE-COMITE      TO COMITEO
           MOVE E-AID-DECISION         TO DECISIONO
           MOVE E-AID-MONTANT-ACCORDE  TO ACCORDEO
           MOVE E-AID-VERSEMENT        TO VERSEMO

           MOVE E-AID-DATE-COMITE      TO W-DATE-COMITE
           MOVE W-DCO-AAAA             TO W-ANNEE-CUMUL
           PERFORM 23280-CUMUL-ANNEE
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    La demande est relue pour le controle : montant demande
      *    et annee du comite
           MOVE NUMSTAGI   TO E-AID-NUMERO
           MOVE SEQI       TO E-AID-SEQ
           MOVE 'FAIDE'    TO file-name
           SET c-consult   TO TRUE
           MOVE E-AIDE     TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              MOVE 'Echec de la lecture' to messo
              MOVE -1 to numstagl
              SET IS-LOCKED-FALSE TO TRUE
              MOVE 0 TO CLE-PREC
              perform 22000-TRAIT-ENVOI
           END-IF
           MOVE enrgmt     TO E-AIDE

      *    Check la decision du comite
           IF DECISIONI NOT = 'A' AND DECISIONI NOT = 'P'
              AND DECISIONI NOT = 'R'
              MOVE -1 to decisionl
              MOVE 'Decision : A accordee, P partielle, R refusee'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Montant accorde (centimes) selon la decision
           EVALUATE DECISIONI
             WHEN 'A'
               MOVE E-AID-MONTANT-DEMANDE TO W-MONTANT
             WHEN 'P'
               IF ACCORDEI = SPACE OR LOW-VALUE
                  OR ACCORDEI IS NOT NUMERIC
                  OR ACCORDEI = '0000000'
                  MOVE -1 to accordel
                  MOVE 'Montant accorde invalide (centimes)' to messo
                  perform 22000-TRAIT-ENVOI
               END-IF
               MOVE ACCORDEI TO W-MONTANT
               IF W-MONTANT NOT < E-AID-MONTANT-DEMANDE
                  MOVE -1 to accordel
                  MOVE 'Accord partiel : montant inferieur a la '
                    & 'demande' TO messo
                  perform 22000-TRAIT-ENVOI
               END-IF
             WHEN OTHER
               MOVE 0 TO W-MONTANT
           END-EVALUATE

      *    Mode de versement d'une aide accordee
           IF DECISIONI NOT = 'R'
              IF VERSEMI NOT = 'C' AND VERSEMI NOT = 'H'
                 MOVE -1 to verseml
                 MOVE 'Versement : C prochain calcul, H hors cycle'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

      *    Le montant accorde ne peut depasser le disponible sur le
      *    plafond annuel du stagiaire (annee du comite)
           MOVE E-AID-DATE-COMITE TO W-DATE-COMITE
           MOVE W-DCO-AAAA        TO W-ANNEE-CUMUL
           PERFORM 23280-CUMUL-ANNEE
           IF W-MONTANT > W-DISPONIBLE
              MOVE -1 to decisionl
              MOVE 'Montant superieur au disponible sur le plafond '
                & 'annuel' TO messo
              perform 22000-TRAIT-ENVOI
           END-IF
           .

       23280-CUMUL-ANNEE.
      *    Cumul des aides accordees (totalement ou partiellement)
      *    au stagiaire pour un comite de l'annee W-ANNEE-CUMUL et
      *    disponible restant sur le plafond annuel AIDE-AN. La
      *    demande affichee n'entre pas dans le cumul
           MOVE E-AIDE          TO W-AIDE-SAUVE
           MOVE W-DEFAUT-ANNUEL TO W-PLAF-ANNUEL
           MOVE 'AIDE-AN     '  TO E-PAR-CLE
           MOVE 'FPARM'         TO file-name
           SET c-consult        TO TRUE
           MOVE E-PARAM         TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt TO E-PARAM
              IF E-PAR-VALEUR IS NUMERIC
                 MOVE E-PAR-VALEUR TO W-PLAF-ANNUEL
              END-IF
           END-IF

           MOVE 0 TO W-DEJA-ACCORDE
           SET AID-FIN-BROWSE-NON TO TRUE

           MOVE NUMSTAGI    TO E-AID-NUMERO
           MOVE 0           TO E-AID-SEQ
           MOVE 'FAIDE'     TO file-name
           SET c-startbr    TO TRUE
           MOVE E-AIDE      TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET AID-FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL AID-FIN-BROWSE-OUI
              MOVE E-AIDE      TO enrgmt
              MOVE 'FAIDE'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param

              EVALUATE TRUE
                WHEN cr-ok
                  MOVE enrgmt TO E-AIDE
                  IF E-AID-NUMERO = NUMSTAGI
                     IF AID-A-VERSER
                        AND E-AID-DATE-COMITE(5:4) = W-ANNEE-CUMUL
                        AND E-AID-SEQ NOT = SEQI
                        ADD E-AID-MONTANT-ACCORDE TO W-DEJA-ACCORDE
                     END-IF
                  ELSE
                     SET AID-FIN-BROWSE-OUI TO TRUE
                  END-IF
                WHEN OTHER
                  SET AID-FIN-BROWSE-OUI TO TRUE
              END-EVALUATE
           END-PERFORM

           MOVE 'FAIDE'     TO file-name
           SET c-endbr      TO TRUE
           MOVE E-AIDE      TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF W-DEJA-ACCORDE < W-PLAF-ANNUEL
              COMPUTE W-DISPONIBLE = W-PLAF-ANNUEL - W-DEJA-ACCORDE
           ELSE
              MOVE 0 TO W-DISPONIBLE
           END-IF

           COMPUTE W-MONTANT-EDIT = W-DEJA-ACCORDE / 100
           MOVE W-MONTANT-EDIT TO DEJAANO
           COMPUTE W-MONTANT-EDIT = W-DISPONIBLE / 100
           MOVE W-MONTANT-EDIT TO DISPOO

           MOVE W-AIDE-SAUVE   TO E-AIDE
           .

       23300-ECRIT-AIDE.
      *    Enregistre la decision. La demande est relue dans la meme
      *    tache : une aide versee entre-temps n'est pas modifiee
           MOVE NUMSTAGI  TO E-AID-NUMERO
           MOVE SEQI      TO E-AID-SEQ

           MOVE 'FAIDE'      TO file-name
           SET c-read        TO TRUE
           MOVE E-AIDE       TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt       TO E-AIDE
           IF NOT cr-ok
              MOVE 'Echec de la relecture' to messo
              MOVE -1 to numstagl
              SET IS-LOCKED-FALSE TO TRUE
              MOVE 0 TO CLE-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF AID-VERSEE
              MOVE 'Aide versee entre-temps : non modifiee' to messo
              MOVE -1 to numstagl
              SET IS-LOCKED-FALSE TO TRUE
              MOVE 0 TO CLE-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE DECISIONI      TO E-AID-DECISION
           MOVE W-MONTANT      TO E-AID-MONTANT-ACCORDE
           IF AID-REFUSEE
              MOVE SPACE       TO E-AID-VERSEMENT
           ELSE
              MOVE VERSEMI     TO E-AID-VERSEMENT
           END-IF
           MOVE EIBUSERID      TO E-AID-DECIDEUR E-AID-USERID

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-AID-DATE-DECISION)
                     DATESEP('/')
           END-EXEC
           MOVE E-AID-DATE-DECISION TO E-AID-DATE-MAJ

           MOVE 'FAIDE'    TO file-name
           SET c-rewrite   TO TRUE
           MOVE E-AIDE     TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               MOVE 'Decision du comite enregistree avec succes'
                 to messo
               PERFORM 23310-AUDIT-AIDE
             WHEN OTHER
               MOVE 'Echec de l''ecriture' to messo
           END-EVALUATE

           move -1     to numstagl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE 0 TO CLE-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-AIDE.
      *    Trace d'audit de la decision (TDQ INFO) : la sequence,
      *    la decision, le montant accorde et le mode de versement
      *    sont portes dans la zone libre de la trace
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
           MOVE 'FAIDE11 '      TO RESSOURCE-TD
           MOVE 'M'             TO FONCTION-TD
           MOVE NUMSTAGI        TO NUM-STAG-TD
           STRING SEQI                  DELIMITED BY SIZE
                  ' DECISION '          DELIMITED BY SIZE
                  E-AID-DECISION        DELIMITED BY SIZE
                  ' ACCORDE '           DELIMITED BY SIZE
                  E-AID-MONTANT-ACCORDE DELIMITED BY SIZE
                  ' VERSEMENT '         DELIMITED BY SIZE
                  E-AID-VERSEMENT       DELIMITED BY SIZE
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

              MOVE '9'    TO NUMSTAGA SEQA DECISIONA ACCORDEA VERSEMA

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE 0 TO CLE-PREC
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
              MOVE '9'    TO NUMSTAGA SEQA DECISIONA ACCORDEA VERSEMA

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
