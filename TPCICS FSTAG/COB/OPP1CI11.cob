      *======================================================*
      *   GESTION DES OPPOSITIONS ET SAISIES SUR INDEMNITES  *
      *   (FOPPO11) : ENREGISTREMENT D'UNE DECISION RECUE    *
      *   (PENSION ALIMENTAIRE, CAF, TRESOR, CREANCIER),     *
      *   COORDONNEES BANCAIRES DU CREANCIER, PLAFOND LEGAL  *
      *   MENSUEL, MAINLEVEE ('L'). RESERVE AU ROLE          *
      *   SUPERVISION. LE CALCUL PAI1CI11 PRELEVE ENSUITE LA *
      *   PART SAISIE ET DIMINUE LE RESTE DU                 *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPP1CI11.

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
           05 OPP-EXISTE          PIC 9.
             88 OPP-EXISTE-NON  value 0.
             88 OPP-EXISTE-OUI  value 1.
           05 FILLER              PIC X(55).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'OPP1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPB9C11'.
       01 MA-TRX                  PIC X(4) VALUE 'UQCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPB9C11.

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

      * Structure d'une opposition (FOPPO11)
       COPY COPPO.

      * Structure d'un profil d'habilitation (FHABI11)
       COPY CHABI.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

       01 W-HABILITATION                 PIC 9.
         88 HABILITATION-OK         VALUE 1.
         88 HABILITATION-KO         VALUE 0.

       01 W-RESTE-EDIT                   PIC ZZZZZZZ9,99.
       01 ETAT-AVANT                     PIC X(1).

      * --------- Date de reception saisie (JJMMAAAA) et stockee
      *           au format JJ/MM/AAAA
       01 W-DATE-SAISIE.
         05 W-DAT-JJ                     PIC X(2).
         05 W-DAT-MM                     PIC X(2).
         05 W-DAT-AAAA                   PIC X(4).
       01 W-DATE-STOCKEE.
         05 W-STO-JJ                     PIC X(2).
         05 FILLER                       PIC X(1).
         05 W-STO-MM                     PIC X(2).
         05 FILLER                       PIC X(1).
         05 W-STO-AAAA                   PIC X(4).

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-validiba                 PIC X(8) value 'VALIDIBA'.
         02 pgm-validdat                 PIC X(8) value 'VALIDDAT'.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.

      * --------- Parametre pour sous-programme VALIDIBA (controle
      *           de la cle MOD 97-10 de l'IBAN saisi)
       01 validiba-param.
         02 IBAN-A-VALIDER               PIC X(34).
         02 CR-IBAN                      PIC 9.
           88 cr-iban-invalide           value 0.
           88 cr-iban-valide             value 1.

      * --------- Longueur utile du BIC saisi (8 ou 11)
       01 LG-BIC                         PIC 99.
       01 IDX-BIC                        PIC 99.

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
           MOVE LOW-VALUE TO MAPB9O

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
            '/mapb9c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPB9')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPB9')
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
           EXEC CICS RECEIVE MAP   ('MAPB9')
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
              perform GET-STAGIAIRE-OPPOSITION
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-OPPOSITION
           .

       CHECK-CLE.
      *    Check le numero stagiaire et la sequence d'opposition
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
             MOVE 'Sequence d''opposition invalide (01 a 99)'
               to messo
             MOVE 0 to CLE-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           .

       GET-STAGIAIRE-OPPOSITION.
      *    Le stagiaire doit exister ; l'opposition est prechargee
      *    si elle existe deja
           MOVE NUMSTAGI TO E-NUMERO

           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-STAGIAIRE

           IF NOT cr-ok
              MOVE LOW-VALUE TO MAPB9O
              MOVE 'Pas de stagiaire trouve' to messo
              MOVE -1 to numstagl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-NOM    TO NOMO
           MOVE E-PRENOM TO PRENOMO

           MOVE NUMSTAGI   TO E-OPP-NUMERO
           MOVE SEQI       TO E-OPP-SEQ
           MOVE 'FOPPO'    TO file-name
           SET c-consult   TO TRUE
           MOVE E-OPPOSITION TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt     TO E-OPPOSITION

           EVALUATE TRUE
             WHEN cr-ok
              SET OPP-EXISTE-OUI TO TRUE

              MOVE E-OPP-NATURE           TO NATUREO
              MOVE E-OPP-CREANCIER        TO CREANCO
              MOVE E-OPP-REFERENCE        TO REFERO
              MOVE E-OPP-IBAN             TO IBANO
              MOVE E-OPP-BIC              TO BICO
              MOVE E-OPP-MONTANT-CENTIMES TO MONTANTO
              MOVE E-OPP-PLAFOND-CENTIMES TO PLAFONDO
              COMPUTE W-RESTE-EDIT =
                      E-OPP-RESTE-CENTIMES / 100
              MOVE W-RESTE-EDIT           TO RESTEO
              MOVE E-OPP-ETAT             TO ETATO
              MOVE E-OPP-DATE-RECEPTION   TO W-DATE-STOCKEE
              MOVE W-STO-JJ               TO W-DAT-JJ
              MOVE W-STO-MM               TO W-DAT-MM
              MOVE W-STO-AAAA             TO W-DAT-AAAA
              MOVE W-DATE-SAISIE          TO DATRECO

              MOVE NUMSTAGI TO NUM-STAGI-PREC
              MOVE SEQI     TO SEQ-PREC
              MOVE 'Opposition existante : modification' to messo

             WHEN cr-not-found
               SET OPP-EXISTE-NON TO TRUE
               MOVE NUMSTAGI  TO NUM-STAGI-PREC
               MOVE SEQI      TO SEQ-PREC
               MOVE LOW-VALUE TO NATUREO CREANCO REFERO IBANO BICO
                                 MONTANTO PLAFONDO RESTEO ETATO
                                 DATRECO
               MOVE 'Nouvelle opposition : saisissez-la' to messo
             WHEN OTHER
               MOVE LOW-VALUE   TO MAPB9O
               MOVE 'Echec de la lecture'     to messo
           END-EVALUATE

           MOVE -1 to naturel

           PERFORM 22000-TRAIT-ENVOI
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    Check la nature (A pension alimentaire, F CAF,
      *    T tresor public, S creancier saisissant)
           MOVE NATUREI TO E-OPP-NATURE
           IF NOT OPP-NATURE-VALIDE
              MOVE -1 to naturel
              MOVE 'Nature invalide (A=Aliment F=CAF T=Tresor S=Saisie)'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check le creancier et la reference de la decision
           IF CREANCI = SPACE OR LOW-VALUE
              MOVE -1 to creancl
              MOVE 'Veuillez saisir le creancier' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           IF REFERI = SPACE OR LOW-VALUE
              MOVE -1 to referl
              MOVE 'Veuillez saisir la reference de la decision'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check l'IBAN du creancier (cle MOD 97-10 via VALIDIBA)
           IF IBANI = SPACE OR LOW-VALUE
              MOVE -1 to ibanl
              MOVE 'Veuillez saisir l''IBAN du creancier' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           MOVE IBANI TO IBAN-A-VALIDER
           CALL pgm-validiba using validiba-param

           IF cr-iban-invalide
              MOVE -1 to ibanl
              MOVE 'IBAN invalide (cle de controle fausse)' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check le BIC (8 ou 11 caracteres)
           IF BICI = SPACE OR LOW-VALUE
              MOVE -1 to bicl
              MOVE 'Veuillez saisir un BIC' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           MOVE 0 TO LG-BIC
           PERFORM VARYING IDX-BIC FROM 1 BY 1 UNTIL IDX-BIC > 11
              IF BICI(IDX-BIC:1) NOT = SPACE AND LOW-VALUE
                 MOVE IDX-BIC TO LG-BIC
              END-IF
           END-PERFORM

           IF LG-BIC NOT = 8 AND NOT = 11
              MOVE -1 to bicl
              MOVE 'BIC invalide (8 ou 11 caracteres)' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check le montant de la creance (en centimes, > 0) a la
      *    creation ; il n'est plus modifiable ensuite
           IF OPP-EXISTE-NON
              IF MONTANTI = SPACE OR LOW-VALUE
                 OR MONTANTI IS NOT NUMERIC
                 OR MONTANTI = '000000000'
                 MOVE -1 to montantl
                 MOVE 'Montant invalide (centimes, > 0)' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

      *    Check le plafond mensuel (en centimes, 0 = sans plafond)
           IF PLAFONDI = SPACE OR LOW-VALUE
              MOVE '000000000' TO PLAFONDI
           END-IF
           IF PLAFONDI IS NOT NUMERIC
              MOVE -1 to plafondl
              MOVE 'Plafond invalide (centimes, 0 = aucun)' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check la date de reception de la decision (JJMMAAAA)
           IF DATRECI = SPACE OR LOW-VALUE
              MOVE -1 to datrecl
              MOVE 'Veuillez saisir la date de reception' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           MOVE DATRECI to date-to-validate
           MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
           CALL pgm-validdat using validdat-param
           IF cr-validdat-false
              MOVE -1 to datrecl
              MOVE 'Date de reception invalide (JJMMAAAA)' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check l'etat demande ('A' active, 'L' mainlevee ; 'S'
      *    soldee n'est pose que par le calcul)
           IF ETATI = SPACE OR LOW-VALUE
              MOVE 'A' TO ETATI
           END-IF
           IF ETATI NOT = 'A' AND NOT = 'L' AND NOT = 'S'
              MOVE -1 to etatl
              MOVE 'Etat invalide (A=Active L=Mainlevee)' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           IF ETATI = 'S' AND OPP-EXISTE-NON
              MOVE -1 to etatl
              MOVE 'Etat invalide (A=Active L=Mainlevee)' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           .

       23300-ECRIT-OPPOSITION.
      *    Ecrit l'opposition (creation ou modification). Une
      *    opposition existante est relue dans la meme tache :
      *    le reste du pose par le calcul est ainsi preserve
           MOVE SPACE TO ETAT-AVANT
           MOVE NUMSTAGI  TO E-OPP-NUMERO
           MOVE SEQI      TO E-OPP-SEQ

           IF OPP-EXISTE-OUI
              MOVE 'FOPPO'      TO file-name
              SET c-read        TO TRUE
              MOVE E-OPPOSITION TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE enrgmt       TO E-OPPOSITION
              IF NOT cr-ok
                 MOVE 'Echec de la relecture' to messo
                 MOVE -1 to numstagl
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE 0 TO CLE-PREC
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
              MOVE E-OPP-ETAT TO ETAT-AVANT
      *       Un etat 'S' ne peut etre conserve que sur une
      *       opposition deja soldee par le calcul
              IF ETATI = 'S' AND NOT OPP-SOLDEE
                 MOVE 'Etat invalide (A=Active L=Mainlevee)' to messo
                 MOVE -1 to etatl
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE 0 TO CLE-PREC
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           ELSE
              MOVE MONTANTI TO E-OPP-MONTANT-CENTIMES
                               E-OPP-RESTE-CENTIMES
           END-IF

           MOVE NATUREI   TO E-OPP-NATURE
           MOVE CREANCI   TO E-OPP-CREANCIER
           MOVE REFERI    TO E-OPP-REFERENCE
           MOVE IBANI     TO E-OPP-IBAN
           MOVE BICI      TO E-OPP-BIC
           MOVE PLAFONDI  TO E-OPP-PLAFOND-CENTIMES
           MOVE ETATI     TO E-OPP-ETAT

           MOVE DATRECI   TO W-DATE-SAISIE
           MOVE SPACE     TO E-OPP-DATE-RECEPTION
           STRING W-DAT-JJ   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  W-DAT-MM   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  W-DAT-AAAA DELIMITED BY SIZE
                  INTO E-OPP-DATE-RECEPTION
           END-STRING

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-OPP-DATE-MAJ)
                     DATESEP('/')
           END-EXEC
           MOVE EIBUSERID TO E-OPP-USERID

           MOVE 'FOPPO'    TO file-name
           IF OPP-EXISTE-OUI
              SET c-rewrite TO TRUE
           ELSE
              SET c-write   TO TRUE
           END-IF
           MOVE E-OPPOSITION TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               IF OPP-EXISTE-OUI
                  MOVE 'Opposition modifiee avec succes' to messo
               ELSE
                  MOVE 'Opposition enregistree avec succes' to messo
               END-IF
               PERFORM 23310-AUDIT-OPPOSITION
             WHEN cr-duplicate
               MOVE 'Opposition existe deja' to messo
             WHEN OTHER
               MOVE 'Echec de l''ecriture' to messo
           END-EVALUATE

           move -1     to numstagl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE 0 TO CLE-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-OPPOSITION.
      *    Trace d'audit de la mise a jour (TDQ INFO) : la
      *    sequence, la nature, l'etat avant/apres et le reste du
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
           MOVE 'FOPPO11 '      TO RESSOURCE-TD
           IF OPP-EXISTE-OUI
              MOVE 'M'          TO FONCTION-TD
           ELSE
              MOVE 'C'          TO FONCTION-TD
           END-IF
           MOVE NUMSTAGI        TO NUM-STAG-TD
           STRING SEQI                 DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  E-OPP-NATURE         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ETAT-AVANT           DELIMITED BY SIZE
                  '>'                  DELIMITED BY SIZE
                  E-OPP-ETAT           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  E-OPP-RESTE-CENTIMES DELIMITED BY SIZE
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

              MOVE '9'    TO NUMSTAGA SEQA NATUREA CREANCA REFERA
                             IBANA BICA MONTANTA PLAFONDA ETATA
                             DATRECA

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
              MOVE '9'    TO NUMSTAGA SEQA NATUREA CREANCA REFERA
                             IBANA BICA MONTANTA PLAFONDA ETATA
                             DATRECA

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
