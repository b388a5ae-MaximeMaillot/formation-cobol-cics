      *======================================================*
      *   TRANSFERT INTER-SITES D'UN STAGIAIRE EN UNE SEULE  *
      *   OPERATION : SITE DE DESTINATION (FSITE11),         *
      *   NOUVELLE SESSION (OUVERTE, CAPACITE ET PREREQUIS   *
      *   FPREQ11 CONTROLES SANS DEROGATION) ET NOUVEAU      *
      *   REFERENT (PROFIL FHABI11 DU SITE DE DESTINATION).  *
      *   LES ENTRETIENS DUS (FENTR11) ET LES ACTIONS        *
      *   OUVERTES DU PLAN (FPACT11) PASSENT AU NOUVEAU      *
      *   REFERENT, LE TRANSFERT EST INSCRIT AU REGISTRE     *
      *   FTRSF11 (EDITION MENSUELLE TRF2CI11) ET TRACE EN   *
      *   AUDIT (FSTAGA11/FSTAGD11 SCELLES), LES DEUX SITES  *
      *   SONT AVISES PAR COURRIEL (SAS FMAIL11). ECRAN      *
      *   RESERVE AU ROLE SUPERVISION                        *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRF1CI11.

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
      *        VERSION DU DOSSIER A L'AFFICHAGE (UN DOSSIER MODIFIE
      *        ENTRE-TEMPS FAIT ABANDONNER LE TRANSFERT)
           05 VERSION-PREC        PIC 9(4).
      *        SITE ET SESSION DU DOSSIER A L'AFFICHAGE
           05 SITE-PREC           PIC X(3).
           05 SESSION-PREC        PIC X(6).
           05 FILLER              PIC X(46).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'TRF1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPE5C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VQCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPE5C11.

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

      * Structure d'une session de formation (FSESS11)
       COPY CSESS.

      * Structure d'un site (FSITE11)
       COPY CSITE.

      * Structure d'un profil d'habilitation (FHABI11)
       COPY CHABI.

      * Structure d'un prerequis de session (FPREQ11)
       COPY CPREQ.

      * Structure d'un resultat de certification (FRESU11)
       COPY CRESU.

      * Structure d'un placement (FPLAC11)
       COPY CPLAC.

      * Structure d'un entretien de suivi (FENTR11)
       COPY CENTR.

      * Structure d'une action du plan individuel (FPACT11)
       COPY CPACT.

      * Structure d'un transfert inter-sites (FTRSF11)
       COPY CTRSF.

      * Structure d'un courriel du sas (FMAIL11)
       COPY CMAIL.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      * Structure de l'historique d'audit consultable (FSTAGA11)
       COPY CTDHIST.

      * Zone d'appel du scellement des traces d'audit (FSCEL11)
       COPY CSCEP.

      * Structure du detail avant/apres des modifications (FSTAGD11)
       COPY CDETA.

       01 W-HABILITATION                 PIC 9.
         88 HABILITATION-OK         VALUE 1.
         88 HABILITATION-KO         VALUE 0.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 I                              PIC S9(4) COMP.

      * --------- Controle des prerequis de la session (FPREQ11) :
      *           certification obtenue (FRESU11) ou session suivie
      *           jusqu'au bout (FPLAC11), par le code exige ou une
      *           session de meme intitule (reconduction)
       01 W-PRQ-NB                       PIC S9(4) COMP.
       01 W-PRQ-IDX                      PIC S9(4) COMP.
       01 W-PRQ-MANQUANT                 PIC S9(4) COMP.
       01 W-PRQ-TABLE.
         05 W-PRQ-POSTE OCCURS 10.
           10 W-PRQ-TYPE                 PIC X(1).
           10 W-PRQ-REQUIS               PIC X(6).
       01 W-PRQ-NUMERO                   PIC 9(6).
       01 W-PRQ-CODE                     PIC X(6).
       01 W-PRQ-TITRE                    PIC X(30).
       01 W-PRQ-FIN-BROWSE               PIC 9.
       01 W-PRQ-SATISFAIT                PIC 9.
         88 PRQ-SATISFAIT-OUI       VALUE 1.
         88 PRQ-SATISFAIT-NON       VALUE 0.

      * --------- Dossier avant transfert (registre FTRSF11 et
      *           avis aux deux sites)
       01 W-SITE-AVANT                   PIC X(3).
       01 W-SESSION-AVANT                PIC X(6).
       01 W-GEST-AVANT                   PIC X(8).

      *------------------------------------------------------*
      *   CHAMPS TOUCHES PAR LE TRANSFERT, POUR LE DETAIL     *
      *   AVANT/APRES (FSTAGD11) : CODE CHAMP, POSITION ET    *
      *   LONGUEUR DANS L'ENREGISTREMENT STAGIAIRE (MEMES     *
      *   CODES QUE LE REJEU REC1CI11)                        *
      *------------------------------------------------------*
       01 CHAMPS-SUIVIS-V.
         05 FILLER PIC X(17) VALUE 'DATEDEB   0200008'.
         05 FILLER PIC X(17) VALUE 'DATEFIN   0208008'.
         05 FILLER PIC X(17) VALUE 'SITE      0365003'.
         05 FILLER PIC X(17) VALUE 'SESSION   0368006'.
         05 FILLER PIC X(17) VALUE 'GESTION   0375008'.
       01 FILLER REDEFINES CHAMPS-SUIVIS-V.
         05 CHAMP-SUIVI OCCURS 5.
           10 CHP-CODE                    PIC X(10).
           10 CHP-POSITION                PIC 9(4).
           10 CHP-LONGUEUR                PIC 9(3).
       77 IDX-CHAMP                       PIC 9(2).
       01 ANCIEN-DOSSIER                 PIC X(400).

      * --------- Suivi repris par le nouveau referent : les cles
      *           sont relevees pendant le parcours, les mises a
      *           jour faites apres la fin du parcours
       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.
       01 W-NB-ENT                       PIC S9(4) COMP.
       01 W-TAB-ENT.
         05 W-ENT-DATE OCCURS 50         PIC X(8).
       01 W-NB-PAC                       PIC S9(4) COMP.
       01 W-TAB-PAC.
         05 W-PAC-SEQ OCCURS 100         PIC 9(3).
       01 W-NB-ENT-REPRIS                PIC 9(3).
       01 W-NB-PAC-REPRIS                PIC 9(3).

      * --------- Horodatage du transfert
       01 W-DATE-TRF                     PIC X(8).
       01 W-HEURE-TRF                    PIC X(6).
       01 W-DATE-MAJ                     PIC X(10).

      * --------- Avis de transfert deposes dans FMAIL11
       01 W-MAIL-DEPOSE                  PIC 9.
       01 W-NB-AVIS                      PIC 9.
       01 W-FUSION-TRF.
         05 W-FUS-NUMERO                 PIC 9(6).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-FUS-NOM                    PIC X(20).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-FUS-PRENOM                 PIC X(15).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-FUS-SITE-ORIG              PIC X(3).
         05 FILLER                       PIC X(1) VALUE '>'.
         05 W-FUS-SITE-DEST              PIC X(3).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-FUS-SESSION                PIC X(6).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-FUS-GEST                   PIC X(8).
         05 FILLER                       PIC X(13) VALUE SPACE.

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.
         02 pgm-scellaud                 PIC X(8) value 'SCELLAUD'.

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
           MOVE LOW-VALUE TO MAPE5O

      *  L'ECRAN EST RESERVE AU ROLE SUPERVISION
           PERFORM 28000-VERIFIE-SUPERVISION
           IF HABILITATION-KO
              MOVE 'Acces reserve au role supervision' TO messo
           ELSE
              MOVE 'Saisissez un numero de stagiaire' TO messo
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
            '/mape5c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPE5')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPE5')
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
           EXEC CICS RECEIVE MAP   ('MAPE5')
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

           perform CHECK-NUMSTAG

           if (NUM-STAGI-PREC NOT = NUMSTAGI)
              perform GET-STAGIAIRE
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-TRANSFERT
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

       GET-STAGIAIRE.
      *    Le stagiaire doit exister et etre en cours de prestation ;
      *    son site, sa session et son referent sont affiches
           MOVE NUMSTAGI TO E-NUMERO

           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-STAGIAIRE

           IF NOT cr-ok OR SUPPRIME-OUI
              MOVE LOW-VALUE TO MAPE5O
              MOVE 'Pas de stagiaire trouve' to messo
              MOVE -1 to numstagl
              MOVE 0 to NUM-STAGI-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF NOT STATUT-ACTIF
              MOVE LOW-VALUE TO MAPE5O
              MOVE 'Seul un dossier actif peut etre transfere'
                to messo
              MOVE -1 to numstagl
              MOVE 0 to NUM-STAGI-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-NOM          TO NOMO
           MOVE E-PRENOM       TO PRENOMO
           MOVE E-CODE-SITE    TO SITEACTO
           MOVE E-CODE-SESSION TO SESSACTO
           MOVE E-GESTIONNAIRE TO GESTACTO
           MOVE SPACE          TO SITENEWO SESSNEWO GESTNEWO

           MOVE NUMSTAGI  TO NUM-STAGI-PREC
           MOVE E-VERSION TO VERSION-PREC
           MOVE E-CODE-SITE    TO SITE-PREC
           MOVE E-CODE-SESSION TO SESSION-PREC
           SET IS-LOCKED-TRUE TO TRUE
           MOVE 'Saisissez le site, la session et le referent'
             to messo
           MOVE -1 to sitenewl

           PERFORM 22000-TRAIT-ENVOI
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    Site de destination : connu de FSITE11 et different
      *    du site actuel du dossier
           IF SITENEWI = SPACE OR LOW-VALUE
              MOVE -1 to sitenewl
              MOVE 'Veuillez saisir le site de destination' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           IF SITENEWI = SITE-PREC
              MOVE -1 to sitenewl
              MOVE 'Le dossier est deja rattache a ce site' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           MOVE SITENEWI       TO E-SIT-CODE
           MOVE 'FSITE'        TO file-name
           SET c-consult       TO TRUE
           MOVE E-SITE         TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE -1 to sitenewl
              MOVE 'Site inconnu du referentiel FSITE11' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Nouvelle session : ouverte, tenue sur le site de
      *    destination si une salle y est retenue, non complete
           IF SESSNEWI = SPACE OR LOW-VALUE
              MOVE -1 to sessnewl
              MOVE 'Veuillez saisir la nouvelle session' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           MOVE SESSNEWI       TO E-SES-CODE
           MOVE 'FSESS'        TO file-name
           SET c-consult       TO TRUE
           MOVE E-SESSION      TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE -1 to sessnewl
              MOVE 'Session inconnue au catalogue' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           MOVE enrgmt TO E-SESSION
           IF NOT SES-OUVERTE
              MOVE -1 to sessnewl
              MOVE 'Session annulee : rattachement impossible'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           IF E-SES-SITE NOT = SPACE AND LOW-VALUE
              AND E-SES-SITE NOT = SITENEWI
              MOVE -1 to sessnewl
              MOVE 'Session tenue sur un autre site' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           IF SESSNEWI NOT = SESSION-PREC
              AND E-SES-CAPACITE > 0
              AND E-SES-INSCRITS >= E-SES-CAPACITE
              MOVE -1 to sessnewl
              MOVE 'Session complete : capacite atteinte' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           IF SESSNEWI NOT = SESSION-PREC
              PERFORM 23280-CONTROLE-PREREQUIS
           END-IF

      *    Nouveau referent : profil FHABI11 de role gestion ou
      *    supervision rattache au site de destination
           IF GESTNEWI = SPACE OR LOW-VALUE
              MOVE -1 to gestnewl
              MOVE 'Veuillez saisir le nouveau referent' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           MOVE GESTNEWI       TO E-HAB-USERID
           MOVE 'FHABI'        TO file-name
           SET c-consult       TO TRUE
           MOVE E-HABILITATION TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE -1 to gestnewl
              MOVE 'Referent inconnu des profils FHABI11' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           MOVE enrgmt TO E-HABILITATION
           IF ROLE-CONSULTATION
              MOVE -1 to gestnewl
              MOVE 'Un profil consultation ne peut etre referent'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           IF E-HAB-SITE NOT = SITENEWI
              MOVE -1 to gestnewl
              MOVE 'Le referent n''est pas rattache au site choisi'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           .

      *--------------------------------------------------
      * --  CONTROLE DES PREREQUIS DE LA SESSION ---------
      *--------------------------------------------------
       23280-CONTROLE-PREREQUIS.
      *----------------------*
      *    Meme controle que INF3CI11, sans derogation : un
      *    transfert ne peut contourner un prerequis manquant
           PERFORM 232801-CHARGE-PREREQUIS

           MOVE NUMSTAGI TO W-PRQ-NUMERO
           MOVE 0        TO W-PRQ-MANQUANT
           PERFORM VARYING W-PRQ-IDX FROM 1 BY 1
                   UNTIL W-PRQ-IDX > W-PRQ-NB OR W-PRQ-MANQUANT > 0
              PERFORM 232802-VERIFIE-PREREQUIS
              IF PRQ-SATISFAIT-NON
                 MOVE W-PRQ-IDX TO W-PRQ-MANQUANT
              END-IF
           END-PERFORM

           IF W-PRQ-MANQUANT > 0
              MOVE SPACE TO messo
              IF W-PRQ-TYPE(W-PRQ-MANQUANT) = 'C'
                 STRING 'Prerequis non satisfait : certification '
                        W-PRQ-REQUIS(W-PRQ-MANQUANT) ' requise'
                        DELIMITED BY SIZE INTO messo
                 END-STRING
              ELSE
                 STRING 'Prerequis non satisfait : session '
                        W-PRQ-REQUIS(W-PRQ-MANQUANT) ' non suivie'
                        DELIMITED BY SIZE INTO messo
                 END-STRING
              END-IF
              MOVE -1 to sessnewl
              perform 22000-TRAIT-ENVOI
           END-IF
           .

       232801-CHARGE-PREREQUIS.
      *    Prerequis declares pour la session (FPREQ11, cle
      *    session + type + session exigee)
           MOVE 0 TO W-PRQ-NB W-PRQ-FIN-BROWSE

           MOVE SESSNEWI    TO E-PRQ-SESSION
           MOVE LOW-VALUE   TO E-PRQ-TYPE E-PRQ-REQUIS
           MOVE 'FPREQ'     TO file-name
           SET c-startbr    TO TRUE
           MOVE E-PREREQUIS TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE 1 TO W-PRQ-FIN-BROWSE
           END-IF

           PERFORM UNTIL W-PRQ-FIN-BROWSE = 1
              MOVE E-PREREQUIS TO enrgmt
              MOVE 'FPREQ'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-PREREQUIS
                 IF E-PRQ-SESSION NOT = SESSNEWI OR W-PRQ-NB = 10
                    MOVE 1 TO W-PRQ-FIN-BROWSE
                 ELSE
                    ADD 1 TO W-PRQ-NB
                    MOVE E-PRQ-TYPE   TO W-PRQ-TYPE(W-PRQ-NB)
                    MOVE E-PRQ-REQUIS TO W-PRQ-REQUIS(W-PRQ-NB)
                 END-IF
              ELSE
                 MOVE 1 TO W-PRQ-FIN-BROWSE
              END-IF
           END-PERFORM

           MOVE 'FPREQ'     TO file-name
           SET c-endbr      TO TRUE
           MOVE E-PREREQUIS TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       232802-VERIFIE-PREREQUIS.
      *    Un prerequis est satisfait par la session exigee ou par
      *    une session de meme intitule (reconduction catalogue)
           SET PRQ-SATISFAIT-NON TO TRUE
           MOVE SPACE TO W-PRQ-TITRE

           MOVE W-PRQ-REQUIS(W-PRQ-IDX) TO E-SES-CODE
           MOVE 'FSESS'   TO file-name
           SET c-consult  TO TRUE
           MOVE E-SESSION TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt      TO E-SESSION
              MOVE E-SES-TITRE TO W-PRQ-TITRE
           END-IF

           MOVE 0 TO W-PRQ-FIN-BROWSE
           IF W-PRQ-TYPE(W-PRQ-IDX) = 'C'
      *       CERTIFICATIONS OBTENUES DU STAGIAIRE (FRESU11)
              MOVE W-PRQ-NUMERO TO E-RES-NUMERO
              MOVE LOW-VALUE    TO E-RES-SESSION
              MOVE 'FRESU'      TO file-name
              SET c-startbr     TO TRUE
              MOVE E-RESULTAT   TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 MOVE 1 TO W-PRQ-FIN-BROWSE
              END-IF
              PERFORM UNTIL W-PRQ-FIN-BROWSE = 1
                 MOVE E-RESULTAT TO enrgmt
                 MOVE 'FRESU'    TO file-name
                 SET c-readnext  TO TRUE
                 CALL pgm-accfile USING accfile-param
                 IF cr-ok
                    MOVE enrgmt TO E-RESULTAT
                    IF E-RES-NUMERO NOT = W-PRQ-NUMERO
                       MOVE 1 TO W-PRQ-FIN-BROWSE
                    ELSE
                       IF RES-OBTENU
                          MOVE E-RES-SESSION TO W-PRQ-CODE
                          PERFORM 232803-COMPARE-SESSION
                          IF PRQ-SATISFAIT-OUI
                             MOVE 1 TO W-PRQ-FIN-BROWSE
                          END-IF
                       END-IF
                    END-IF
                 ELSE
                    MOVE 1 TO W-PRQ-FIN-BROWSE
                 END-IF
              END-PERFORM
              MOVE 'FRESU'    TO file-name
              SET c-endbr     TO TRUE
              MOVE E-RESULTAT TO enrgmt
              CALL pgm-accfile USING accfile-param
           ELSE
      *       PLACEMENTS TERMINES DU STAGIAIRE (FPLAC11)
              MOVE W-PRQ-NUMERO TO E-PLA-NUMERO
              MOVE 0            TO E-PLA-SEQ
              MOVE 'FPLAC'      TO file-name
              SET c-startbr     TO TRUE
              MOVE E-PLACEMENT  TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 MOVE 1 TO W-PRQ-FIN-BROWSE
              END-IF
              PERFORM UNTIL W-PRQ-FIN-BROWSE = 1
                 MOVE E-PLACEMENT TO enrgmt
                 MOVE 'FPLAC'     TO file-name
                 SET c-readnext   TO TRUE
                 CALL pgm-accfile USING accfile-param
                 IF cr-ok
                    MOVE enrgmt TO E-PLACEMENT
                    IF E-PLA-NUMERO NOT = W-PRQ-NUMERO
                       MOVE 1 TO W-PRQ-FIN-BROWSE
                    ELSE
                       IF PLA-TERMINE
                          MOVE E-PLA-CODE-SESSION TO W-PRQ-CODE
                          PERFORM 232803-COMPARE-SESSION
                          IF PRQ-SATISFAIT-OUI
                             MOVE 1 TO W-PRQ-FIN-BROWSE
                          END-IF
                       END-IF
                    END-IF
                 ELSE
                    MOVE 1 TO W-PRQ-FIN-BROWSE
                 END-IF
              END-PERFORM
              MOVE 'FPLAC'     TO file-name
              SET c-endbr      TO TRUE
              MOVE E-PLACEMENT TO enrgmt
              CALL pgm-accfile USING accfile-param
           END-IF
           .

       232803-COMPARE-SESSION.
      *    Session suivie ou certifiee comparee a la session exigee
           IF W-PRQ-CODE = W-PRQ-REQUIS(W-PRQ-IDX)
              SET PRQ-SATISFAIT-OUI TO TRUE
           ELSE
              IF W-PRQ-TITRE NOT = SPACE
                 AND W-PRQ-CODE NOT = SPACE AND LOW-VALUE
                 MOVE W-PRQ-CODE TO E-SES-CODE
                 MOVE 'FSESS'    TO file-name
                 SET c-consult   TO TRUE
                 MOVE E-SESSION  TO enrgmt
                 CALL pgm-accfile USING accfile-param
                 IF cr-ok
                    MOVE enrgmt TO E-SESSION
                    IF E-SES-TITRE = W-PRQ-TITRE
                       SET PRQ-SATISFAIT-OUI TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      *--------------------------------------------------
      * --  TRANSFERT DU DOSSIER -------------------------
      *--------------------------------------------------
       23300-ECRIT-TRANSFERT.
      *    Site, session et referent changent ensemble ; les dates
      *    de prestation sont reprises de la nouvelle session
           MOVE NUMSTAGI TO E-NUMERO

           MOVE 'FSTAG'     TO file-name
           SET c-read       TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE 'Echec de la relecture du dossier' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE enrgmt   TO E-STAGIAIRE
           IF E-VERSION NOT = VERSION-PREC
              SET IS-LOCKED-FALSE TO TRUE
              MOVE 0 TO NUM-STAGI-PREC
              MOVE -1 to numstagl
              MOVE 'Dossier modifie entre-temps : transfert abandonne'
                to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

      *    Image avant transfert, pour le detail d'audit
           MOVE E-STAGIAIRE    TO ANCIEN-DOSSIER
           MOVE E-CODE-SITE    TO W-SITE-AVANT
           MOVE E-CODE-SESSION TO W-SESSION-AVANT
           MOVE E-GESTIONNAIRE TO W-GEST-AVANT

           MOVE SESSNEWI TO E-SES-CODE
           MOVE 'FSESS'   TO file-name
           SET c-consult  TO TRUE
           MOVE E-SESSION TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt    TO E-SESSION

           MOVE SITENEWI       TO E-CODE-SITE
           MOVE SESSNEWI       TO E-CODE-SESSION
           MOVE GESTNEWI       TO E-GESTIONNAIRE
           MOVE E-SES-DATE-DEB TO E-DATE-DEB-PRESTA
           MOVE E-SES-DATE-FIN TO E-DATE-FIN-PRESTA
           ADD 1 TO E-VERSION

           MOVE 'FSTAG'     TO file-name
           SET c-rewrite    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE 'Echec du transfert' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(W-DATE-TRF)
                     TIME(W-HEURE-TRF)
                     DDMMYYYY(W-DATE-MAJ)
                     DATESEP('/')
           END-EXEC

           PERFORM 23310-AUDIT-TRANSFERT
           PERFORM 23380-AJUSTE-SESSIONS
           PERFORM 23320-REPREND-ENTRETIENS
           PERFORM 23330-REPREND-ACTIONS
           PERFORM 23340-ECRIT-REGISTRE
           PERFORM 23350-AVISE-SITES

           MOVE SPACE TO messo
           STRING 'Transfert effectue : ' W-NB-ENT-REPRIS
                  ' entretien(s), ' W-NB-PAC-REPRIS
                  ' action(s) reprises, ' W-NB-AVIS ' avis'
                  DELIMITED BY SIZE INTO messo
           END-STRING

           move -1     to numstagl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE 0 TO NUM-STAGI-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-TRANSFERT.
      *    Trace d'audit du transfert (TDQ INFO, ressource FTRSF11),
      *    evenement 'M' FSTAGA11 et detail avant/apres FSTAGD11 des
      *    champs changes, scelles comme une modification INF3CI11
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
           MOVE 'FTRSF11 '      TO RESSOURCE-TD
           MOVE 'M'             TO FONCTION-TD
           MOVE NUMSTAGI        TO NUM-STAG-TD

           EXEC CICS WRITEQ TD
                     QUEUE('INFO')
                     FROM(E-TD)
                     LENGTH(LENGTH OF E-TD)
                     RESP(C-R)
           END-EXEC

           MOVE NUMSTAGI        TO NUM-STAG-H
           MOVE DATE-TD         TO DATE-H
           MOVE HEURE-TD        TO HEURE-H
           MOVE EIBTRMID        TO TERMINAL-H
           MOVE EIBUSERID       TO USERID-USER-H
           MOVE 'M'             TO FONCTION-H

           EXEC CICS WRITE
                     FILE('FSTAGA11')
                     RIDFLD(CLE-HISTO)
                     FROM(E-HISTO)
                     RESP(C-R)
           END-EXEC
           PERFORM SCELLE-HISTO

           PERFORM 23315-ECRIT-DETAILS
           .

      *--------------------------------------------------
      * --- DETAIL AVANT/APRES DU TRANSFERT -------------
      * --- (UN ENREGISTREMENT FSTAGD11 PAR CHAMP) ------
      *--------------------------------------------------
       23315-ECRIT-DETAILS.
      *-----------------------*
           PERFORM VARYING IDX-CHAMP FROM 1 BY 1
              UNTIL IDX-CHAMP > 5
              IF ANCIEN-DOSSIER(CHP-POSITION(IDX-CHAMP):
                                CHP-LONGUEUR(IDX-CHAMP))
                 NOT = E-STAGIAIRE(CHP-POSITION(IDX-CHAMP):
                                   CHP-LONGUEUR(IDX-CHAMP))
                 PERFORM 23316-ECRIT-UN-DETAIL
              END-IF
           END-PERFORM
           .

       23316-ECRIT-UN-DETAIL.
      *-----------------------*
           MOVE SPACE     TO E-DETAIL
           MOVE CLE-HISTO TO E-DET-CLE-HISTO
           MOVE CHP-CODE(IDX-CHAMP) TO E-DET-CHAMP
           MOVE ANCIEN-DOSSIER(CHP-POSITION(IDX-CHAMP):
                               CHP-LONGUEUR(IDX-CHAMP))
                          TO E-DET-AVANT
           MOVE E-STAGIAIRE(CHP-POSITION(IDX-CHAMP):
                            CHP-LONGUEUR(IDX-CHAMP))
                          TO E-DET-APRES

           EXEC CICS WRITE
                     FILE('FSTAGD11')
                     RIDFLD(E-DET-CLE)
                     FROM(E-DETAIL)
                     RESP(C-R)
           END-EXEC
           PERFORM SCELLE-DETAIL
           .

      *--------------------------------------------------
      * -- SCELLEMENT DES TRACES D'AUDIT ----------------
      *--------------------------------------------------
       SCELLE-HISTO.
      *    Empreinte et valeur chainee de la trace FSTAGA11
      *    qui vient d'etre ecrite, deposees dans FSCEL11
           IF C-R = DFHRESP(NORMAL)
              MOVE 'A'        TO SCP-TYPE
              MOVE 'E'        TO SCP-FONCTION
              MOVE E-HISTO    TO SCP-ENREG
              PERFORM SCELLE-TRACE
           END-IF
           .

       SCELLE-DETAIL.
      *    Idem pour le detail avant/apres FSTAGD11
           IF C-R = DFHRESP(NORMAL)
              MOVE 'D'        TO SCP-TYPE
              MOVE 'E'        TO SCP-FONCTION
              MOVE E-DETAIL   TO SCP-ENREG
              PERFORM SCELLE-TRACE
           END-IF
           .

       SCELLE-TRACE.
      *    Un incident de scellement ne bloque pas le transfert :
      *    la trace non scellee sort a la verification
           MOVE MON-PROG      TO SCP-PROGRAMME
           MOVE EIBUSERID     TO SCP-USERID
           CALL pgm-scellaud USING SCELLEMENT-PARAM
           .

      *--------------------------------------------------
      * --  COMPTEUR D'INSCRITS DES SESSIONS -------------
      *--------------------------------------------------
       23380-AJUSTE-SESSIONS.
      *    L'ancienne session rend une place, la nouvelle en prend
      *    une (meme regle que INF3CI11)
           IF W-SESSION-AVANT NOT = SESSNEWI
              IF W-SESSION-AVANT NOT = SPACE AND LOW-VALUE
                 MOVE W-SESSION-AVANT TO E-SES-CODE
                 PERFORM 23385-BOUGE-INSCRITS-MOINS
              END-IF
              MOVE SESSNEWI TO E-SES-CODE
              PERFORM 23386-BOUGE-INSCRITS-PLUS
           END-IF
           .

       23385-BOUGE-INSCRITS-MOINS.
           MOVE 'FSESS'   TO file-name
           SET c-read     TO TRUE
           MOVE E-SESSION TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt    TO E-SESSION

           IF cr-ok
              IF E-SES-INSCRITS > 0
                 SUBTRACT 1 FROM E-SES-INSCRITS
              END-IF
              MOVE 'FSESS'   TO file-name
              SET c-rewrite  TO TRUE
              MOVE E-SESSION TO enrgmt
              CALL pgm-accfile USING accfile-param
           END-IF
           .

       23386-BOUGE-INSCRITS-PLUS.
           MOVE 'FSESS'   TO file-name
           SET c-read     TO TRUE
           MOVE E-SESSION TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt    TO E-SESSION

           IF cr-ok
              ADD 1 TO E-SES-INSCRITS
              MOVE 'FSESS'   TO file-name
              SET c-rewrite  TO TRUE
              MOVE E-SESSION TO enrgmt
              CALL pgm-accfile USING accfile-param
           END-IF
           .

      *--------------------------------------------------
      * --  SUIVI REPRIS PAR LE NOUVEAU REFERENT ---------
      *--------------------------------------------------
       23320-REPREND-ENTRETIENS.
      *    Les entretiens encore dus (date de tenue a blanc)
      *    passent au nouveau referent ; les entretiens tenus
      *    gardent le gestionnaire qui les a conduits
           MOVE 0 TO W-NB-ENT W-NB-ENT-REPRIS
           SET FIN-BROWSE-NON TO TRUE

           MOVE NUMSTAGI    TO E-ENT-NUMERO
           MOVE LOW-VALUE   TO E-ENT-DATE-PREVUE
           MOVE 'FENTR'     TO file-name
           SET c-startbr    TO TRUE
           MOVE E-ENTRETIEN TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-ENTRETIEN TO enrgmt
              MOVE 'FENTR'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-ENTRETIEN
                 IF E-ENT-NUMERO NOT = E-NUMERO
                    SET FIN-BROWSE-OUI TO TRUE
                 ELSE
                    IF E-ENT-DATE-TENUE = SPACE AND W-NB-ENT < 50
                       ADD 1 TO W-NB-ENT
                       MOVE E-ENT-DATE-PREVUE TO W-ENT-DATE(W-NB-ENT)
                    END-IF
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FENTR'     TO file-name
           SET c-endbr      TO TRUE
           MOVE E-ENTRETIEN TO enrgmt
           CALL pgm-accfile USING accfile-param

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-NB-ENT
              MOVE E-NUMERO      TO E-ENT-NUMERO
              MOVE W-ENT-DATE(I) TO E-ENT-DATE-PREVUE
              MOVE 'FENTR'       TO file-name
              SET c-read         TO TRUE
              MOVE E-ENTRETIEN   TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt   TO E-ENTRETIEN
                 MOVE GESTNEWI TO E-ENT-GESTIONNAIRE
                 MOVE 'FENTR'     TO file-name
                 SET c-rewrite    TO TRUE
                 MOVE E-ENTRETIEN TO enrgmt
                 CALL pgm-accfile USING accfile-param
                 IF cr-ok
                    ADD 1 TO W-NB-ENT-REPRIS
                 END-IF
              END-IF
           END-PERFORM
           .

       23330-REPREND-ACTIONS.
      *    Les actions encore ouvertes du plan individuel sont
      *    suivies par le referent du dossier : elles sont
      *    horodatees au nom de l'auteur du transfert pour
      *    marquer la reprise par le nouveau referent
           MOVE 0 TO W-NB-PAC W-NB-PAC-REPRIS
           SET FIN-BROWSE-NON TO TRUE

           MOVE E-NUMERO      TO E-PAC-NUMERO
           MOVE 0             TO E-PAC-SEQ
           MOVE 'FPACT'       TO file-name
           SET c-startbr      TO TRUE
           MOVE E-PLAN-ACTION TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-PLAN-ACTION TO enrgmt
              MOVE 'FPACT'       TO file-name
              SET c-readnext     TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-PLAN-ACTION
                 IF E-PAC-NUMERO NOT = E-NUMERO
                    SET FIN-BROWSE-OUI TO TRUE
                 ELSE
                    IF PAC-OUVERTE AND W-NB-PAC < 100
                       ADD 1 TO W-NB-PAC
                       MOVE E-PAC-SEQ TO W-PAC-SEQ(W-NB-PAC)
                    END-IF
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FPACT'       TO file-name
           SET c-endbr        TO TRUE
           MOVE E-PLAN-ACTION TO enrgmt
           CALL pgm-accfile USING accfile-param

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-NB-PAC
              MOVE E-NUMERO     TO E-PAC-NUMERO
              MOVE W-PAC-SEQ(I) TO E-PAC-SEQ
              MOVE 'FPACT'       TO file-name
              SET c-read         TO TRUE
              MOVE E-PLAN-ACTION TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt     TO E-PLAN-ACTION
                 MOVE W-DATE-MAJ TO E-PAC-DATE-MAJ
                 MOVE EIBUSERID  TO E-PAC-USERID
                 MOVE 'FPACT'       TO file-name
                 SET c-rewrite      TO TRUE
                 MOVE E-PLAN-ACTION TO enrgmt
                 CALL pgm-accfile USING accfile-param
                 IF cr-ok
                    ADD 1 TO W-NB-PAC-REPRIS
                 END-IF
              END-IF
           END-PERFORM
           .

      *--------------------------------------------------
      * --  REGISTRE DES TRANSFERTS (FTRSF11) ------------
      *--------------------------------------------------
       23340-ECRIT-REGISTRE.
           MOVE SPACE           TO E-TRANSFERT
           MOVE E-NUMERO        TO E-TRF-NUMERO
           MOVE W-DATE-TRF      TO E-TRF-DATE
           MOVE W-HEURE-TRF     TO E-TRF-HEURE
           MOVE W-SITE-AVANT    TO E-TRF-SITE-ORIG
           MOVE SITENEWI        TO E-TRF-SITE-DEST
           MOVE W-SESSION-AVANT TO E-TRF-SESSION-ORIG
           MOVE SESSNEWI        TO E-TRF-SESSION-DEST
           MOVE W-GEST-AVANT    TO E-TRF-GEST-ORIG
           MOVE GESTNEWI        TO E-TRF-GEST-DEST
           MOVE W-NB-ENT-REPRIS TO E-TRF-NB-ENTRETIENS
           MOVE W-NB-PAC-REPRIS TO E-TRF-NB-ACTIONS
           MOVE EIBUSERID       TO E-TRF-USERID

           MOVE 'FTRSF'     TO file-name
           SET c-write      TO TRUE
           MOVE E-TRANSFERT TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

      *--------------------------------------------------
      * --  AVIS DE TRANSFERT AUX DEUX SITES (FMAIL11) ---
      *--------------------------------------------------
       23350-AVISE-SITES.
      *    Un courriel modele TRANSFER par site dont la boite aux
      *    lettres est renseignee (FSITE11), remis par MAI1CI11
           MOVE 0 TO W-NB-AVIS

           MOVE E-NUMERO        TO W-FUS-NUMERO
           MOVE E-NOM           TO W-FUS-NOM
           MOVE E-PRENOM        TO W-FUS-PRENOM
           MOVE W-SITE-AVANT    TO W-FUS-SITE-ORIG
           MOVE SITENEWI        TO W-FUS-SITE-DEST
           MOVE SESSNEWI        TO W-FUS-SESSION
           MOVE GESTNEWI        TO W-FUS-GEST

           MOVE W-SITE-AVANT TO E-SIT-CODE
           PERFORM 23355-AVISE-UN-SITE
           MOVE SITENEWI     TO E-SIT-CODE
           PERFORM 23355-AVISE-UN-SITE
           .

       23355-AVISE-UN-SITE.
           MOVE 'FSITE'        TO file-name
           SET c-consult       TO TRUE
           MOVE E-SITE         TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              MOVE enrgmt TO E-SITE
              IF E-SIT-EMAIL NOT = SPACE
                 MOVE SPACE          TO E-MAIL
                 MOVE E-NUMERO       TO E-MAI-NUMERO
                 MOVE E-SIT-EMAIL    TO E-MAI-DEST
                 MOVE 'TRANSFER'     TO E-MAI-TEMPLATE
                 MOVE W-FUSION-TRF   TO E-MAI-FUSION
                 SET MAI-EN-ATTENTE  TO TRUE
                 MOVE W-DATE-MAJ     TO E-MAI-DATE-DEPOT
                 PERFORM 23356-DEPOSE-MESSAGE
              END-IF
           END-IF
           .

       23356-DEPOSE-MESSAGE.
      *    La sequence suivante du stagiaire est trouvee en
      *    reessayant l'ecriture tant que la cle existe deja
           MOVE 1 TO E-MAI-SEQ
           MOVE 0 TO W-MAIL-DEPOSE
           PERFORM UNTIL W-MAIL-DEPOSE = 1 OR E-MAI-SEQ > 9998
              MOVE 'FMAIL'    TO file-name
              SET c-write     TO TRUE
              MOVE E-MAIL     TO enrgmt
              CALL pgm-accfile USING accfile-param
              EVALUATE TRUE
                 WHEN cr-ok
                    MOVE 1 TO W-MAIL-DEPOSE
                    ADD 1 TO W-NB-AVIS
                 WHEN cr-duplicate
                    ADD 1 TO E-MAI-SEQ
                 WHEN OTHER
                    MOVE 1 TO W-MAIL-DEPOSE
              END-EVALUATE
           END-PERFORM
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

              MOVE '9'    TO NUMSTAGA SITENEWA SESSNEWA GESTNEWA

              MOVE 'Confirmez le transfert -(O/N)' to messo

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
              MOVE '9'    TO NUMSTAGA SITENEWA SESSNEWA GESTNEWA

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
