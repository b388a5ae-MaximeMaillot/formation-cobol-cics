      *======================================================*
      *   DECISION DE LA SUPERVISION SUR UNE DEMANDE DE MISE *
      *   EN DETTE D'UN ARTICLE NON RESTITUE (SAISIE SUR     *
      *   MAT3CI11). ACCEPTEE : UNE DETTE (FDETT11) EST      *
      *   OUVERTE POUR LA VALEUR RESIDUELLE DE L'ARTICLE ET  *
      *   RETENUE SUR LES INDEMNITES PAR PAI1CI11 ; LE PRET  *
      *   EST SOLDE ET L'ARTICLE MARQUE NON RESTITUE.        *
      *   REFUSEE : LE PRET REVIENT EN COURS. L'AUTEUR DE LA *
      *   DEMANDE NE LA DECIDE PAS LUI-MEME                  *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAT4CI11.

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
           05 FILLER              PIC X(56).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'MAT4CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPF0C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VVCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPF0C11.

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

      * Structure d'une dette (FDETT11)
       COPY CDETT.

      * Structure d'un profil d'habilitation (FHABI11)
       COPY CHABI.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

       01 W-MONTANT-EDIT                 PIC ZZZZZZZ9,99.

       01 W-HABILITATION                 PIC 9.
         88 HABILITATION-OK         VALUE 1.
         88 HABILITATION-KO         VALUE 0.

      * --------- Date du jour (AAAAMMJJ) : mois d'origine de la
      *           dette ouverte
       01 W-AUJOURDHUI                   PIC 9(8).
       01 W-AUJOURDHUI-X REDEFINES W-AUJOURDHUI.
         05 W-AUJ-AAAAMM                 PIC 9(6).
         05 FILLER                       PIC X(2).

      * --------- Date AAAAMMJJ a editer en JJ/MM/AAAA
       01 W-DATE-ORD                     PIC 9(8).
       01 W-DATE-ORD-X REDEFINES W-DATE-ORD.
         05 W-ORD-AAAA                   PIC X(4).
         05 W-ORD-MM                     PIC X(2).
         05 W-ORD-JJ                     PIC X(2).
       01 W-DATE-EDIT                    PIC X(10).

      * --------- Sequence de la dette a ouvrir (derniere
      *           sequence du stagiaire + 1)
       01 W-DERNIERE-SEQ                 PIC 9(2).
       01 DTT-FIN-BROWSE                 PIC 9.
         88 DTT-FIN-BROWSE-OUI      VALUE 1.
         88 DTT-FIN-BROWSE-NON      VALUE 0.

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
           MOVE LOW-VALUE TO MAPF0O

      *  L'ECRAN EST RESERVE AU ROLE SUPERVISION
           PERFORM 28000-VERIFIE-SUPERVISION
           IF HABILITATION-KO
              MOVE 'Acces reserve au role supervision' TO messo
           ELSE
              MOVE 'Saisissez le numero d''inventaire' TO messo
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
            '/mapf0c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPF0')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPF0')
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
           EXEC CICS RECEIVE MAP   ('MAPF0')
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

           if CLE-PREC NOT = INVENTI
              perform GET-DEMANDE-DETTE
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-DECISION
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

       GET-DEMANDE-DETTE.
      *    L'article doit etre prete et son pret en attente de
      *    decision de mise en dette
           MOVE LOW-VALUE TO TYPEO LIBELLEO NUMSTAGO NOMO PRENOMO
                             DATPRETO DATPREVO NBRELO MONTANTO
                             DEMANDO DATDEMO DECISO
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

           IF NOT MAT-PRETE
              MOVE SPACE TO CLE-PREC
              MOVE 'Article non prete : pas de demande' to messo
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

           IF NOT cr-ok OR NOT PMA-DETTE-DEMANDEE
              MOVE SPACE TO CLE-PREC
              MOVE 'Pas de demande de mise en dette en attente'
                to messo
              MOVE -1 to inventl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           PERFORM 23260-AFFICHE-DEMANDE

      *    Le gestionnaire demandeur ne decide pas sa propre
      *    demande
           IF E-PMA-DEMANDEUR = EIBUSERID
              MOVE SPACE TO CLE-PREC
              MOVE 'Demande saisie par vous : decision par un '
                & 'autre superviseur' TO messo
              MOVE -1 to inventl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE INVENTI TO CLE-PREC
           SET IS-LOCKED-FALSE TO TRUE
           MOVE 'Demande en attente : A accepter, R refuser' to messo
           MOVE -1 to decisl

           PERFORM 22000-TRAIT-ENVOI
           .

       23260-AFFICHE-DEMANDE.
      *    Emprunteur, pret et montant de la dette demandee
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

           MOVE E-PMA-NB-RELANCES  TO NBRELO
           COMPUTE W-MONTANT-EDIT = E-PMA-MONTANT-DETTE / 100
           MOVE W-MONTANT-EDIT     TO MONTANTO
           MOVE E-PMA-DEMANDEUR    TO DEMANDO
           MOVE E-PMA-DATE-DEMANDE TO DATDEMO
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
      *    Check la decision
           IF DECISI NOT = 'A' AND DECISI NOT = 'R'
              MOVE -1 to decisl
              MOVE 'Decision : A accepter, R refuser' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           .

       23280-DERNIERE-SEQUENCE.
      *    Derniere sequence de dette du stagiaire (FDETT11)
           MOVE 0 TO W-DERNIERE-SEQ
           SET DTT-FIN-BROWSE-NON TO TRUE

           MOVE E-PMA-NUMERO TO E-DTT-NUMERO
           MOVE 0            TO E-DTT-SEQ
           MOVE 'FDETT'      TO file-name
           SET c-startbr     TO TRUE
           MOVE E-DETTE      TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET DTT-FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL DTT-FIN-BROWSE-OUI
              MOVE E-DETTE     TO enrgmt
              MOVE 'FDETT'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param

              EVALUATE TRUE
                WHEN cr-ok
                  MOVE enrgmt TO E-DETTE
                  IF E-DTT-NUMERO = E-PMA-NUMERO
                     MOVE E-DTT-SEQ TO W-DERNIERE-SEQ
                  ELSE
                     SET DTT-FIN-BROWSE-OUI TO TRUE
                  END-IF
                WHEN OTHER
                  SET DTT-FIN-BROWSE-OUI TO TRUE
              END-EVALUATE
           END-PERFORM

           MOVE 'FDETT'     TO file-name
           SET c-endbr      TO TRUE
           MOVE E-DETTE     TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       23300-ECRIT-DECISION.
      *    Enregistre la decision. L'article et le pret sont relus
      *    pour mise a jour dans la meme tache : une demande
      *    restituee ou decidee entre-temps n'est pas modifiee
           MOVE INVENTI      TO E-MAT-INVENTAIRE
           MOVE 'FMATE'      TO file-name
           SET c-consult     TO TRUE
           MOVE E-MATERIEL   TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt       TO E-MATERIEL
           MOVE E-MAT-PRET-NUMERO TO E-PMA-NUMERO

           IF DECISI = 'A'
              PERFORM 23280-DERNIERE-SEQUENCE
              IF W-DERNIERE-SEQ = 99
                 MOVE 'Plus de sequence de dette libre pour ce '
                   & 'stagiaire' to messo
                 MOVE -1 to inventl
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE SPACE TO CLE-PREC
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF

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
           IF NOT cr-ok OR NOT PMA-DETTE-DEMANDEE
              MOVE 'Demande modifiee entre-temps : non mise a jour'
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
                     DDMMYYYY(E-PMA-DATE-DECISION)
                     DATESEP('/')
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(W-AUJOURDHUI)
           END-EXEC
           MOVE EIBUSERID           TO E-PMA-DECIDEUR E-PMA-USERID
           MOVE E-PMA-DATE-DECISION TO E-PMA-DATE-MAJ

           IF DECISI = 'A'
      *       Ouverture de la dette pour la valeur residuelle
              INITIALIZE E-DETTE
              MOVE E-PMA-NUMERO        TO E-DTT-NUMERO
              COMPUTE E-DTT-SEQ = W-DERNIERE-SEQ + 1
              MOVE W-AUJ-AAAAMM        TO E-DTT-MOIS-ORIGINE
              MOVE SPACE               TO E-DTT-MOTIF
              STRING 'MATERIEL NON RESTITUE ' DELIMITED BY SIZE
                     E-PMA-INVENTAIRE         DELIMITED BY SIZE
                     INTO E-DTT-MOTIF
              END-STRING
              MOVE E-PMA-MONTANT-DETTE TO E-DTT-MONTANT-CENTIMES
                                          E-DTT-RESTE-CENTIMES
              SET DTT-OUVERTE          TO TRUE
              MOVE E-PMA-DATE-DECISION TO E-DTT-DATE-OUVERTURE
              MOVE EIBUSERID           TO E-DTT-USERID
              MOVE SPACE               TO E-DTT-DATE-SOLDE

              MOVE 'FDETT'     TO file-name
              SET c-write      TO TRUE
              MOVE E-DETTE     TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 MOVE 'Echec de l''ouverture de la dette' to messo
                 MOVE -1 to inventl
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE SPACE TO CLE-PREC
                 PERFORM 22000-TRAIT-ENVOI
              END-IF

              SET PMA-PASSE-EN-DETTE TO TRUE
              MOVE E-DTT-SEQ         TO E-PMA-DETTE-SEQ
           ELSE
      *       Demande refusee : le pret revient en cours
              SET PMA-EN-COURS       TO TRUE
              MOVE 0                 TO E-PMA-MONTANT-DETTE
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

           IF DECISI = 'A'
      *       L'article sort du parc : non restitue
              SET MAT-NON-RESTITUE    TO TRUE
              MOVE E-PMA-DATE-MAJ     TO E-MAT-DATE-MAJ
              MOVE EIBUSERID          TO E-MAT-USERID
              MOVE 'FMATE'    TO file-name
              SET c-rewrite   TO TRUE
              MOVE E-MATERIEL TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE 'Mise en dette acceptee : dette ouverte'
                   to messo
              ELSE
                 MOVE 'Echec de la mise a jour de l''article' to messo
              END-IF
           ELSE
              MOVE 'Mise en dette refusee : pret remis en cours'
                to messo
           END-IF

           PERFORM 23310-AUDIT-DECISION

           move -1     to inventl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE SPACE TO CLE-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-DECISION.
      *    Trace d'audit de la decision (TDQ INFO) : dette ouverte
      *    (FDETT11) ou pret remis en cours (FPRMA11)
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
           MOVE E-PMA-NUMERO    TO NUM-STAG-TD
           IF DECISI = 'A'
              MOVE 'FDETT11 '   TO RESSOURCE-TD
              MOVE 'C'          TO FONCTION-TD
              STRING E-DTT-SEQ              DELIMITED BY SIZE
                     ' MATERIEL '           DELIMITED BY SIZE
                     E-PMA-INVENTAIRE       DELIMITED BY SIZE
                     ' '                    DELIMITED BY SIZE
                     E-DTT-MONTANT-CENTIMES DELIMITED BY SIZE
                     INTO F OF E-TD
              END-STRING
           ELSE
              MOVE 'FPRMA11 '   TO RESSOURCE-TD
              MOVE 'M'          TO FONCTION-TD
              STRING E-PMA-INVENTAIRE       DELIMITED BY SIZE
                     ' DETTE REFUSEE'       DELIMITED BY SIZE
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

              MOVE '9'    TO INVENTA DECISA

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
              MOVE '9'    TO INVENTA DECISA

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
