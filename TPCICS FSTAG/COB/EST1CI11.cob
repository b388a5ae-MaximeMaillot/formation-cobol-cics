      *======================================================*
      *   STATUT DES EMPLOYEURS D'ACCUEIL (FEMPL11) : ACTIF, *
      *   SOUS SURVEILLANCE OU SUSPENDU, AVEC MOTIF, DATE ET *
      *   SUPERVISEUR DECIDEUR. CHAQUE DECISION EST          *
      *   HISTORISEE DANS FEMPH11 (8 DERNIERES AFFICHEES).   *
      *   CONSULTATION LIBRE, DECISION RESERVEE AU ROLE      *
      *   SUPERVISION. UN EMPLOYEUR SUSPENDU NE RECOIT PLUS  *
      *   AUCUN NOUVEAU PLACEMENT FPLAC11 ; SES PLACEMENTS   *
      *   EN COURS SONT EDITES PAR EST2CI11                  *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EST1CI11.

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
      *        EMPLOYEUR AFFICHE
           05 CLE-EMP-PREC.
             10 EMP-PREC          PIC X(6).
           05 FILLER              PIC X(58).

       01 C-R                     PIC S9(8) COMP.
       01 I                       PIC S9(4) COMP.
       01 J                       PIC S9(4) COMP.

       01 MON-PROG                PIC X(8) VALUE 'EST1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPD8C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VJCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPD8C11.

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

      * Structure d'un placement (FPLAC11)
       COPY CPLAC.

      * Structure d'un employeur (FEMPL11)
       COPY CEMPL.

      * Structure de l'historique des statuts employeur (FEMPH11)
       COPY CEMPH.

      * Structure d'une habilitation (FHABI11)
       COPY CHABI.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.

      * --------- Employeur relu et placements en cours
       01 W-EMP-TROUVE                   PIC 9.
       01 W-NB-PLA-EMP                   PIC 9(4).
       01 W-NB-PLA-EDIT                  PIC ZZZ9.

      * --------- Decision enregistree
       01 W-STATUT-AVANT                 PIC X(1).
       01 W-DATE-DECISION                PIC X(8).
       01 W-HEURE-DECISION               PIC X(6).
       01 W-CR-HISTO                     PIC 99.

      * --------- Historique affiche (8 dernieres decisions)
       01 W-NB-HIS                       PIC 9(2).
       01 W-TAB-HISTO.
         05 W-HIS-LIGNE                  PIC X(70) OCCURS 8.

      * --------- Zone de construction d'une ligne d'historique
       01 W-LIGNE-HISTO.
         05 W-HIS-JJ                     PIC X(2).
         05 FILLER                       PIC X(1) VALUE '/'.
         05 W-HIS-MM                     PIC X(2).
         05 FILLER                       PIC X(1) VALUE '/'.
         05 W-HIS-AAAA                   PIC X(4).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-HIS-HH                     PIC X(2).
         05 FILLER                       PIC X(1) VALUE ':'.
         05 W-HIS-MI                     PIC X(2).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-HIS-AVANT                  PIC X(1).
         05 FILLER                       PIC X(1) VALUE '>'.
         05 W-HIS-APRES                  PIC X(1).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-HIS-SUPERV                 PIC X(8).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-HIS-MOTIF                  PIC X(40).

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.

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
           MOVE LOW-VALUE TO MAPD8O
           MOVE SPACE TO CLE-EMP-PREC
           MOVE 'Code employeur : statut et historique des decisions'
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
            '/mapd8c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPD8')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPD8')
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
                   MOVE SPACE TO CLE-EMP-PREC

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
           EXEC CICS RECEIVE MAP   ('MAPD8')
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

           perform CHECK-CLE-EMPLOYEUR

           if (EMP-PREC NOT = CODEEMPI)
              perform GET-EMPLOYEUR
           END-IF

           perform 23500-CHARGE-AFFICHAGE

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-STATUT
           .

       CHECK-CLE-EMPLOYEUR.
      *    Check le code employeur
           IF CODEEMPI = SPACE OR LOW-VALUE
             MOVE -1 to codeempl
             MOVE 'Veuillez saisir un code employeur' to messo
             MOVE SPACE to CLE-EMP-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           .

       GET-EMPLOYEUR.
      *    Affiche le statut courant de l'employeur, ses placements
      *    en cours et l'historique de ses changements de statut
           MOVE CODEEMPI TO EMP-PREC
           PERFORM 23500-CHARGE-AFFICHAGE

           IF W-EMP-TROUVE = 0
              MOVE LOW-VALUE TO MAPD8O
              MOVE 'Employeur inconnu au referentiel' to messo
              MOVE -1 to codeempl
              MOVE SPACE to CLE-EMP-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           SET IS-LOCKED-FALSE TO TRUE
           MOVE LOW-VALUE TO NVSTATO NVMOTIFO
           MOVE 'Nouveau statut A/V/S et motif de la decision'
             to messo
           MOVE -1 to nvstatl

           PERFORM 22000-TRAIT-ENVOI
           .

      *--------------------------------------------------
      * --  STATUT, PLACEMENTS ET HISTORIQUE AFFICHES ----
      *--------------------------------------------------
       23500-CHARGE-AFFICHAGE.
      *    Les zones affichees sont protegees et ne reviennent pas a
      *    la reception : elles sont reconstituees a chaque envoi a
      *    partir de l'employeur de la commarea
           MOVE 0         TO W-EMP-TROUVE
           MOVE EMP-PREC  TO E-EMP-CODE
           MOVE 'FEMPL'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-EMPLOYEUR TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              MOVE 1            TO W-EMP-TROUVE
              MOVE enrgmt       TO E-EMPLOYEUR
              MOVE E-EMP-RAISON TO RAISONO
              IF E-EMP-STATUT = SPACE OR LOW-VALUE
                 MOVE 'A'       TO STATACTO
              ELSE
                 MOVE E-EMP-STATUT TO STATACTO
              END-IF
              IF E-EMP-STATUT-DATE IS NUMERIC
                 MOVE E-EMP-STATUT-DATE(7:2) TO DATACTO(1:2)
                 MOVE E-EMP-STATUT-DATE(5:2) TO DATACTO(3:2)
                 MOVE E-EMP-STATUT-DATE(1:4) TO DATACTO(5:4)
              ELSE
                 MOVE SPACE     TO DATACTO
              END-IF
              MOVE E-EMP-STATUT-SUPERV TO SUPACTO
              MOVE E-EMP-STATUT-MOTIF  TO MOTACTO

              PERFORM 23510-COMPTE-PLACEMENTS
              MOVE W-NB-PLA-EMP TO W-NB-PLA-EDIT
              MOVE SPACE TO PLACINFOO
              STRING 'Placements en cours chez l''employeur : '
                       DELIMITED BY SIZE
                     W-NB-PLA-EDIT DELIMITED BY SIZE
                     INTO PLACINFOO
              END-STRING

              PERFORM 23520-HISTORIQUE
           END-IF
           .

       23510-COMPTE-PLACEMENTS.
      *    Placements actifs chez l'employeur (parcours complet de
      *    FPLAC11, volumetrie faible)
           MOVE 0 TO W-NB-PLA-EMP
           SET FIN-BROWSE-NON TO TRUE
           MOVE 0           TO E-PLA-NUMERO E-PLA-SEQ
           MOVE 'FPLAC'     TO file-name
           SET c-startbr    TO TRUE
           MOVE E-PLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-PLACEMENT TO enrgmt
              MOVE 'FPLAC'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-PLACEMENT
                 IF PLA-ACTIF
                    AND E-PLA-CODE-EMPLOYEUR = EMP-PREC
                    ADD 1 TO W-NB-PLA-EMP
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

       23520-HISTORIQUE.
      *    Retient les 8 derniers changements de statut (FEMPH11,
      *    chronologique par cle) et les affiche du plus recent au
      *    plus ancien
           MOVE 0 TO W-NB-HIS
           SET FIN-BROWSE-NON TO TRUE
           MOVE EMP-PREC    TO E-EMH-EMPLOYEUR
           MOVE LOW-VALUE   TO E-EMH-DATE E-EMH-HEURE
           MOVE 'FEMPH'     TO file-name
           SET c-startbr    TO TRUE
           MOVE E-HISTO-EMPLOYEUR TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-HISTO-EMPLOYEUR TO enrgmt
              MOVE 'FEMPH'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-HISTO-EMPLOYEUR
                 IF E-EMH-EMPLOYEUR = EMP-PREC
                    PERFORM 23525-RETIENT-HISTORIQUE
                 ELSE
                    SET FIN-BROWSE-OUI TO TRUE
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FEMPH'     TO file-name
           SET c-endbr      TO TRUE
           MOVE E-HISTO-EMPLOYEUR TO enrgmt
           CALL pgm-accfile USING accfile-param

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
              IF I > W-NB-HIS
                 MOVE SPACE TO HISTOO(I)
              ELSE
                 COMPUTE J = W-NB-HIS - I + 1
                 MOVE W-HIS-LIGNE(J) TO HISTOO(I)
              END-IF
           END-PERFORM
           .

       23525-RETIENT-HISTORIQUE.
      *    Table glissante : au-dela de 8, la plus ancienne ligne
      *    sort de la table
           IF W-NB-HIS = 8
              PERFORM VARYING J FROM 1 BY 1 UNTIL J > 7
                 MOVE W-HIS-LIGNE(J + 1) TO W-HIS-LIGNE(J)
              END-PERFORM
           ELSE
              ADD 1 TO W-NB-HIS
           END-IF

           MOVE E-EMH-DATE(7:2)     TO W-HIS-JJ
           MOVE E-EMH-DATE(5:2)     TO W-HIS-MM
           MOVE E-EMH-DATE(1:4)     TO W-HIS-AAAA
           MOVE E-EMH-HEURE(1:2)    TO W-HIS-HH
           MOVE E-EMH-HEURE(3:2)    TO W-HIS-MI
           MOVE E-EMH-STATUT-AVANT  TO W-HIS-AVANT
           MOVE E-EMH-STATUT-APRES  TO W-HIS-APRES
           MOVE E-EMH-SUPERVISEUR   TO W-HIS-SUPERV
           MOVE E-EMH-MOTIF         TO W-HIS-MOTIF
           MOVE W-LIGNE-HISTO       TO W-HIS-LIGNE(W-NB-HIS)
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    La decision est reservee au role supervision (FHABI11)
           MOVE EIBUSERID        TO E-HAB-USERID
           MOVE 'FHABI'          TO file-name
           SET c-consult         TO TRUE
           MOVE E-HABILITATION   TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              MOVE enrgmt TO E-HABILITATION
           END-IF
           IF NOT cr-ok OR NOT ROLE-SUPERVISION
              MOVE -1 to nvstatl
              MOVE 'Decision reservee au role supervision' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check le nouveau statut : A(ctif), V (sous surveillance)
      *    ou S(uspendu), different du statut courant
           IF NVSTATI NOT = 'A' AND 'V' AND 'S'
              MOVE -1 to nvstatl
              MOVE 'Statut : A=Actif V=Sous surveillance S=Suspendu'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           IF NVSTATI = STATACTO
              MOVE -1 to nvstatl
              MOVE 'Statut inchange : aucune decision a enregistrer'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check le motif de la decision
           IF NVMOTIFI = SPACE OR LOW-VALUE
              MOVE -1 to nvmotifl
              MOVE 'Veuillez saisir le motif de la decision' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           .

       23300-ECRIT-STATUT.
      *    Porte la decision sur l'employeur puis l'historise
      *    (FEMPH11) avec le superviseur decideur
           MOVE EMP-PREC    TO E-EMP-CODE
           MOVE 'FEMPL'     TO file-name
           SET c-read       TO TRUE
           MOVE E-EMPLOYEUR TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-EMPLOYEUR

           IF NOT cr-ok
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-EMP-PREC
              MOVE -1 to codeempl
              MOVE 'Echec de la lecture' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF E-EMP-STATUT = SPACE OR LOW-VALUE
              MOVE 'A'          TO W-STATUT-AVANT
           ELSE
              MOVE E-EMP-STATUT TO W-STATUT-AVANT
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(W-DATE-DECISION)
                     TIME(W-HEURE-DECISION)
           END-EXEC

           MOVE NVSTATI          TO E-EMP-STATUT
           MOVE NVMOTIFI         TO E-EMP-STATUT-MOTIF
           MOVE W-DATE-DECISION  TO E-EMP-STATUT-DATE
           MOVE EIBUSERID        TO E-EMP-STATUT-SUPERV

           MOVE 'FEMPL'     TO file-name
           SET c-rewrite    TO TRUE
           MOVE E-EMPLOYEUR TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE 'Echec de l''ecriture' to messo
           ELSE
              PERFORM 23310-AUDIT-STATUT

              MOVE EMP-PREC         TO E-EMH-EMPLOYEUR
              MOVE W-DATE-DECISION  TO E-EMH-DATE
              MOVE W-HEURE-DECISION TO E-EMH-HEURE
              MOVE W-STATUT-AVANT   TO E-EMH-STATUT-AVANT
              MOVE NVSTATI          TO E-EMH-STATUT-APRES
              MOVE NVMOTIFI         TO E-EMH-MOTIF
              MOVE EIBUSERID        TO E-EMH-SUPERVISEUR
              MOVE EIBTRMID         TO E-EMH-TERMINAL

              MOVE 'FEMPH'     TO file-name
              SET c-write      TO TRUE
              MOVE E-HISTO-EMPLOYEUR TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE code-retour TO W-CR-HISTO

              PERFORM 23500-CHARGE-AFFICHAGE
              IF NVSTATI = 'S'
                 MOVE SPACE TO messo
                 STRING 'Employeur suspendu : '  DELIMITED BY SIZE
                        W-NB-PLA-EDIT            DELIMITED BY SIZE
                        ' placement(s) en cours a traiter'
                          DELIMITED BY SIZE
                        INTO messo
                 END-STRING
              ELSE
                 MOVE 'Statut de l''employeur mis a jour' to messo
              END-IF
              IF W-CR-HISTO NOT = 0
                 MOVE 'Statut mis a jour, historique non ecrit'
                   to messo
              END-IF
           END-IF

           MOVE LOW-VALUE TO NVSTATO NVMOTIFO
           move -1     to codeempl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE SPACE TO CLE-EMP-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-STATUT.
      *    Trace d'audit de la decision (TDQ INFO)
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
           MOVE 'FEMPL11 '      TO RESSOURCE-TD
           MOVE 'M'             TO FONCTION-TD
           MOVE 0               TO NUM-STAG-TD

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

              MOVE '9'    TO CODEEMPA NVSTATA NVMOTIFA

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-EMP-PREC
              MOVE 'Annulation' to messo
              move -1           to codeempl

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
              MOVE '9'    TO CODEEMPA NVSTATA NVMOTIFA

              MOVE 'Mauvais choix' TO messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE SPACE TO confo
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO messo
           move -1 to CODEEMPL
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
