      *======================================================*
      *   VISITES DU GESTIONNAIRE CHEZ LES EMPLOYEURS        *
      *   D'ACCUEIL (FVISI11) : PLANIFICATION (ETAT P) PUIS  *
      *   SAISIE DE LA VISITE REALISEE (R) - STAGIAIRES VUS  *
      *   PARMI LES PLACEMENTS FPLAC11 EN COURS CHEZ         *
      *   L'EMPLOYEUR, CONSTATS ET ACTIONS DE SUIVI - OU     *
      *   ANNULATION (A). LES VISITES DUES FIGURENT A        *
      *   L'AGENDA AGD1CI11                                  *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIS1CI11.

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
      *        VISITE AFFICHEE : EMPLOYEUR + DATE (JJMMAAAA)
           05 CLE-VIS-PREC.
             10 EMP-PREC          PIC X(6).
             10 DATE-PREC         PIC X(8).
           05 VIS-EXISTE          PIC 9.
             88 VIS-EXISTE-NON  value 0.
             88 VIS-EXISTE-OUI  value 1.
           05 FILLER              PIC X(49).

       01 C-R                     PIC S9(8) COMP.
       01 I                       PIC S9(4) COMP.
       01 J                       PIC S9(4) COMP.

       01 MON-PROG                PIC X(8) VALUE 'VIS1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPD7C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VICB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPD7C11.

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

      * Structure d'une habilitation (FHABI11)
       COPY CHABI.

      * Structure d'une visite employeur (FVISI11)
       COPY CVISI.

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
       01 W-ORD-VISITE                   PIC X(8).
       01 W-ORD-PLA                      PIC X(8).
       01 W-ORD-JOUR                     PIC X(8).

      * --------- Placements affiches (stagiaires a voir)
       01 W-NB-TAB                       PIC 9(2).
       01 W-RETENU                       PIC 9.
       01 W-TAB-PLACEMENTS.
         05 W-TAB                        OCCURS 10.
           10 W-TAB-NUMERO               PIC 9(6).
           10 W-TAB-SEQ                  PIC 9(2).
           10 W-TAB-VU                   PIC X(1).
           10 W-TAB-LIGNE                PIC X(60).

      * --------- Zone de construction d'une ligne de placement
       01 W-LIGNE-PLACEMENT.
         05 W-LIG-NUMERO                 PIC 9(6).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-SEQ                    PIC 9(2).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-NOM                    PIC X(20).
         05 FILLER                       PIC X(4) VALUE ' DU '.
         05 W-LIG-DEB                    PIC X(8).
         05 FILLER                       PIC X(4) VALUE ' AU '.
         05 W-LIG-FIN                    PIC X(8).

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
           MOVE LOW-VALUE TO MAPD7O
           MOVE SPACE TO CLE-VIS-PREC
           MOVE 'Code employeur et date de la visite (JJMMAAAA)'
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
            '/mapd7c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPD7')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPD7')
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
                   MOVE SPACE TO CLE-VIS-PREC

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
           EXEC CICS RECEIVE MAP   ('MAPD7')
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

           perform CHECK-CLE-VISITE

           if (EMP-PREC NOT = CODEEMPI OR DATE-PREC NOT = DATEVISI)
              perform GET-VISITE
           END-IF

           perform 23530-REAFFICHE-LISTE

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-VISITE
           .

       CHECK-CLE-VISITE.
      *    Check le code employeur et la date de la visite
           IF CODEEMPI = SPACE OR LOW-VALUE
             MOVE -1 to codeempl
             MOVE 'Veuillez saisir un code employeur' to messo
             MOVE SPACE to CLE-VIS-PREC
             perform 22000-TRAIT-ENVOI
           END-IF

           MOVE DATEVISI to date-to-validate
           MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
           CALL pgm-validdat using validdat-param

           IF cr-validdat-false
             MOVE -1 to datevisl
             MOVE 'Date de visite non valide (JJMMAAAA)' to messo
             MOVE SPACE to CLE-VIS-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           .

       GET-VISITE.
      *    L'employeur doit exister au referentiel ; la visite est
      *    prechargee si elle existe, sinon elle est proposee au
      *    gestionnaire connecte. La liste des stagiaires a voir
      *    reprend les placements en cours chez l'employeur
           MOVE CODEEMPI TO E-EMP-CODE

           MOVE 'FEMPL'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-EMPLOYEUR TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-EMPLOYEUR

           IF NOT cr-ok
              MOVE LOW-VALUE TO MAPD7O
              MOVE 'Employeur inconnu au referentiel' to messo
              MOVE -1 to codeempl
              MOVE SPACE to CLE-VIS-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-EMP-RAISON TO RAISONO
           SET IS-LOCKED-FALSE TO TRUE

           MOVE CODEEMPI       TO E-VIS-EMPLOYEUR
           MOVE DATEVISI(5:4)  TO E-VIS-DATE(1:4)
           MOVE DATEVISI(3:2)  TO E-VIS-DATE(5:2)
           MOVE DATEVISI(1:2)  TO E-VIS-DATE(7:2)
           MOVE 'FVISI'  TO file-name
           SET c-consult TO TRUE
           MOVE E-VISITE TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
              MOVE enrgmt   TO E-VISITE
              SET VIS-EXISTE-OUI TO TRUE
              MOVE E-VIS-GESTIONNAIRE  TO GESTIONO
              MOVE E-VIS-ETAT          TO ETATVISO
              MOVE E-VIS-CONSTATS(1:60)   TO CONST1O
              MOVE E-VIS-CONSTATS(61:60)  TO CONST2O
              MOVE E-VIS-ACTIONS(1:60)    TO ACTION1O
              MOVE E-VIS-ACTIONS(61:60)   TO ACTION2O
              MOVE 'Visite existante : modification' to messo

             WHEN cr-not-found
              SET VIS-EXISTE-NON TO TRUE
              MOVE 0         TO E-VIS-NB-VUS
              MOVE EIBUSERID TO GESTIONO
              MOVE 'P'       TO ETATVISO
              MOVE LOW-VALUE TO CONST1O CONST2O ACTION1O ACTION2O
              MOVE 'Nouvelle visite : planifiez-la ou saisissez-la'
                to messo

             WHEN OTHER
               MOVE LOW-VALUE   TO MAPD7O
               MOVE SPACE to CLE-VIS-PREC
               MOVE 'Echec de la lecture'     to messo
               MOVE -1 to codeempl
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE

           PERFORM 23500-LISTE-PLACEMENTS

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              IF I > W-NB-TAB
                 MOVE SPACE TO SELVUO(I) LIGNEO(I)
      *          Pas de placement sur la ligne : selection protegee
                 MOVE '8'   TO SELVUA(I)
              ELSE
                 MOVE W-TAB-VU(I)    TO SELVUO(I)
                 MOVE W-TAB-LIGNE(I) TO LIGNEO(I)
              END-IF
           END-PERFORM

           MOVE CODEEMPI TO EMP-PREC
           MOVE DATEVISI TO DATE-PREC

           MOVE -1 to gestionl

           PERFORM 22000-TRAIT-ENVOI
           .

      *--------------------------------------------------
      * -- STAGIAIRES A VOIR : PLACEMENTS DE LA VISITE --
      *--------------------------------------------------
       23500-LISTE-PLACEMENTS.
      *    Table des lignes affichees : d'abord les stagiaires deja
      *    notes vus sur la visite (E-VISITE), puis les placements
      *    actifs chez l'employeur couvrant la date de visite. La
      *    table est reconstruite a l'identique a l'ecriture pour
      *    rapprocher les selections saisies
           MOVE 0 TO W-NB-TAB
           MOVE E-VIS-DATE TO W-ORD-VISITE

           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > E-VIS-NB-VUS OR J > 10
              ADD 1 TO W-NB-TAB
              MOVE E-VIS-VU-NUMERO(J) TO W-TAB-NUMERO(W-NB-TAB)
              MOVE E-VIS-VU-SEQ(J)    TO W-TAB-SEQ(W-NB-TAB)
              MOVE 'X'                TO W-TAB-VU(W-NB-TAB)
              MOVE E-VIS-VU-NUMERO(J) TO E-PLA-NUMERO
              MOVE E-VIS-VU-SEQ(J)    TO E-PLA-SEQ
              MOVE 'FPLAC'     TO file-name
              SET c-consult    TO TRUE
              MOVE E-PLACEMENT TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-PLACEMENT
              ELSE
                 MOVE SPACE TO E-PLA-DATE-DEB E-PLA-DATE-FIN
              END-IF
              PERFORM 23520-LIGNE-PLACEMENT
           END-PERFORM

           SET FIN-BROWSE-NON TO TRUE
           MOVE 0           TO E-PLA-NUMERO
           MOVE 0           TO E-PLA-SEQ
           MOVE 'FPLAC'     TO file-name
           SET c-startbr    TO TRUE
           MOVE E-PLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI OR W-NB-TAB >= 10
              MOVE E-PLACEMENT TO enrgmt
              MOVE 'FPLAC'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-PLACEMENT
                 IF E-PLA-CODE-EMPLOYEUR = E-VIS-EMPLOYEUR
                    AND PLA-ACTIF
                    PERFORM 23510-RETIENT-PLACEMENT
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

       23510-RETIENT-PLACEMENT.
      *    Placement en cours a la date de visite (dates JJMMAAAA,
      *    fin a blanc = ouverte) et pas deja en tete de liste
           MOVE 1 TO W-RETENU
           IF E-PLA-DATE-DEB IS NUMERIC
              MOVE E-PLA-DATE-DEB(5:4) TO W-ORD-PLA(1:4)
              MOVE E-PLA-DATE-DEB(3:2) TO W-ORD-PLA(5:2)
              MOVE E-PLA-DATE-DEB(1:2) TO W-ORD-PLA(7:2)
              IF W-ORD-PLA > W-ORD-VISITE
                 MOVE 0 TO W-RETENU
              END-IF
           END-IF
           IF E-PLA-DATE-FIN IS NUMERIC
              MOVE E-PLA-DATE-FIN(5:4) TO W-ORD-PLA(1:4)
              MOVE E-PLA-DATE-FIN(3:2) TO W-ORD-PLA(5:2)
              MOVE E-PLA-DATE-FIN(1:2) TO W-ORD-PLA(7:2)
              IF W-ORD-PLA < W-ORD-VISITE
                 MOVE 0 TO W-RETENU
              END-IF
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > W-NB-TAB
              IF W-TAB-NUMERO(J) = E-PLA-NUMERO
                 AND W-TAB-SEQ(J) = E-PLA-SEQ
                 MOVE 0 TO W-RETENU
              END-IF
           END-PERFORM

           IF W-RETENU = 1
              ADD 1 TO W-NB-TAB
              MOVE E-PLA-NUMERO TO W-TAB-NUMERO(W-NB-TAB)
              MOVE E-PLA-SEQ    TO W-TAB-SEQ(W-NB-TAB)
              MOVE SPACE        TO W-TAB-VU(W-NB-TAB)
              PERFORM 23520-LIGNE-PLACEMENT
           END-IF
           .

       23520-LIGNE-PLACEMENT.
      *    Ligne affichee : numero, placement, nom et periode
           MOVE W-TAB-NUMERO(W-NB-TAB) TO W-LIG-NUMERO E-NUMERO
           MOVE W-TAB-SEQ(W-NB-TAB)    TO W-LIG-SEQ
           MOVE E-PLA-DATE-DEB         TO W-LIG-DEB
           MOVE E-PLA-DATE-FIN         TO W-LIG-FIN
           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt TO E-STAGIAIRE
              MOVE E-NOM  TO W-LIG-NOM
           ELSE
              MOVE '(INCONNU)' TO W-LIG-NOM
           END-IF
           MOVE W-LIGNE-PLACEMENT TO W-TAB-LIGNE(W-NB-TAB)
           .

       23530-REAFFICHE-LISTE.
      *    Les lignes des placements sont protegees et ne reviennent
      *    pas a la reception : elles sont reconstituees a chaque
      *    reaffichage (les coches saisies restent celles recues)
           MOVE EMP-PREC       TO E-EMP-CODE
           MOVE 'FEMPL'        TO file-name
           SET c-consult       TO TRUE
           MOVE E-EMPLOYEUR    TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt       TO E-EMPLOYEUR
              MOVE E-EMP-RAISON TO RAISONO
           END-IF

           MOVE EMP-PREC        TO E-VIS-EMPLOYEUR
           MOVE DATE-PREC(5:4)  TO E-VIS-DATE(1:4)
           MOVE DATE-PREC(3:2)  TO E-VIS-DATE(5:2)
           MOVE DATE-PREC(1:2)  TO E-VIS-DATE(7:2)
           MOVE 0               TO E-VIS-NB-VUS
           IF VIS-EXISTE-OUI
              MOVE 'FVISI'  TO file-name
              SET c-consult TO TRUE
              MOVE E-VISITE TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-VISITE
              END-IF
           END-IF

           PERFORM 23500-LISTE-PLACEMENTS

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              IF I > W-NB-TAB
                 MOVE SPACE TO LIGNEO(I)
                 MOVE '8'   TO SELVUA(I)
              ELSE
                 MOVE W-TAB-LIGNE(I) TO LIGNEO(I)
              END-IF
           END-PERFORM
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
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

      *    Check l'etat : P(lanifiee), R(ealisee), A(nnulee) ; une
      *    nouvelle visite ne peut pas etre annulee
           IF ETATVISI NOT = 'P' AND 'R' AND 'A'
              OR (VIS-EXISTE-NON AND ETATVISI = 'A')
              MOVE -1 to etatvisl
              MOVE 'Etat : P=Planifiee R=Realisee A=Annulee' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(W-ORD-JOUR)
           END-EXEC
           MOVE DATEVISI(5:4)  TO W-ORD-VISITE(1:4)
           MOVE DATEVISI(3:2)  TO W-ORD-VISITE(5:2)
           MOVE DATEVISI(1:2)  TO W-ORD-VISITE(7:2)

      *    Une visite realisee n'est pas dans le futur et porte ses
      *    constats ; une nouvelle visite planifiee n'est pas dans
      *    le passe
           IF ETATVISI = 'R'
              IF W-ORD-VISITE > W-ORD-JOUR
                 MOVE -1 to etatvisl
                 MOVE 'Visite future : elle ne peut etre realisee'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              IF CONST1I = SPACE OR LOW-VALUE
                 MOVE -1 to const1l
                 MOVE 'Veuillez saisir les constats de la visite'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

           IF ETATVISI = 'P' AND VIS-EXISTE-NON
              AND W-ORD-VISITE < W-ORD-JOUR
              MOVE -1 to datevisl
              MOVE 'Visite passee : saisissez-la realisee (R)'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check les selections des stagiaires vus (X ou blanc)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              IF SELVUI(I) = LOW-VALUE
                 MOVE SPACE TO SELVUI(I)
              END-IF
              IF SELVUI(I) NOT = SPACE AND 'X'
                 MOVE -1 to selvul(I)
                 MOVE 'Stagiaire vu : X ou blanc' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-PERFORM
           .

       23300-ECRIT-VISITE.
      *    Ecrit la visite (creation ou modification) avec la liste
      *    des stagiaires coches
           MOVE EMP-PREC        TO E-VIS-EMPLOYEUR
           MOVE DATE-PREC(5:4)  TO E-VIS-DATE(1:4)
           MOVE DATE-PREC(3:2)  TO E-VIS-DATE(5:2)
           MOVE DATE-PREC(1:2)  TO E-VIS-DATE(7:2)

           IF VIS-EXISTE-OUI
      *       Relecture pour verrou
              MOVE 'FVISI'  TO file-name
              SET c-read    TO TRUE
              MOVE E-VISITE TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE enrgmt   TO E-VISITE
              IF NOT cr-ok
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE SPACE TO CLE-VIS-PREC
                 MOVE 'Echec de la lecture' to messo
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           ELSE
              MOVE 0 TO E-VIS-NB-VUS
           END-IF

      *    Meme table que celle affichee : les lignes cochees
      *    deviennent la liste des stagiaires vus
           PERFORM 23500-LISTE-PLACEMENTS

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 10
              MOVE 0 TO E-VIS-VU-NUMERO(J) E-VIS-VU-SEQ(J)
           END-PERFORM
           MOVE 0 TO E-VIS-NB-VUS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-NB-TAB
              IF SELVUI(I) = 'X'
                 ADD 1 TO E-VIS-NB-VUS
                 MOVE W-TAB-NUMERO(I) TO E-VIS-VU-NUMERO(E-VIS-NB-VUS)
                 MOVE W-TAB-SEQ(I)    TO E-VIS-VU-SEQ(E-VIS-NB-VUS)
              END-IF
           END-PERFORM

           MOVE GESTIONI TO E-VIS-GESTIONNAIRE
           MOVE ETATVISI TO E-VIS-ETAT
           MOVE SPACE    TO E-VIS-CONSTATS E-VIS-ACTIONS
           IF CONST1I NOT = LOW-VALUE
              MOVE CONST1I  TO E-VIS-CONSTATS(1:60)
           END-IF
           IF CONST2I NOT = LOW-VALUE
              MOVE CONST2I  TO E-VIS-CONSTATS(61:60)
           END-IF
           IF ACTION1I NOT = LOW-VALUE
              MOVE ACTION1I TO E-VIS-ACTIONS(1:60)
           END-IF
           IF ACTION2I NOT = LOW-VALUE
              MOVE ACTION2I TO E-VIS-ACTIONS(61:60)
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-VIS-DATE-MAJ)
                     DATESEP('/')
           END-EXEC
           MOVE EIBUSERID TO E-VIS-USERID

           MOVE 'FVISI'      TO file-name
           IF VIS-EXISTE-OUI
              SET c-rewrite TO TRUE
           ELSE
              SET c-write   TO TRUE
           END-IF
           MOVE E-VISITE TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               IF VIS-EXISTE-OUI
                  MOVE 'Visite modifiee avec succes' to messo
               ELSE
                  MOVE 'Visite enregistree avec succes' to messo
               END-IF
               PERFORM 23310-AUDIT-VISITE
             WHEN cr-duplicate
               MOVE 'Visite deja enregistree a cette date' to messo
             WHEN OTHER
               MOVE 'Echec de l''ecriture' to messo
           END-EVALUATE

           move -1     to codeempl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE SPACE TO CLE-VIS-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-VISITE.
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
           MOVE 'FVISI11 '      TO RESSOURCE-TD
           IF VIS-EXISTE-OUI
              MOVE 'M'          TO FONCTION-TD
           ELSE
              MOVE 'C'          TO FONCTION-TD
           END-IF
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

              MOVE '9'    TO CODEEMPA DATEVISA GESTIONA ETATVISA
                             CONST1A CONST2A ACTION1A ACTION2A
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
                 MOVE '9' TO SELVUA(I)
              END-PERFORM

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-VIS-PREC
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
              MOVE '9'    TO CODEEMPA DATEVISA GESTIONA ETATVISA
                             CONST1A CONST2A ACTION1A ACTION2A
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
                 MOVE '9' TO SELVUA(I)
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
