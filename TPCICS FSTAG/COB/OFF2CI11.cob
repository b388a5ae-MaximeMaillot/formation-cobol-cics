      *======================================================*
      *   RAPPROCHEMENT D'UNE OFFRE DE PLACEMENT (FOFFR11)   *
      *   ET DES CANDIDATS : STAGIAIRES ACTIFS DU SITE DE    *
      *   L'OFFRE SANS PLACEMENT FPLAC11 ACTIF SUR LA        *
      *   PERIODE, CLASSES PAR METIER CIBLE (METIER EXACT,   *
      *   MEME DOMAINE ROME, AUTRE) PUIS PAR ECART DE CODE   *
      *   POSTAL AVEC L'EMPLOYEUR. LE STAGIAIRE RETENU EST   *
      *   PLACE (FPLAC11) APRES CONTROLE DE LA CONVENTION    *
      *   D'ACCUEIL FCONV11 (DEROGATION SUPERVISION TRACEE)  *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFF2CI11.

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
      *        OFFRE RAPPROCHEE : EMPLOYEUR + SEQUENCE
           05 CLE-OFF-PREC.
             10 EMP-PREC          PIC X(6).
             10 SEQ-PREC          PIC X(2).
           05 FILLER              PIC X(57).

       01 C-R                     PIC S9(8) COMP.
       01 I                       PIC S9(4) COMP.
       01 J                       PIC S9(4) COMP.

       01 MON-PROG                PIC X(8) VALUE 'OFF2CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPD4C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VFCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPD4C11.

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

      * Structure d'un employeur d'accueil (FEMPL11)
       COPY CEMPL.

      * Structure d'une offre de placement (FOFFR11)
       COPY COFFR.

      * Structure d'une convention d'accueil (FCONV11)
       COPY CCONV.

      * Structure d'une habilitation (FHABI11)
       COPY CHABI.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

      * --------- Candidats retenus : les 10 mieux classes, tries
      *           sur le rang (metier cible puis ecart de code
      *           postal), a egalite dans l'ordre des numeros
       01 W-NB-ELIGIBLES                 PIC 9(4).
       01 W-NB-ELIGIBLES-EDIT            PIC ZZZ9.
       01 W-CANDIDATS.
         05 W-NB-CAND                    PIC S9(4) COMP.
         05 W-CAND OCCURS 10.
           10 W-CAN-RANG                 PIC 9(6).
           10 W-CAN-NUMERO               PIC 9(6).
           10 W-CAN-NOM                  PIC X(20).
           10 W-CAN-PRENOM               PIC X(15).
           10 W-CAN-ROME                 PIC X(5).
           10 W-CAN-CODEP                PIC X(5).
           10 W-CAN-ACCORD               PIC X(7).
       01 W-CAND-TRAVAIL.
         05 W-CTR-RANG                   PIC 9(6).
         05 W-CTR-NUMERO                 PIC 9(6).
         05 W-CTR-NOM                    PIC X(20).
         05 W-CTR-PRENOM                 PIC X(15).
         05 W-CTR-ROME                   PIC X(5).
         05 W-CTR-CODEP                  PIC X(5).
         05 W-CTR-ACCORD                 PIC X(7).
       01 W-POS                          PIC S9(4) COMP.

      * --------- Rang d'un candidat : 0 metier cible identique,
      *           1 meme grand domaine ROME, 2 autre ; puis ecart
      *           entre les codes postaux du stagiaire et de
      *           l'employeur (99999 si l'un est inexploitable)
       01 W-RANG-METIER                  PIC 9.
       01 W-DISTANCE                     PIC 9(5).
       01 W-CP-STA                       PIC X(5).
       01 W-CP-STA-N REDEFINES W-CP-STA  PIC 9(5).
       01 W-CP-EMP                       PIC X(5).
       01 W-CP-EMP-N REDEFINES W-CP-EMP  PIC 9(5).

      * --------- Zone de construction d'une ligne de la liste
       01 W-LIGNE-CAND.
         05 W-LIG-NUMERO                 PIC 9(6).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-NOM                    PIC X(20).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-PRENOM                 PIC X(15).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-ROME                   PIC X(5).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-CODEP                  PIC X(5).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-ACCORD                 PIC X(7).

      * --------- Periodes comparees (dates JJMMAAAA remises en
      *           AAAAMMJJ)
       01 W-ORDONNEE.
         05 W-ORD-AAAA                   PIC X(4).
         05 W-ORD-MM                     PIC X(2).
         05 W-ORD-JJ                     PIC X(2).
       01 W-ORDONNEE-N REDEFINES W-ORDONNEE
                                         PIC 9(8).
       01 W-OFF-DEB-N                    PIC 9(8).
       01 W-OFF-FIN-N                    PIC 9(8).
       01 W-PLA-DEB-N                    PIC 9(8).
       01 W-PLA-FIN-N                    PIC 9(8).

      * --------- Disponibilite d'un stagiaire pour l'offre
       01 W-DISPONIBLE                   PIC 9.
         88 DISPO-OUI               VALUE 1.
         88 DISPO-NON               VALUE 0.

      * --------- Stagiaire retenu
       01 W-NUM-CAND                     PIC 9(6).
       01 W-SESSION-CAND                 PIC X(6).
       01 W-SEQ-MAX                      PIC 9(2).

      * --------- Indicateurs de fin de parcours
       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.
       01 W-PLA-FIN-BROWSE               PIC 9.
         88 PLA-FIN-BROWSE-OUI      VALUE 1.
         88 PLA-FIN-BROWSE-NON      VALUE 0.

      * --------- Controle de la convention d'accueil (FCONV11)
       01 W-DEROG-CONVENTION             PIC 9 VALUE 0.
       01 W-AUJOURDHUI                   PIC 9(8).
       01 W-CNV-ORDONNEE.
         05 W-CNO-AAAA                   PIC X(4).
         05 W-CNO-MM                     PIC X(2).
         05 W-CNO-JJ                     PIC X(2).
       01 W-CNV-ORDONNEE-N REDEFINES W-CNV-ORDONNEE
                                         PIC 9(8).
       01 W-CNV-KO                       PIC 9.
       01 W-NB-PLACES-EMP                PIC 9(3).
       01 W-FIN-PLAC-EMP                 PIC 9.
       01 W-SUPERVISION                  PIC 9.
         88 SUPERVISION-OUI         VALUE 1.
         88 SUPERVISION-NON         VALUE 0.

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
           MOVE LOW-VALUE TO MAPD4O
           MOVE SPACE TO CLE-OFF-PREC
           MOVE 'Saisissez le code employeur et la sequence de l''offre'
             TO messo
           MOVE -1 to codeempl
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
            '/mapd4c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPD4')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPD4')
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
                   MOVE SPACE TO CLE-OFF-PREC

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
           EXEC CICS RECEIVE MAP   ('MAPD4')
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

           perform CHECK-CLE-OFFRE

      *    L'offre et la liste des candidats sont relues a chaque
      *    passage : la liste affichee reste a jour des placements
      *    crees entre-temps
           perform 23450-CHARGE-OFFRE
           perform 23500-CHARGE-CANDIDATS

           IF EMP-PREC NOT = CODEEMPI OR SEQ-PREC NOT = SEQOFFI
              MOVE CODEEMPI TO EMP-PREC
              MOVE SEQOFFI  TO SEQ-PREC
              SET IS-LOCKED-FALSE TO TRUE
              MOVE LOW-VALUE TO SELNUMO
              PERFORM 23600-MESSAGE-CANDIDATS
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF SELNUMI = SPACE OR LOW-VALUE
              SET IS-LOCKED-FALSE TO TRUE
              PERFORM 23600-MESSAGE-CANDIDATS
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-SELECTION
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-CREE-PLACEMENT
           .

       CHECK-CLE-OFFRE.
      *    Check le code employeur et la sequence de l'offre
           IF CODEEMPI = SPACE OR LOW-VALUE
             MOVE -1 to codeempl
             MOVE 'Veuillez saisir un code employeur' to messo
             MOVE SPACE to CLE-OFF-PREC
             perform 22000-TRAIT-ENVOI
           END-IF

           IF SEQOFFI IS NOT NUMERIC OR SEQOFFI = '00'
             MOVE -1 to seqoffl
             MOVE 'Sequence d''offre numerique (01 a 99)' to messo
             MOVE SPACE to CLE-OFF-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           .

       23450-CHARGE-OFFRE.
      *    Relit l'employeur et l'offre ; seule une offre ouverte
      *    avec des places restantes se rapproche
           MOVE CODEEMPI    TO E-EMP-CODE
           MOVE 'FEMPL'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-EMPLOYEUR TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-EMPLOYEUR

           IF NOT cr-ok
              MOVE LOW-VALUE TO RAISONO OFFINFOO
              PERFORM 23470-VIDE-LISTE
              MOVE 'Employeur inconnu au referentiel' to messo
              MOVE -1 to codeempl
              MOVE SPACE to CLE-OFF-PREC
              SET IS-LOCKED-FALSE TO TRUE
              PERFORM 22000-TRAIT-ENVOI
           END-IF

      *    Employeur suspendu par la supervision (EST1CI11) :
      *    aucun rapprochement, aucun nouveau placement
           IF EMP-SUSPENDU
              MOVE E-EMP-RAISON TO RAISONO
              MOVE LOW-VALUE TO OFFINFOO
              PERFORM 23470-VIDE-LISTE
              MOVE 'Employeur suspendu : aucun nouveau placement'
                to messo
              MOVE -1 to codeempl
              MOVE SPACE to CLE-OFF-PREC
              SET IS-LOCKED-FALSE TO TRUE
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-EMP-RAISON TO RAISONO
           MOVE E-EMP-CODEP  TO W-CP-EMP
           INSPECT W-CP-EMP REPLACING ALL 'A' BY '0'
                                      ALL 'B' BY '0'

           MOVE CODEEMPI TO E-OFF-EMPLOYEUR
           MOVE SEQOFFI  TO E-OFF-SEQ
           MOVE 'FOFFR'  TO file-name
           SET c-consult TO TRUE
           MOVE E-OFFRE  TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt   TO E-OFFRE

           IF NOT cr-ok
              MOVE LOW-VALUE TO OFFINFOO
              PERFORM 23470-VIDE-LISTE
              MOVE 'Offre inconnue pour cet employeur' to messo
              MOVE -1 to seqoffl
              MOVE SPACE to CLE-OFF-PREC
              SET IS-LOCKED-FALSE TO TRUE
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE SPACE TO OFFINFOO
           STRING 'Du '            DELIMITED BY SIZE
                  E-OFF-DATE-DEB   DELIMITED BY SIZE
                  ' au '           DELIMITED BY SIZE
                  E-OFF-DATE-FIN   DELIMITED BY SIZE
                  '  Metier '      DELIMITED BY SIZE
                  E-OFF-CODE-ROME  DELIMITED BY SIZE
                  '  Site '        DELIMITED BY SIZE
                  E-OFF-CODE-SITE  DELIMITED BY SIZE
                  '  Places '      DELIMITED BY SIZE
                  E-OFF-NB-POURVUES DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  E-OFF-NB-PLACES  DELIMITED BY SIZE
                  '  Statut '      DELIMITED BY SIZE
                  E-OFF-STATUT     DELIMITED BY SIZE
                  INTO OFFINFOO
           END-STRING

           IF NOT OFF-OUVERTE
              OR E-OFF-NB-POURVUES NOT < E-OFF-NB-PLACES
              PERFORM 23470-VIDE-LISTE
              MOVE 'Offre pourvue ou retiree : aucun rapprochement'
                to messo
              MOVE -1 to codeempl
              MOVE SPACE to CLE-OFF-PREC
              SET IS-LOCKED-FALSE TO TRUE
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-OFF-DATE-DEB(5:4) TO W-ORD-AAAA
           MOVE E-OFF-DATE-DEB(3:2) TO W-ORD-MM
           MOVE E-OFF-DATE-DEB(1:2) TO W-ORD-JJ
           MOVE W-ORDONNEE-N        TO W-OFF-DEB-N
           MOVE E-OFF-DATE-FIN(5:4) TO W-ORD-AAAA
           MOVE E-OFF-DATE-FIN(3:2) TO W-ORD-MM
           MOVE E-OFF-DATE-FIN(1:2) TO W-ORD-JJ
           MOVE W-ORDONNEE-N        TO W-OFF-FIN-N
           .

       23470-VIDE-LISTE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              MOVE SPACE TO LIGNEO(I)
           END-PERFORM
           .

      *--------------------------------------------------
      * --  CONSTITUTION DE LA LISTE DES CANDIDATS -------
      *--------------------------------------------------
       23500-CHARGE-CANDIDATS.
      *    Parcourt FSTAG11 en entier (volumetrie faible) et retient
      *    les stagiaires actifs du site de l'offre, libres de tout
      *    placement actif sur la periode
           MOVE 0 TO W-NB-CAND W-NB-ELIGIBLES
           SET FIN-BROWSE-NON TO TRUE

           MOVE 0           TO E-NUMERO
           MOVE 'FSTAG'     TO file-name
           SET c-startbr    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-STAGIAIRE TO enrgmt
              MOVE 'FSTAG'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param

              IF cr-ok
                 MOVE enrgmt TO E-STAGIAIRE
                 PERFORM 23510-CONTROLE-CANDIDAT
                 IF DISPO-OUI
                    MOVE E-NUMERO TO W-NUM-CAND
                    PERFORM 23520-CONTROLE-PERIODE
                 END-IF
                 IF DISPO-OUI
                    ADD 1 TO W-NB-ELIGIBLES
                    PERFORM 23530-CLASSE-CANDIDAT
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FSTAG'     TO file-name
           SET c-endbr      TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param

           PERFORM 23470-VIDE-LISTE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-NB-CAND
              MOVE W-CAN-NUMERO(I) TO W-LIG-NUMERO
              MOVE W-CAN-NOM(I)    TO W-LIG-NOM
              MOVE W-CAN-PRENOM(I) TO W-LIG-PRENOM
              MOVE W-CAN-ROME(I)   TO W-LIG-ROME
              MOVE W-CAN-CODEP(I)  TO W-LIG-CODEP
              MOVE W-CAN-ACCORD(I) TO W-LIG-ACCORD
              MOVE W-LIGNE-CAND    TO LIGNEO(I)
           END-PERFORM
           .

       23510-CONTROLE-CANDIDAT.
      *    Stagiaire actif, non supprime, rattache au site de l'offre
           SET DISPO-NON TO TRUE
           IF STATUT-ACTIF
              AND NOT SUPPRIME-OUI
              AND E-CODE-SITE = E-OFF-CODE-SITE
              SET DISPO-OUI TO TRUE
           END-IF
           .

       23520-CONTROLE-PERIODE.
      *    Aucun placement actif du stagiaire ne doit chevaucher la
      *    periode de l'offre (fin a blanc = placement sans terme ;
      *    dates illisibles = chevauchement par prudence)
           SET PLA-FIN-BROWSE-NON TO TRUE

           MOVE W-NUM-CAND  TO E-PLA-NUMERO
           MOVE 0           TO E-PLA-SEQ
           MOVE 'FPLAC'     TO file-name
           SET c-startbr    TO TRUE
           MOVE E-PLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET PLA-FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL PLA-FIN-BROWSE-OUI
              MOVE E-PLACEMENT TO enrgmt
              MOVE 'FPLAC'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param

              EVALUATE TRUE
                WHEN cr-ok
                  MOVE enrgmt TO E-PLACEMENT
                  IF E-PLA-NUMERO NOT = W-NUM-CAND
                     SET PLA-FIN-BROWSE-OUI TO TRUE
                  ELSE
                     IF PLA-ACTIF
                        PERFORM 23525-CHEVAUCHEMENT
                     END-IF
                  END-IF
                WHEN OTHER
                  SET PLA-FIN-BROWSE-OUI TO TRUE
              END-EVALUATE
           END-PERFORM

           MOVE 'FPLAC'     TO file-name
           SET c-endbr      TO TRUE
           MOVE E-PLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       23525-CHEVAUCHEMENT.
           IF E-PLA-DATE-DEB IS NOT NUMERIC
              SET DISPO-NON TO TRUE
           ELSE
              MOVE E-PLA-DATE-DEB(5:4) TO W-ORD-AAAA
              MOVE E-PLA-DATE-DEB(3:2) TO W-ORD-MM
              MOVE E-PLA-DATE-DEB(1:2) TO W-ORD-JJ
              MOVE W-ORDONNEE-N        TO W-PLA-DEB-N
              IF E-PLA-DATE-FIN IS NUMERIC
                 MOVE E-PLA-DATE-FIN(5:4) TO W-ORD-AAAA
                 MOVE E-PLA-DATE-FIN(3:2) TO W-ORD-MM
                 MOVE E-PLA-DATE-FIN(1:2) TO W-ORD-JJ
                 MOVE W-ORDONNEE-N        TO W-PLA-FIN-N
              ELSE
                 MOVE 99999999            TO W-PLA-FIN-N
              END-IF
              IF W-PLA-DEB-N NOT > W-OFF-FIN-N
                 AND W-PLA-FIN-N NOT < W-OFF-DEB-N
                 SET DISPO-NON TO TRUE
              END-IF
           END-IF
           .

       23530-CLASSE-CANDIDAT.
      *    Calcule le rang du candidat et l'insere a sa place dans
      *    la liste des 10 meilleurs
           EVALUATE TRUE
             WHEN E-CODE-ROME = E-OFF-CODE-ROME
               MOVE 0         TO W-RANG-METIER
               MOVE 'METIER'  TO W-CTR-ACCORD
             WHEN E-CODE-ROME NOT = SPACE AND LOW-VALUE
                  AND E-CODE-ROME(1:1) = E-OFF-CODE-ROME(1:1)
               MOVE 1         TO W-RANG-METIER
               MOVE 'DOMAINE' TO W-CTR-ACCORD
             WHEN OTHER
               MOVE 2         TO W-RANG-METIER
               MOVE 'AUTRE'   TO W-CTR-ACCORD
           END-EVALUATE

      *    Corse : 2A / 2B ramenes a 20 pour l'ecart de code postal
           MOVE E-CODEP TO W-CP-STA
           INSPECT W-CP-STA REPLACING ALL 'A' BY '0'
                                      ALL 'B' BY '0'
           IF W-CP-STA IS NUMERIC AND W-CP-EMP IS NUMERIC
              IF W-CP-STA-N < W-CP-EMP-N
                 COMPUTE W-DISTANCE = W-CP-EMP-N - W-CP-STA-N
              ELSE
                 COMPUTE W-DISTANCE = W-CP-STA-N - W-CP-EMP-N
              END-IF
           ELSE
              MOVE 99999 TO W-DISTANCE
           END-IF

           COMPUTE W-CTR-RANG = W-RANG-METIER * 100000 + W-DISTANCE
           MOVE E-NUMERO    TO W-CTR-NUMERO
           MOVE E-NOM       TO W-CTR-NOM
           MOVE E-PRENOM    TO W-CTR-PRENOM
           MOVE E-CODE-ROME TO W-CTR-ROME
           MOVE E-CODEP     TO W-CTR-CODEP

           MOVE 0 TO W-POS
           PERFORM VARYING J FROM 1 BY 1
              UNTIL J > W-NB-CAND OR W-POS > 0
              IF W-CAN-RANG(J) > W-CTR-RANG
                 MOVE J TO W-POS
              END-IF
           END-PERFORM
           IF W-POS = 0 AND W-NB-CAND < 10
              COMPUTE W-POS = W-NB-CAND + 1
           END-IF

           IF W-POS > 0
              IF W-NB-CAND < 10
                 ADD 1 TO W-NB-CAND
              END-IF
              PERFORM VARYING J FROM W-NB-CAND BY -1
                 UNTIL J NOT > W-POS
                 MOVE W-CAND(J - 1) TO W-CAND(J)
              END-PERFORM
              MOVE W-CAND-TRAVAIL TO W-CAND(W-POS)
           END-IF
           .

       23600-MESSAGE-CANDIDATS.
           MOVE W-NB-ELIGIBLES TO W-NB-ELIGIBLES-EDIT
           MOVE SPACE TO messo
           IF W-NB-ELIGIBLES = 0
              MOVE 'Aucun stagiaire disponible pour cette offre'
                to messo
              MOVE -1 to codeempl
           ELSE
              STRING W-NB-ELIGIBLES-EDIT DELIMITED BY SIZE
                     ' candidat(s) : numero du stagiaire retenu'
                       DELIMITED BY SIZE
                     ' puis ENTREE' DELIMITED BY SIZE
                     INTO messo
              END-STRING
              MOVE -1 to selnuml
           END-IF
           .

      *--------------------------------------------------
      * --  CONTROLE DU STAGIAIRE RETENU -----------------
      *--------------------------------------------------
       23250-CHECK-SELECTION.
      *    Le stagiaire retenu doit satisfaire les memes criteres
      *    que la liste (il peut ne pas y figurer s'il est au-dela
      *    des 10 premiers)
           IF SELNUMI IS NOT NUMERIC
              MOVE -1 to selnuml
              MOVE 'Numero de stagiaire numerique' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           MOVE SELNUMI     TO E-NUMERO W-NUM-CAND
           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE -1 to selnuml
              MOVE 'Stagiaire inconnu' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           MOVE enrgmt TO E-STAGIAIRE
           MOVE E-CODE-SESSION TO W-SESSION-CAND

           PERFORM 23510-CONTROLE-CANDIDAT
           IF DISPO-NON
              MOVE -1 to selnuml
              MOVE 'Stagiaire non actif ou d''un autre site'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           PERFORM 23520-CONTROLE-PERIODE
           IF DISPO-NON
              MOVE -1 to selnuml
              MOVE 'Stagiaire deja place sur la periode de l''offre'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check la convention d'accueil (FCONV11) : presente,
      *    en cours de validite et sous son plafond de stagiaires
      *    simultanes, sinon blocage (derogation supervision,
      *    tracee en audit) - exigence de l'inspection du travail
           PERFORM 23270-CONTROLE-CONVENTION
           .

      *--------------------------------------------------
      * --  CONTROLE DE LA CONVENTION D'ACCUEIL ----------
      *--------------------------------------------------
       23270-CONTROLE-CONVENTION.
      *----------------------*
           MOVE 0 TO W-CNV-KO

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(W-AUJOURDHUI)
           END-EXEC

           MOVE E-OFF-EMPLOYEUR TO E-CNV-EMPLOYEUR
           MOVE 'FCONV'      TO file-name
           SET c-consult     TO TRUE
           MOVE E-CONVENTION TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE 1 TO W-CNV-KO
              MOVE 'Employeur sans convention d''accueil' TO messo
           ELSE
              MOVE enrgmt TO E-CONVENTION
      *       VALIDITE : LES DATES FCONV11 SONT EN JJMMAAAA
              MOVE E-CNV-DATE-DEBUT(5:4) TO W-CNO-AAAA
              MOVE E-CNV-DATE-DEBUT(3:2) TO W-CNO-MM
              MOVE E-CNV-DATE-DEBUT(1:2) TO W-CNO-JJ
              IF W-CNV-ORDONNEE-N > W-AUJOURDHUI
                 MOVE 1 TO W-CNV-KO
                 MOVE 'Convention pas encore en vigueur' TO messo
              END-IF
              MOVE E-CNV-DATE-FIN(5:4) TO W-CNO-AAAA
              MOVE E-CNV-DATE-FIN(3:2) TO W-CNO-MM
              MOVE E-CNV-DATE-FIN(1:2) TO W-CNO-JJ
              IF W-CNV-ORDONNEE-N < W-AUJOURDHUI
                 MOVE 1 TO W-CNV-KO
                 MOVE 'Convention d''accueil expiree' TO messo
              END-IF
              IF W-CNV-KO = 0
                 PERFORM 232701-COMPTE-PLACES-EMP
                 IF W-NB-PLACES-EMP >= E-CNV-MAX-STAGIAIRES
                    MOVE 1 TO W-CNV-KO
                    MOVE 'Plafond de la convention atteint' TO messo
                 END-IF
              END-IF
           END-IF

           IF W-CNV-KO = 1
              PERFORM 23245-VERIFIE-SUPERVISION
              IF SUPERVISION-NON
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE -1 to selnuml
                 perform 22000-TRAIT-ENVOI
              END-IF
      *       DEROGATION SUPERVISION : ACCEPTEE MAIS TRACEE EN
      *       AUDIT A LA CREATION DU PLACEMENT
              MOVE 1 TO W-DEROG-CONVENTION
              INITIALIZE messo
           END-IF
           .

       232701-COMPTE-PLACES-EMP.
      *    Placements actifs deja en cours chez cet employeur
      *    (parcours complet de FPLAC11, volumetrie faible) ; ceux
      *    du stagiaire retenu sont ecartes du compte
           MOVE 0 TO W-NB-PLACES-EMP W-FIN-PLAC-EMP
           MOVE 0 TO E-PLA-NUMERO E-PLA-SEQ

           MOVE 'FPLAC'     TO file-name
           SET c-startbr    TO TRUE
           MOVE E-PLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE 1 TO W-FIN-PLAC-EMP
           END-IF

           PERFORM UNTIL W-FIN-PLAC-EMP = 1
              MOVE E-PLACEMENT TO enrgmt
              MOVE 'FPLAC'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-PLACEMENT
                 IF PLA-ACTIF
                    AND E-PLA-CODE-EMPLOYEUR = E-OFF-EMPLOYEUR
                    AND E-PLA-NUMERO NOT = W-NUM-CAND
                    ADD 1 TO W-NB-PLACES-EMP
                 END-IF
              ELSE
                 MOVE 1 TO W-FIN-PLAC-EMP
              END-IF
           END-PERFORM

           MOVE 'FPLAC'     TO file-name
           SET c-endbr      TO TRUE
           MOVE E-PLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       23245-VERIFIE-SUPERVISION.
      *    La derogation exige le role supervision sur le profil
      *    (FHABI11) de l'utilisateur connecte
           SET SUPERVISION-NON TO TRUE

           MOVE EIBUSERID        TO E-HAB-USERID
           MOVE 'FHABI'          TO file-name
           SET c-consult         TO TRUE
           MOVE E-HABILITATION   TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              MOVE enrgmt TO E-HABILITATION
              IF ROLE-SUPERVISION
                 SET SUPERVISION-OUI TO TRUE
              END-IF
           END-IF
           .

      *--------------------------------------------------
      * --  CREATION DU PLACEMENT ------------------------
      *--------------------------------------------------
       23300-CREE-PLACEMENT.
      *    Empile le placement (sequence suivante du stagiaire) sur
      *    la periode de l'offre, puis compte la place pourvue ;
      *    l'offre passe pourvue a la derniere place
           PERFORM 23321-CHERCHE-DERNIER-PLA

           IF W-SEQ-MAX = 99
              SET IS-LOCKED-FALSE TO TRUE
              MOVE -1 to selnuml
              MOVE 'Nombre maximum de placements atteint (99)'
                to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE EMP-PREC TO E-OFF-EMPLOYEUR
           MOVE SEQ-PREC TO E-OFF-SEQ
           MOVE 'FOFFR'  TO file-name
           SET c-read    TO TRUE
           MOVE E-OFFRE  TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt   TO E-OFFRE

           IF NOT cr-ok
              OR NOT OFF-OUVERTE
              OR E-OFF-NB-POURVUES NOT < E-OFF-NB-PLACES
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-OFF-PREC
              MOVE -1 to codeempl
              MOVE 'Offre plus disponible : placement non cree'
                to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE W-NUM-CAND           TO E-PLA-NUMERO
           COMPUTE E-PLA-SEQ = W-SEQ-MAX + 1
           MOVE E-OFF-DATE-DEB       TO E-PLA-DATE-DEB
           MOVE E-OFF-DATE-FIN       TO E-PLA-DATE-FIN
           SET PLA-ACTIF             TO TRUE
           MOVE W-SESSION-CAND       TO E-PLA-CODE-SESSION
           MOVE E-OFF-EMPLOYEUR      TO E-PLA-CODE-EMPLOYEUR
           MOVE SPACE                TO E-PLA-TUTEUR

           MOVE 'FPLAC'     TO file-name
           SET c-write      TO TRUE
           MOVE E-PLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET IS-LOCKED-FALSE TO TRUE
              MOVE -1 to selnuml
              MOVE 'Echec de la creation du placement' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           PERFORM 23310-AUDIT-PLACEMENT
           IF W-DEROG-CONVENTION = 1
              PERFORM 23275-AUDIT-DEROGATION
              MOVE 0 TO W-DEROG-CONVENTION
           END-IF

           ADD 1 TO E-OFF-NB-POURVUES
           IF E-OFF-NB-POURVUES NOT < E-OFF-NB-PLACES
              SET OFF-POURVUE TO TRUE
           END-IF
           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-OFF-DATE-MAJ)
                     DATESEP('/')
           END-EXEC
           MOVE EIBUSERID TO E-OFF-USERID

           MOVE 'FOFFR'  TO file-name
           SET c-rewrite TO TRUE
           MOVE E-OFFRE  TO enrgmt
           CALL pgm-accfile USING accfile-param

           MOVE SPACE TO messo
           IF cr-ok
              PERFORM 23320-AUDIT-OFFRE
              STRING 'Placement cree : stagiaire ' DELIMITED BY SIZE
                     W-NUM-CAND                    DELIMITED BY SIZE
                     ' sequence '                  DELIMITED BY SIZE
                     E-PLA-SEQ                     DELIMITED BY SIZE
                     INTO messo
              END-STRING
           ELSE
              MOVE 'Placement cree, offre non mise a jour' to messo
           END-IF

           SET IS-LOCKED-FALSE TO TRUE
           MOVE LOW-VALUE TO SELNUMO
           MOVE -1 to selnuml

      *    La liste est reconstituee sans le stagiaire place ; une
      *    offre desormais pourvue ne se rapproche plus
           IF OFF-POURVUE
              MOVE SPACE TO CLE-OFF-PREC
              PERFORM 23470-VIDE-LISTE
              MOVE -1 to codeempl
           ELSE
              PERFORM 23450-CHARGE-OFFRE
              PERFORM 23500-CHARGE-CANDIDATS
           END-IF

           PERFORM 22000-TRAIT-ENVOI
           .

       23321-CHERCHE-DERNIER-PLA.
      *    Parcourt FPLAC11 sur le numero du stagiaire et retient le
      *    placement de plus haut sequence (0 = aucun)
           MOVE 0 TO W-SEQ-MAX
           SET PLA-FIN-BROWSE-NON TO TRUE

           MOVE W-NUM-CAND  TO E-PLA-NUMERO
           MOVE 0           TO E-PLA-SEQ
           MOVE 'FPLAC'     TO file-name
           SET c-startbr    TO TRUE
           MOVE E-PLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET PLA-FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL PLA-FIN-BROWSE-OUI
              MOVE E-PLACEMENT TO enrgmt
              MOVE 'FPLAC'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param

              EVALUATE TRUE
                WHEN cr-ok
                  MOVE enrgmt TO E-PLACEMENT
                  IF E-PLA-NUMERO = W-NUM-CAND
                     MOVE E-PLA-SEQ    TO W-SEQ-MAX
                  ELSE
                     SET PLA-FIN-BROWSE-OUI TO TRUE
                  END-IF
                WHEN OTHER
                  SET PLA-FIN-BROWSE-OUI TO TRUE
              END-EVALUATE
           END-PERFORM

           MOVE 'FPLAC'     TO file-name
           SET c-endbr      TO TRUE
           MOVE E-PLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       23310-AUDIT-PLACEMENT.
      *    Trace d'audit de la creation du placement (TDQ INFO)
           MOVE SPACE TO E-TD
           MOVE 'FPLAC11 '      TO RESSOURCE-TD
           MOVE 'C'             TO FONCTION-TD
           MOVE W-NUM-CAND      TO NUM-STAG-TD
           PERFORM 23330-ECRIT-AUDIT
           .

       23320-AUDIT-OFFRE.
      *    Trace d'audit de la place pourvue sur l'offre
           MOVE SPACE TO E-TD
           MOVE 'FOFFR11 '      TO RESSOURCE-TD
           MOVE 'M'             TO FONCTION-TD
           MOVE W-NUM-CAND      TO NUM-STAG-TD
           PERFORM 23330-ECRIT-AUDIT
           .

       23275-AUDIT-DEROGATION.
      *    Trace d'audit de la derogation de convention accordee
      *    (ressource FCONV11)
           MOVE SPACE TO E-TD
           MOVE 'FCONV11 '      TO RESSOURCE-TD
           MOVE 'M'             TO FONCTION-TD
           MOVE W-NUM-CAND      TO NUM-STAG-TD
           PERFORM 23330-ECRIT-AUDIT
           .

       23330-ECRIT-AUDIT.
      *    Complete et ecrit la trace (TDQ INFO) ; la ressource, la
      *    fonction et le numero sont poses par l'appelant
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

              MOVE '9'    TO CODEEMPA SEQOFFA SELNUMA

              MOVE 'Confirmez le placement -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE 'Annulation' to messo
              MOVE LOW-VALUE TO SELNUMO
              move -1           to selnuml

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
              MOVE '9'    TO CODEEMPA SEQOFFA SELNUMA

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
