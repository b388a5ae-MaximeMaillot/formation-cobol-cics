      *======================================================*
      *   EVALUATIONS DU STAGIAIRE PAR LE TUTEUR EN          *
      *   ENTREPRISE (FEVPL11) : POUR UN PLACEMENT FPLAC11,  *
      *   UNE EVALUATION A MI-PARCOURS (M) ET UNE DE FIN (F) *
      *   - ASSIDUITE, PONCTUALITE, COMPETENCES (1 A 4) ET   *
      *   RECOMMANDATION. LE TUTEUR SAISI (FTUTE11 DE        *
      *   L'EMPLOYEUR DU PLACEMENT) EST REPORTE SUR FPLAC11  *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVP1CI11.

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
      *        EVALUATION AFFICHEE : NUMERO + PLACEMENT + TYPE
           05 CLE-EVP-PREC.
             10 NUM-PREC          PIC X(6).
             10 SEQ-PREC          PIC X(2).
             10 TYPE-PREC         PIC X(1).
           05 EVP-EXISTE          PIC 9.
             88 EVP-EXISTE-NON  value 0.
             88 EVP-EXISTE-OUI  value 1.
      *        EMPLOYEUR ET DEBUT DU PLACEMENT EVALUE
           05 EMP-PLA-PREC        PIC X(6).
           05 DEB-PLA-PREC        PIC X(8).
           05 FILLER              PIC X(41).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'EVP1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPD6C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VHCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPD6C11.

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

      * Structure d'un tuteur en entreprise (FTUTE11)
       COPY CTUTE.

      * Structure d'une evaluation de placement (FEVPL11)
       COPY CEVPL.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

      * --------- Recherche du placement courant (sequence a blanc)
       01 W-SEQ-MAX                      PIC 9(2).
       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.

      * --------- Dates recadrees AAAAMMJJ pour comparaison
       01 W-ORD-EVAL                     PIC X(8).
       01 W-ORD-DEB                      PIC X(8).
       01 W-ORD-JOUR                     PIC X(8).

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
           MOVE LOW-VALUE TO MAPD6O
           MOVE SPACE TO CLE-EVP-PREC
           MOVE 'Stagiaire, placement (blanc = courant), type M/F'
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
            '/mapd6c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPD6')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPD6')
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
                   MOVE SPACE TO CLE-EVP-PREC

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
           EXEC CICS RECEIVE MAP   ('MAPD6')
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

           perform CHECK-CLE-EVALUATION

           if (NUM-PREC NOT = NUMSTAGI OR SEQ-PREC NOT = SEQPLAI
               OR TYPE-PREC NOT = TYPEVALI)
              perform GET-EVALUATION
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-EVALUATION
           .

       CHECK-CLE-EVALUATION.
      *    Check le numero de stagiaire, le placement (a blanc :
      *    placement courant, c'est-a-dire le dernier) et le type
      *    d'evaluation M(i-parcours) / F(in de placement)
           IF NUMSTAGI = SPACE OR LOW-VALUE
              OR NUMSTAGI IS NOT NUMERIC
             MOVE -1 to numstagl
             MOVE 'Veuillez saisir un numero de stagiaire' to messo
             MOVE SPACE to CLE-EVP-PREC
             perform 22000-TRAIT-ENVOI
           END-IF

           IF SEQPLAI = SPACE OR LOW-VALUE
              PERFORM 23260-PLACEMENT-COURANT
              MOVE W-SEQ-MAX TO SEQPLAI
           END-IF

           IF SEQPLAI IS NOT NUMERIC
             MOVE -1 to seqplal
             MOVE 'Sequence de placement numerique (01 a 99)'
               to messo
             MOVE SPACE to CLE-EVP-PREC
             perform 22000-TRAIT-ENVOI
           END-IF

           IF TYPEVALI NOT = 'M' AND 'F'
             MOVE -1 to typevall
             MOVE 'Type d''evaluation : M=Mi-parcours F=Fin' to messo
             MOVE SPACE to CLE-EVP-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           .

       23260-PLACEMENT-COURANT.
      *    Parcourt les placements du stagiaire et retient la plus
      *    haute sequence (placement courant)
           MOVE 0 TO W-SEQ-MAX
           SET FIN-BROWSE-NON TO TRUE

           MOVE NUMSTAGI    TO E-PLA-NUMERO
           MOVE 0           TO E-PLA-SEQ
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

              EVALUATE TRUE
                WHEN cr-ok
                  MOVE enrgmt TO E-PLACEMENT
                  IF E-PLA-NUMERO = NUMSTAGI
                     MOVE E-PLA-SEQ TO W-SEQ-MAX
                  ELSE
                     SET FIN-BROWSE-OUI TO TRUE
                  END-IF
                WHEN OTHER
                  SET FIN-BROWSE-OUI TO TRUE
              END-EVALUATE
           END-PERFORM

           MOVE 'FPLAC'     TO file-name
           SET c-endbr      TO TRUE
           MOVE E-PLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF W-SEQ-MAX = 0
              MOVE -1 to numstagl
              MOVE 'Aucun placement pour ce stagiaire' to messo
              MOVE SPACE to CLE-EVP-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       GET-EVALUATION.
      *    Le stagiaire et le placement doivent exister ; le
      *    placement doit etre chez un employeur d'accueil et non
      *    annule. L'evaluation est prechargee si elle existe, sinon
      *    le tuteur propose est celui du placement
           MOVE LOW-VALUE TO NOMPREO CODEEMPO RAISONO PERIODEO
                             TUTEURO NOMTUTO DATEEVAO ASSIDO PONCTO
                             COMPETO RECOMO COMMENTO

           MOVE NUMSTAGI    TO E-NUMERO
           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-STAGIAIRE

           IF NOT cr-ok OR SUPPRIME-OUI
              MOVE -1 to numstagl
              MOVE 'Pas de stagiaire trouve' to messo
              MOVE SPACE to CLE-EVP-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE SPACE TO NOMPREO
           STRING E-NOM    DELIMITED BY '  '
                  ' '      DELIMITED BY SIZE
                  E-PRENOM DELIMITED BY '  '
                  INTO NOMPREO
           END-STRING

           MOVE NUMSTAGI    TO E-PLA-NUMERO
           MOVE SEQPLAI     TO E-PLA-SEQ
           MOVE 'FPLAC'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-PLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-PLACEMENT

           IF NOT cr-ok
              MOVE -1 to seqplal
              MOVE 'Placement inconnu pour ce stagiaire' to messo
              MOVE SPACE to CLE-EVP-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE SEQPLAI TO SEQPLAO
           MOVE SPACE   TO PERIODEO
           STRING 'DU ' DELIMITED BY SIZE
                  E-PLA-DATE-DEB DELIMITED BY SIZE
                  ' AU ' DELIMITED BY SIZE
                  E-PLA-DATE-FIN DELIMITED BY SIZE
                  ' STATUT ' DELIMITED BY SIZE
                  E-PLA-STATUT DELIMITED BY SIZE
                  INTO PERIODEO
           END-STRING

           IF PLA-ANNULE
              MOVE -1 to seqplal
              MOVE 'Placement annule : pas d''evaluation' to messo
              MOVE SPACE to CLE-EVP-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF E-PLA-CODE-EMPLOYEUR = SPACE OR LOW-VALUE
              MOVE -1 to seqplal
              MOVE 'Placement sans employeur d''accueil' to messo
              MOVE SPACE to CLE-EVP-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-PLA-CODE-EMPLOYEUR TO CODEEMPO E-EMP-CODE
           MOVE 'FEMPL'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-EMPLOYEUR TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt       TO E-EMPLOYEUR
              MOVE E-EMP-RAISON TO RAISONO
           ELSE
              MOVE '(EMPLOYEUR INCONNU)' TO RAISONO
           END-IF

           SET IS-LOCKED-FALSE TO TRUE

           MOVE NUMSTAGI TO E-EVP-NUMERO
           MOVE SEQPLAI  TO E-EVP-SEQ
           MOVE TYPEVALI TO E-EVP-TYPE
           MOVE 'FEVPL'  TO file-name
           SET c-consult TO TRUE
           MOVE E-EVAL-PLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt   TO E-EVAL-PLACEMENT

           EVALUATE TRUE
             WHEN cr-ok
              SET EVP-EXISTE-OUI TO TRUE

              MOVE E-EVP-TUTEUR      TO TUTEURO
              MOVE E-EVP-DATE        TO DATEEVAO
              MOVE E-EVP-ASSIDUITE   TO ASSIDO
              MOVE E-EVP-PONCTUALITE TO PONCTO
              MOVE E-EVP-COMPETENCES TO COMPETO
              MOVE E-EVP-RECOMMANDE  TO RECOMO
              MOVE E-EVP-COMMENTAIRE TO COMMENTO
              MOVE 'Evaluation existante : modification' to messo

             WHEN cr-not-found
              SET EVP-EXISTE-NON TO TRUE
              MOVE E-PLA-TUTEUR      TO TUTEURO
              MOVE 'Nouvelle evaluation : saisissez-la' to messo

             WHEN OTHER
               MOVE LOW-VALUE   TO MAPD6O
               MOVE SPACE to CLE-EVP-PREC
               MOVE 'Echec de la lecture'     to messo
               MOVE -1 to numstagl
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE

      *    Nom du tuteur propose
           IF TUTEURO NOT = SPACE AND LOW-VALUE
              MOVE E-PLA-CODE-EMPLOYEUR TO E-TUT-EMPLOYEUR
              MOVE TUTEURO              TO E-TUT-SEQ
              MOVE 'FTUTE'     TO file-name
              SET c-consult    TO TRUE
              MOVE E-TUTEUR    TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt    TO E-TUTEUR
                 MOVE E-TUT-NOM TO NOMTUTO
              END-IF
           END-IF

           MOVE NUMSTAGI             TO NUM-PREC
           MOVE SEQPLAI              TO SEQ-PREC
           MOVE TYPEVALI             TO TYPE-PREC
           MOVE E-PLA-CODE-EMPLOYEUR TO EMP-PLA-PREC
           MOVE E-PLA-DATE-DEB       TO DEB-PLA-PREC

           MOVE -1 to tuteurl

           PERFORM 22000-TRAIT-ENVOI
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    Check le tuteur : un tuteur FTUTE11 de l'employeur du
      *    placement (cf TUT1CI11)
           IF TUTEURI = SPACE OR LOW-VALUE
              OR TUTEURI IS NOT NUMERIC
              MOVE -1 to tuteurl
              MOVE 'Veuillez saisir le tuteur (sequence FTUTE11)'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           MOVE EMP-PLA-PREC TO E-TUT-EMPLOYEUR
           MOVE TUTEURI      TO E-TUT-SEQ
           MOVE 'FTUTE'      TO file-name
           SET c-consult     TO TRUE
           MOVE E-TUTEUR     TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE -1 to tuteurl
              MOVE LOW-VALUE TO NOMTUTO
              MOVE 'Tuteur inconnu pour cet employeur' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           MOVE enrgmt    TO E-TUTEUR
           MOVE E-TUT-NOM TO NOMTUTO

      *    Check la date de l'evaluation : ni avant le debut du
      *    placement, ni dans le futur
           MOVE DATEEVAI to date-to-validate
           MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
           CALL pgm-validdat using validdat-param

           IF cr-validdat-false
              MOVE -1 to dateeval
              MOVE 'Date de l''evaluation non valide' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           MOVE DATEEVAI(5:4) TO W-ORD-EVAL(1:4)
           MOVE DATEEVAI(3:2) TO W-ORD-EVAL(5:2)
           MOVE DATEEVAI(1:2) TO W-ORD-EVAL(7:2)

           IF DEB-PLA-PREC IS NUMERIC
              MOVE DEB-PLA-PREC(5:4) TO W-ORD-DEB(1:4)
              MOVE DEB-PLA-PREC(3:2) TO W-ORD-DEB(5:2)
              MOVE DEB-PLA-PREC(1:2) TO W-ORD-DEB(7:2)
              IF W-ORD-EVAL < W-ORD-DEB
                 MOVE -1 to dateeval
                 MOVE 'Evaluation anterieure au debut du placement'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(W-ORD-JOUR)
           END-EXEC
           IF W-ORD-EVAL > W-ORD-JOUR
              MOVE -1 to dateeval
              MOVE 'La date de l''evaluation est dans le futur'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check les appreciations : 1 insuffisant, 2 moyen, 3 bon,
      *    4 tres bon
           IF ASSIDI < '1' OR ASSIDI > '4'
              MOVE -1 to assidl
              MOVE 'Assiduite : 1 a 4' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           IF PONCTI < '1' OR PONCTI > '4'
              MOVE -1 to ponctl
              MOVE 'Ponctualite : 1 a 4' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           IF COMPETI < '1' OR COMPETI > '4'
              MOVE -1 to competl
              MOVE 'Competences : 1 a 4' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check la recommandation du tuteur
           IF RECOMI NOT = 'O' AND 'N'
              MOVE -1 to recoml
              MOVE 'Recommandation : O=Oui N=Non' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           .

       23300-ECRIT-EVALUATION.
      *    Ecrit l'evaluation (creation ou modification) puis
      *    reporte le tuteur sur le placement
           MOVE NUM-PREC  TO E-EVP-NUMERO
           MOVE SEQ-PREC  TO E-EVP-SEQ
           MOVE TYPE-PREC TO E-EVP-TYPE

           IF EVP-EXISTE-OUI
      *       Relecture pour verrou
              MOVE 'FEVPL'  TO file-name
              SET c-read    TO TRUE
              MOVE E-EVAL-PLACEMENT TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE enrgmt   TO E-EVAL-PLACEMENT
              IF NOT cr-ok
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE SPACE TO CLE-EVP-PREC
                 MOVE 'Echec de la lecture' to messo
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF

           MOVE DATEEVAI TO E-EVP-DATE
           MOVE TUTEURI  TO E-EVP-TUTEUR
           MOVE ASSIDI   TO E-EVP-ASSIDUITE
           MOVE PONCTI   TO E-EVP-PONCTUALITE
           MOVE COMPETI  TO E-EVP-COMPETENCES
           MOVE RECOMI   TO E-EVP-RECOMMANDE
           MOVE SPACE    TO E-EVP-COMMENTAIRE
           IF COMMENTI NOT = LOW-VALUE
              MOVE COMMENTI TO E-EVP-COMMENTAIRE
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-EVP-DATE-SAISIE)
                     DATESEP('/')
           END-EXEC
           MOVE EIBUSERID TO E-EVP-USERID

           MOVE 'FEVPL'      TO file-name
           IF EVP-EXISTE-OUI
              SET c-rewrite TO TRUE
           ELSE
              SET c-write   TO TRUE
           END-IF
           MOVE E-EVAL-PLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               IF EVP-EXISTE-OUI
                  MOVE 'Evaluation modifiee avec succes' to messo
               ELSE
                  MOVE 'Evaluation creee avec succes' to messo
               END-IF
               PERFORM 23320-TUTEUR-PLACEMENT
               PERFORM 23310-AUDIT-EVALUATION
             WHEN OTHER
               MOVE 'Echec de l''ecriture' to messo
           END-EVALUATE

           move -1     to numstagl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE SPACE TO CLE-EVP-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-EVALUATION.
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
           MOVE 'FEVPL11 '      TO RESSOURCE-TD
           IF EVP-EXISTE-OUI
              MOVE 'M'          TO FONCTION-TD
           ELSE
              MOVE 'C'          TO FONCTION-TD
           END-IF
           MOVE NUM-PREC        TO NUM-STAG-TD

           EXEC CICS WRITEQ TD
                     QUEUE('INFO')
                     FROM(E-TD)
                     LENGTH(LENGTH OF E-TD)
                     RESP(C-R)
           END-EXEC
           .

       23320-TUTEUR-PLACEMENT.
      *    Le placement nomme le tuteur qui l'a evalue (relecture
      *    pour verrou, reecriture seulement s'il change)
           MOVE NUM-PREC    TO E-PLA-NUMERO
           MOVE SEQ-PREC    TO E-PLA-SEQ
           MOVE 'FPLAC'     TO file-name
           SET c-read       TO TRUE
           MOVE E-PLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-PLACEMENT

           IF cr-ok AND E-PLA-TUTEUR NOT = TUTEURI
              MOVE TUTEURI     TO E-PLA-TUTEUR
              MOVE 'FPLAC'     TO file-name
              SET c-rewrite    TO TRUE
              MOVE E-PLACEMENT TO enrgmt
              CALL pgm-accfile USING accfile-param
           END-IF
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

              MOVE '9'    TO NUMSTAGA SEQPLAA TYPEVALA TUTEURA
                             DATEEVAA ASSIDA PONCTA COMPETA RECOMA
                             COMMENTA

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-EVP-PREC
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
              MOVE '9'    TO NUMSTAGA SEQPLAA TYPEVALA TUTEURA
                             DATEEVAA ASSIDA PONCTA COMPETA RECOMA
                             COMMENTA

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
