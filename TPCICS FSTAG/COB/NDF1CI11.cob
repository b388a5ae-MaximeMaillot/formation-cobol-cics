      *======================================================*
      *   NOTES DE FRAIS DE DEPLACEMENT ET DE REPAS          *
      *   (FFRAI11) : SAISIE PAR LE GESTIONNAIRE DE LA NOTE  *
      *   MENSUELLE D'UN STAGIAIRE (DESTINATION LIEU DE      *
      *   SESSION OU EMPLOYEUR D'ACCUEIL, JOURS DECLARES,    *
      *   COUTS UNITAIRES, PIECE JUSTIFICATIVE), CONTROLE    *
      *   DE CHAQUE JOUR CONTRE LE POINTAGE FPRES11 ET DES   *
      *   MONTANTS CONTRE LES PLAFONDS FPARM11, APPROBATION  *
      *   ('A') OU REJET ('R'). LA NOTE APPROUVEE EST REGLEE *
      *   PAR LE CALCUL PAI1CI11 ('P')                       *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NDF1CI11.

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
             10 MOIS-PREC         PIC 9(6).
           05 FRA-EXISTE          PIC 9.
             88 FRA-EXISTE-NON  value 0.
             88 FRA-EXISTE-OUI  value 1.
           05 FILLER              PIC X(51).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'NDF1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPC0C11'.
       01 MA-TRX                  PIC X(4) VALUE 'URCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPC0C11.

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

      * Structure d'une note de frais (FFRAI11)
       COPY CFRAI.

      * Structure d'une session (FSESS11)
       COPY CSESS.

      * Structure d'un placement (FPLAC11)
       COPY CPLAC.

      * Structure d'un employeur d'accueil (FEMPL11)
       COPY CEMPL.

      * Structure d'un pointage de presence (FPRES11)
       COPY CPRES.

      * Structure d'un parametre de gestion (FPARM11)
       COPY CPARM.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

       01 W-MONTANT-EDIT                 PIC ZZZZZZZ9,99.
       01 ETAT-AVANT                     PIC X(1).

      * --------- Mois de la note saisi en AAAAMM
       01 W-MOIS-SAISI.
         05 W-MOI-AAAA                   PIC 9(4).
         05 W-MOI-MM                     PIC 9(2).

      * --------- Jours declares (rang = jour du mois)
       01 W-JOURS-SAISIS.
         05 W-JOUR-SAISI                 PIC X(1) OCCURS 31.
       01 IDX-JOUR                       PIC 99.
       01 W-JJ                           PIC 99.
       01 W-NB-TRAJETS                   PIC 99.
       01 W-NB-REPAS                     PIC 99.

      * --------- Jour declare au format JJMMAAAA (VALIDDAT) et
      *           AAAAMMJJ (cle FPRES11)
       01 W-DATE-JOUR.
         05 W-DJO-JJ                     PIC 99.
         05 W-DJO-MM                     PIC 99.
         05 W-DJO-AAAA                   PIC 9(4).
       01 W-DATE-PRES.
         05 W-DPR-AAAA                   PIC 9(4).
         05 W-DPR-MM                     PIC 99.
         05 W-DPR-JJ                     PIC 99.

      * --------- Plafonds de remboursement (FPARM11, centimes) ;
      *           valeurs par defaut si le parametre est absent
       01 W-PLAF-TRAJET                  PIC 9(7).
       01 W-PLAF-REPAS                   PIC 9(7).
       01 W-PLAF-MOIS                    PIC 9(7).
       01 W-DEFAUT-TRAJET                PIC 9(7) VALUE 4000.
       01 W-DEFAUT-REPAS                 PIC 9(7) VALUE 1500.
       01 W-DEFAUT-MOIS                  PIC 9(7) VALUE 50000.

      * --------- Montants de la note (centimes)
       01 W-TRAJET-RETENU                PIC 9(7).
       01 W-REPAS-RETENU                 PIC 9(7).
       01 W-DEMANDE                      PIC 9(9).
       01 W-RETENU                       PIC 9(9).

      * --------- Destination resolue (lieu de session ou ville
      *           de l'employeur d'accueil)
       01 W-LIEU                         PIC X(25).

      * --------- Parcours des placements du stagiaire
       01 PLA-SEQ-COURANT                PIC 9(2).
       01 PLA-SAUVE                      PIC X(400).
       01 PLA-FIN-BROWSE                 PIC 9.
         88 PLA-FIN-BROWSE-OUI      VALUE 1.
         88 PLA-FIN-BROWSE-NON      VALUE 0.

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
           MOVE LOW-VALUE TO MAPC0O
           MOVE 'Saisissez numero de stagiaire et mois (AAAAMM)'
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
            '/mapc0c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPC0')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPC0')
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
           EXEC CICS RECEIVE MAP   ('MAPC0')
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

           if (NUM-STAGI-PREC NOT = NUMSTAGI)
              OR (MOIS-PREC NOT = MOISI)
              perform GET-STAGIAIRE-FRAIS
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-FRAIS
           .

       CHECK-CLE.
      *    Check le numero stagiaire et le mois de la note
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
           IF MOISI = SPACE OR LOW-VALUE
              OR MOISI IS NOT NUMERIC
             MOVE -1 to moisl
             MOVE 'Mois invalide (AAAAMM)' to messo
             MOVE 0 to CLE-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           MOVE MOISI TO W-MOIS-SAISI
           IF W-MOI-MM < 1 OR W-MOI-MM > 12 OR W-MOI-AAAA < 2000
             MOVE -1 to moisl
             MOVE 'Mois invalide (AAAAMM)' to messo
             MOVE 0 to CLE-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           .

       GET-STAGIAIRE-FRAIS.
      *    Le stagiaire doit exister ; la note du mois est
      *    prechargee si elle existe deja
           MOVE NUMSTAGI TO E-NUMERO

           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-STAGIAIRE

           IF NOT cr-ok
              MOVE LOW-VALUE TO MAPC0O
              MOVE 'Pas de stagiaire trouve' to messo
              MOVE -1 to numstagl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-NOM    TO NOMO
           MOVE E-PRENOM TO PRENOMO

           MOVE NUMSTAGI   TO E-FRA-NUMERO
           MOVE MOISI      TO E-FRA-MOIS
           MOVE 'FFRAI'    TO file-name
           SET c-consult   TO TRUE
           MOVE E-FRAIS    TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt     TO E-FRAIS

           EVALUATE TRUE
             WHEN cr-ok
              SET FRA-EXISTE-OUI TO TRUE

              MOVE E-FRA-DESTINATION      TO DESTO
              MOVE E-FRA-LIEU             TO LIEUO
              MOVE E-FRA-JOURS            TO JOURSO
              MOVE E-FRA-TRAJET-CENTIMES  TO TRAJETO
              MOVE E-FRA-REPAS-CENTIMES   TO REPASO
              MOVE E-FRA-PIECE            TO PIECEO
              MOVE E-FRA-ETAT             TO ETATO
              COMPUTE W-MONTANT-EDIT =
                      E-FRA-DEMANDE-CENTIMES / 100
              MOVE W-MONTANT-EDIT         TO DEMANDEO
              IF FRA-PAYEE
                 COMPUTE W-MONTANT-EDIT =
                         E-FRA-PAYE-CENTIMES / 100
              ELSE
                 COMPUTE W-MONTANT-EDIT =
                         E-FRA-RETENU-CENTIMES / 100
              END-IF
              MOVE W-MONTANT-EDIT         TO RETENUO

      *       Une note deja reglee par le calcul n'est plus
      *       modifiable : consultation seule
              IF FRA-PAYEE
                 MOVE 0 TO CLE-PREC
                 STRING 'Note payee par le calcul du mois '
                                         DELIMITED BY SIZE
                        E-FRA-MOIS-PAIE  DELIMITED BY SIZE
                        ' : consultation seule'
                                         DELIMITED BY SIZE
                        INTO messo
                 END-STRING
                 MOVE -1 to numstagl
                 PERFORM 22000-TRAIT-ENVOI
              END-IF

              MOVE NUMSTAGI TO NUM-STAGI-PREC
              MOVE MOISI    TO MOIS-PREC
              MOVE 'Note existante : modification' to messo

             WHEN cr-not-found
               SET FRA-EXISTE-NON TO TRUE
               MOVE NUMSTAGI  TO NUM-STAGI-PREC
               MOVE MOISI     TO MOIS-PREC
               MOVE LOW-VALUE TO DESTO LIEUO JOURSO TRAJETO REPASO
                                 PIECEO ETATO DEMANDEO RETENUO
               MOVE 'Nouvelle note : saisissez-la' to messo
             WHEN OTHER
               MOVE LOW-VALUE   TO MAPC0O
               MOVE 'Echec de la lecture'     to messo
           END-EVALUATE

           MOVE -1 to destl

           PERFORM 22000-TRAIT-ENVOI
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    Check la destination (S lieu de la session, E employeur
      *    d'accueil) et la resout en lieu affiche
           IF DESTI NOT = 'S' AND NOT = 'E'
              MOVE -1 to destl
              MOVE 'Destination invalide (S=Session E=Employeur)'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           PERFORM 23260-CHERCHE-LIEU
           MOVE W-LIEU TO LIEUO

      *    Check l'etat demande ('S' saisie en attente, 'A'
      *    approuvee, 'R' rejetee ; 'P' n'est pose que par le
      *    calcul)
           IF ETATI = SPACE OR LOW-VALUE
              MOVE 'S' TO ETATI
           END-IF
           IF ETATI NOT = 'S' AND NOT = 'A' AND NOT = 'R'
              MOVE -1 to etatl
              MOVE 'Etat invalide (S=Saisie A=Approuvee R=Rejetee)'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check les jours declares : T trajet, R repas, B les
      *    deux ; chaque jour doit etre une date du mois pointee
      *    present dans FPRES11 (aucun remboursement d'un jour
      *    d'absence, notamment injustifiee 'I'). Une note rejetee
      *    est conservee telle que declaree
           IF JOURSI = SPACE OR LOW-VALUE
              MOVE -1 to joursl
              MOVE 'Veuillez declarer au moins un jour' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           MOVE JOURSI TO W-JOURS-SAISIS
           INSPECT W-JOURS-SAISIS REPLACING ALL LOW-VALUE BY SPACE
           MOVE 0 TO W-NB-TRAJETS W-NB-REPAS
           PERFORM VARYING IDX-JOUR FROM 1 BY 1 UNTIL IDX-JOUR > 31
              IF W-JOUR-SAISI(IDX-JOUR) NOT = SPACE
                 PERFORM 23270-CHECK-JOUR
              END-IF
           END-PERFORM
           IF W-NB-TRAJETS = 0 AND W-NB-REPAS = 0
              MOVE -1 to joursl
              MOVE 'Veuillez declarer au moins un jour' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check les couts unitaires declares (centimes) : trajet
      *    aller-retour par jour, repas
           IF TRAJETI = SPACE OR LOW-VALUE
              MOVE '0000000' TO TRAJETI
           END-IF
           IF TRAJETI IS NOT NUMERIC
              OR (W-NB-TRAJETS > 0 AND TRAJETI = '0000000')
              MOVE -1 to trajetl
              MOVE 'Cout du trajet invalide (centimes par jour)'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           IF REPASI = SPACE OR LOW-VALUE
              MOVE '0000000' TO REPASI
           END-IF
           IF REPASI IS NOT NUMERIC
              OR (W-NB-REPAS > 0 AND REPASI = '0000000')
              MOVE -1 to repasl
              MOVE 'Cout du repas invalide (centimes par repas)'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check la piece justificative : obligatoire pour
      *    approuver la note
           IF ETATI = 'A' AND (PIECEI = SPACE OR LOW-VALUE)
              MOVE -1 to piecel
              MOVE 'Piece justificative obligatoire pour approuver'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Montant demande et montant retenu apres plafonds
           PERFORM 23280-CALCULE-MONTANTS
           .

       23260-CHERCHE-LIEU.
      *    Lieu de la session rattachee (E-SES-LIEU) ou ville de
      *    l'employeur d'accueil du dernier placement (FEMPL11)
           MOVE SPACE       TO W-LIEU
           MOVE NUMSTAGI    TO E-NUMERO
           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-STAGIAIRE

           IF NOT cr-ok
              MOVE -1 to numstagl
              MOVE 'Pas de stagiaire trouve' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           IF DESTI = 'S'
              IF E-CODE-SESSION = SPACE OR LOW-VALUE
                 MOVE -1 to destl
                 MOVE 'Aucune session rattachee au stagiaire' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE E-CODE-SESSION TO E-SES-CODE
              MOVE 'FSESS'        TO file-name
              SET c-consult       TO TRUE
              MOVE E-SESSION      TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 MOVE -1 to destl
                 MOVE 'Session du stagiaire introuvable' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE enrgmt         TO E-SESSION
              MOVE E-SES-LIEU     TO W-LIEU
           ELSE
              PERFORM 23265-CHERCHE-DERNIER-PLA
              IF PLA-SEQ-COURANT = 0
                 MOVE -1 to destl
                 MOVE 'Aucun placement chez un employeur' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE PLA-SAUVE      TO E-PLACEMENT
              MOVE E-PLA-CODE-EMPLOYEUR TO E-EMP-CODE
              MOVE 'FEMPL'        TO file-name
              SET c-consult       TO TRUE
              MOVE E-EMPLOYEUR    TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 MOVE -1 to destl
                 MOVE 'Employeur d''accueil introuvable' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE enrgmt         TO E-EMPLOYEUR
              MOVE E-EMP-VILLE    TO W-LIEU
           END-IF
           .

       23265-CHERCHE-DERNIER-PLA.
      *    Parcourt FPLAC11 sur le numero du stagiaire et retient le
      *    placement de plus haut sequence (0 = aucun)
           MOVE 0 TO PLA-SEQ-COURANT
           SET PLA-FIN-BROWSE-NON TO TRUE

           MOVE NUMSTAGI    TO E-PLA-NUMERO
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
                  IF E-PLA-NUMERO = NUMSTAGI
                     MOVE E-PLA-SEQ    TO PLA-SEQ-COURANT
                     MOVE E-PLACEMENT  TO PLA-SAUVE
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

       23270-CHECK-JOUR.
      *    Un jour declare : code valide, date existante dans le
      *    mois, pointage present dans FPRES11 (sauf rejet)
           MOVE IDX-JOUR TO W-JJ
           IF W-JOUR-SAISI(IDX-JOUR) NOT = 'T' AND NOT = 'R'
                                     AND NOT = 'B'
              MOVE -1 to joursl
              STRING 'Jour ' W-JJ ' : code invalide (T R B ou blanc)'
                     DELIMITED BY SIZE INTO messo
              END-STRING
              perform 22000-TRAIT-ENVOI
           END-IF

           MOVE W-JJ       TO W-DJO-JJ
           MOVE W-MOI-MM   TO W-DJO-MM
           MOVE W-MOI-AAAA TO W-DJO-AAAA
           MOVE W-DATE-JOUR TO date-to-validate
           MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
           CALL pgm-validdat using validdat-param
           IF cr-validdat-false
              MOVE -1 to joursl
              STRING 'Jour ' W-JJ ' inexistant dans le mois'
                     DELIMITED BY SIZE INTO messo
              END-STRING
              perform 22000-TRAIT-ENVOI
           END-IF

           IF ETATI NOT = 'R'
              PERFORM 23275-CHECK-POINTAGE
           END-IF

           IF W-JOUR-SAISI(IDX-JOUR) = 'T' OR 'B'
              ADD 1 TO W-NB-TRAJETS
           END-IF
           IF W-JOUR-SAISI(IDX-JOUR) = 'R' OR 'B'
              ADD 1 TO W-NB-REPAS
           END-IF
           .

       23275-CHECK-POINTAGE.
      *    Le jour declare doit etre pointe present dans FPRES11
           MOVE W-MOI-AAAA   TO W-DPR-AAAA
           MOVE W-MOI-MM     TO W-DPR-MM
           MOVE W-JJ         TO W-DPR-JJ
           MOVE NUMSTAGI     TO E-PRE-NUMERO
           MOVE W-DATE-PRES  TO E-PRE-DATE
           MOVE 'FPRES'      TO file-name
           SET c-consult     TO TRUE
           MOVE E-PRESENCE   TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE -1 to joursl
              STRING 'Jour ' W-JJ ' : aucun pointage, non remboursable'
                     DELIMITED BY SIZE INTO messo
              END-STRING
              perform 22000-TRAIT-ENVOI
           END-IF
           MOVE enrgmt TO E-PRESENCE

           EVALUATE TRUE
             WHEN PRE-PRESENT
               CONTINUE
             WHEN PRE-ABS-INJUSTIFIEE
               MOVE -1 to joursl
               STRING 'Jour ' W-JJ ' pointe absent injustifie (I) : '
                      'non remboursable'
                      DELIMITED BY SIZE INTO messo
               END-STRING
               perform 22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE -1 to joursl
               STRING 'Jour ' W-JJ ' pointe absent : non remboursable'
                      DELIMITED BY SIZE INTO messo
               END-STRING
               perform 22000-TRAIT-ENVOI
           END-EVALUATE
           .

       23280-CALCULE-MONTANTS.
      *    Montant demande = couts declares x jours ; montant
      *    retenu = couts ecretes aux plafonds unitaires, le total
      *    etant ramene au plafond mensuel
           MOVE W-DEFAUT-TRAJET TO W-PLAF-TRAJET
           MOVE 'FRAIS-TRAJ  '  TO E-PAR-CLE
           PERFORM 23285-LIT-PARAMETRE
           IF cr-ok AND E-PAR-VALEUR IS NUMERIC
              MOVE E-PAR-VALEUR TO W-PLAF-TRAJET
           END-IF

           MOVE W-DEFAUT-REPAS  TO W-PLAF-REPAS
           MOVE 'FRAIS-REPAS '  TO E-PAR-CLE
           PERFORM 23285-LIT-PARAMETRE
           IF cr-ok AND E-PAR-VALEUR IS NUMERIC
              MOVE E-PAR-VALEUR TO W-PLAF-REPAS
           END-IF

           MOVE W-DEFAUT-MOIS   TO W-PLAF-MOIS
           MOVE 'FRAIS-MOIS  '  TO E-PAR-CLE
           PERFORM 23285-LIT-PARAMETRE
           IF cr-ok AND E-PAR-VALEUR IS NUMERIC
              MOVE E-PAR-VALEUR TO W-PLAF-MOIS
           END-IF

           MOVE TRAJETI TO W-TRAJET-RETENU
           MOVE REPASI  TO W-REPAS-RETENU
           COMPUTE W-DEMANDE = W-TRAJET-RETENU * W-NB-TRAJETS
                             + W-REPAS-RETENU  * W-NB-REPAS

           IF W-TRAJET-RETENU > W-PLAF-TRAJET
              MOVE W-PLAF-TRAJET TO W-TRAJET-RETENU
           END-IF
           IF W-REPAS-RETENU > W-PLAF-REPAS
              MOVE W-PLAF-REPAS  TO W-REPAS-RETENU
           END-IF
           COMPUTE W-RETENU = W-TRAJET-RETENU * W-NB-TRAJETS
                            + W-REPAS-RETENU  * W-NB-REPAS
           IF W-PLAF-MOIS > 0 AND W-RETENU > W-PLAF-MOIS
              MOVE W-PLAF-MOIS TO W-RETENU
           END-IF

           COMPUTE W-MONTANT-EDIT = W-DEMANDE / 100
           MOVE W-MONTANT-EDIT TO DEMANDEO
           COMPUTE W-MONTANT-EDIT = W-RETENU / 100
           MOVE W-MONTANT-EDIT TO RETENUO
           .

       23285-LIT-PARAMETRE.
      *    Lecture d'un plafond dans FPARM11 (cle dans E-PAR-CLE)
           MOVE 'FPARM'      TO file-name
           SET c-consult     TO TRUE
           MOVE E-PARAM      TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt TO E-PARAM
           END-IF
           .

       23300-ECRIT-FRAIS.
      *    Ecrit la note (creation ou modification). Une note
      *    existante est relue dans la meme tache : une note
      *    reglee entre-temps par le calcul n'est pas ecrasee
           MOVE SPACE TO ETAT-AVANT
           MOVE NUMSTAGI  TO E-FRA-NUMERO
           MOVE MOISI     TO E-FRA-MOIS

           IF FRA-EXISTE-OUI
              MOVE 'FFRAI'      TO file-name
              SET c-read        TO TRUE
              MOVE E-FRAIS      TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE enrgmt       TO E-FRAIS
              IF NOT cr-ok
                 MOVE 'Echec de la relecture' to messo
                 MOVE -1 to numstagl
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE 0 TO CLE-PREC
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
              MOVE E-FRA-ETAT TO ETAT-AVANT
              IF FRA-PAYEE
                 MOVE 'Note payee entre-temps : non modifiee' to messo
                 MOVE -1 to numstagl
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE 0 TO CLE-PREC
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           ELSE
              MOVE 0 TO E-FRA-PAYE-CENTIMES E-FRA-MOIS-PAIE
           END-IF

           MOVE DESTI          TO E-FRA-DESTINATION
           MOVE W-LIEU         TO E-FRA-LIEU
           MOVE W-JOURS-SAISIS TO E-FRA-JOURS
           MOVE TRAJETI        TO E-FRA-TRAJET-CENTIMES
           MOVE REPASI         TO E-FRA-REPAS-CENTIMES
           MOVE PIECEI         TO E-FRA-PIECE
           INSPECT E-FRA-PIECE REPLACING ALL LOW-VALUE BY SPACE
           MOVE ETATI          TO E-FRA-ETAT
           MOVE W-DEMANDE      TO E-FRA-DEMANDE-CENTIMES
           MOVE W-RETENU       TO E-FRA-RETENU-CENTIMES

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-FRA-DATE-MAJ)
                     DATESEP('/')
           END-EXEC
           MOVE EIBUSERID TO E-FRA-USERID

           MOVE 'FFRAI'    TO file-name
           IF FRA-EXISTE-OUI
              SET c-rewrite TO TRUE
           ELSE
              SET c-write   TO TRUE
           END-IF
           MOVE E-FRAIS    TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               IF FRA-EXISTE-OUI
                  MOVE 'Note de frais modifiee avec succes' to messo
               ELSE
                  MOVE 'Note de frais enregistree avec succes' to messo
               END-IF
               PERFORM 23310-AUDIT-FRAIS
             WHEN cr-duplicate
               MOVE 'Note de frais existe deja' to messo
             WHEN OTHER
               MOVE 'Echec de l''ecriture' to messo
           END-EVALUATE

           move -1     to numstagl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE 0 TO CLE-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-FRAIS.
      *    Trace d'audit de la mise a jour (TDQ INFO) : le mois,
      *    l'etat avant/apres et le montant retenu sont portes
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
           MOVE 'FFRAI11 '      TO RESSOURCE-TD
           IF FRA-EXISTE-OUI
              MOVE 'M'          TO FONCTION-TD
           ELSE
              MOVE 'C'          TO FONCTION-TD
           END-IF
           MOVE NUMSTAGI        TO NUM-STAG-TD
           STRING MOISI                 DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  ETAT-AVANT            DELIMITED BY SIZE
                  '>'                   DELIMITED BY SIZE
                  E-FRA-ETAT            DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  E-FRA-RETENU-CENTIMES DELIMITED BY SIZE
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

              MOVE '9'    TO NUMSTAGA MOISA DESTA JOURSA TRAJETA
                             REPASA PIECEA ETATA

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
              MOVE '9'    TO NUMSTAGA MOISA DESTA JOURSA TRAJETA
                             REPASA PIECEA ETATA

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
