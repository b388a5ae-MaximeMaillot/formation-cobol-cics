      *======================================================*
      *   PRET D'UN ARTICLE DE MATERIEL A UN STAGIAIRE :     *
      *   LE STAGIAIRE DOIT ETRE ACTIF, NON SUPPRIME, ET SA  *
      *   DATE DE FIN DE PRESTATION CONNUE ET NON ECHUE ;    *
      *   L'ARTICLE (FMATE11) DOIT ETRE DISPONIBLE. LE PRET  *
      *   (FPRMA11) EST A RESTITUER AU PLUS TARD A LA DATE   *
      *   DE FIN DE PRESTATION ; L'ARTICLE PASSE A L'ETAT    *
      *   PRETE. LA RESTITUTION SE FAIT SUR MAT3CI11, LES    *
      *   RETARDS SONT RELANCES PAR LE BATCH MAT5CI11        *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAT2CI11.

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
             10 INVENT-PREC       PIC X(8).
      *        DATE DE RESTITUTION PREVUE (FIN DE PRESTATION
      *        AAAAMMJJ) RETENUE A L'AFFICHAGE
           05 DATE-PREVUE-PREC    PIC 9(8).
           05 FILLER              PIC X(42).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'MAT2CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPE8C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VTCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPE8C11.

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

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

       01 W-MONTANT-EDIT                 PIC ZZZZZZZ9,99.

      * --------- Date du jour (AAAAMMJJ)
       01 W-AUJOURDHUI                   PIC 9(8).

      * --------- Fin de prestation JJMMAAAA mise en AAAAMMJJ
       01 W-DATE-ORD                     PIC 9(8).
       01 W-DATE-ORD-X REDEFINES W-DATE-ORD.
         05 W-ORD-AAAA                   PIC X(4).
         05 W-ORD-MM                     PIC X(2).
         05 W-ORD-JJ                     PIC X(2).

      * --------- Prets en cours du stagiaire
       01 W-NB-PRETS                     PIC 9(2).
       01 PMA-FIN-BROWSE                 PIC 9.
         88 PMA-FIN-BROWSE-OUI      VALUE 1.
         88 PMA-FIN-BROWSE-NON      VALUE 0.

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
           MOVE LOW-VALUE TO MAPE8O
           MOVE 'Saisissez numero de stagiaire et numero d''inventaire'
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
            '/mape8c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPE8')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPE8')
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
                   MOVE 0     TO NUM-STAGI-PREC
                   MOVE SPACE TO INVENT-PREC

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
           EXEC CICS RECEIVE MAP   ('MAPE8')
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
              OR (INVENT-PREC NOT = INVENTI)
              perform GET-STAGIAIRE-MATERIEL
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-PRET
           .

       CHECK-CLE.
      *    Check le numero stagiaire et le numero d'inventaire
           IF NUMSTAGI = SPACE OR LOW-VALUE
             MOVE -1 to numstagl
             MOVE 'Veuillez saisir un numero' to messo
             MOVE 0     TO NUM-STAGI-PREC
             MOVE SPACE TO INVENT-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           IF NUMSTAGI IS NOT NUMERIC OR
            NUMSTAGI < 1000 OR NUMSTAGI > 999999
             MOVE -1 to numstagl
             MOVE 'Numero invalide' to messo
             MOVE 0     TO NUM-STAGI-PREC
             MOVE SPACE TO INVENT-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           IF INVENTI = SPACE OR LOW-VALUE
             MOVE -1 to inventl
             MOVE 'Veuillez saisir un numero d''inventaire' to messo
             MOVE 0     TO NUM-STAGI-PREC
             MOVE SPACE TO INVENT-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           INSPECT INVENTI REPLACING ALL LOW-VALUE BY SPACE
           .

       GET-STAGIAIRE-MATERIEL.
      *    Le stagiaire doit etre actif avec une fin de prestation
      *    non echue ; l'article doit etre disponible
           MOVE LOW-VALUE TO NOMO PRENOMO STATUTO DATFINO NBPRETO
                             TYPEO LIBELLEO VALEURO SITEO ETATO
           MOVE NUMSTAGI TO E-NUMERO

           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-STAGIAIRE

           IF NOT cr-ok OR SUPPRIME-OUI
              MOVE 0     TO NUM-STAGI-PREC
              MOVE SPACE TO INVENT-PREC
              MOVE 'Pas de stagiaire trouve' to messo
              MOVE -1 to numstagl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-NOM             TO NOMO
           MOVE E-PRENOM          TO PRENOMO
           MOVE E-STATUT          TO STATUTO
           MOVE E-DATE-FIN-PRESTA TO DATFINO

           IF NOT STATUT-ACTIF
              MOVE 0     TO NUM-STAGI-PREC
              MOVE SPACE TO INVENT-PREC
              MOVE 'Stagiaire non actif : pret impossible' to messo
              MOVE -1 to numstagl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF E-DATE-FIN-PRESTA IS NOT NUMERIC
              MOVE 0     TO NUM-STAGI-PREC
              MOVE SPACE TO INVENT-PREC
              MOVE 'Fin de prestation inconnue : pret impossible'
                to messo
              MOVE -1 to numstagl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-DATE-FIN-PRESTA(5:4) TO W-ORD-AAAA
           MOVE E-DATE-FIN-PRESTA(3:2) TO W-ORD-MM
           MOVE E-DATE-FIN-PRESTA(1:2) TO W-ORD-JJ
           PERFORM 23290-DATE-DU-JOUR
           IF W-DATE-ORD < W-AUJOURDHUI
              MOVE 0     TO NUM-STAGI-PREC
              MOVE SPACE TO INVENT-PREC
              MOVE 'Fin de prestation depassee : pret impossible'
                to messo
              MOVE -1 to numstagl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           PERFORM 23280-COMPTE-PRETS

           MOVE INVENTI     TO E-MAT-INVENTAIRE
           MOVE 'FMATE'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-MATERIEL  TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-MATERIEL

           IF NOT cr-ok
              MOVE 0     TO NUM-STAGI-PREC
              MOVE SPACE TO INVENT-PREC
              MOVE 'Article inconnu' to messo
              MOVE -1 to inventl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-MAT-TYPE         TO TYPEO
           MOVE E-MAT-LIBELLE      TO LIBELLEO
           COMPUTE W-MONTANT-EDIT = E-MAT-VALEUR-CENTIMES / 100
           MOVE W-MONTANT-EDIT     TO VALEURO
           MOVE E-MAT-SITE         TO SITEO
           MOVE E-MAT-ETAT         TO ETATO

           IF NOT MAT-DISPONIBLE
              MOVE 0     TO NUM-STAGI-PREC
              MOVE SPACE TO INVENT-PREC
              MOVE 'Article non disponible : pret impossible' to messo
              MOVE -1 to inventl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE NUMSTAGI   TO NUM-STAGI-PREC
           MOVE INVENTI    TO INVENT-PREC
           MOVE W-DATE-ORD TO DATE-PREVUE-PREC
           SET IS-LOCKED-FALSE TO TRUE

           MOVE 'Pret possible : validez pour l''enregistrer' to messo
           MOVE -1 to inventl

           PERFORM 22000-TRAIT-ENVOI
           .

       23280-COMPTE-PRETS.
      *    Nombre de prets non soldes (en cours ou en attente de
      *    decision) du stagiaire, affiche pour information
           MOVE 0 TO W-NB-PRETS
           SET PMA-FIN-BROWSE-NON TO TRUE

           MOVE NUMSTAGI        TO E-PMA-NUMERO
           MOVE LOW-VALUE       TO E-PMA-INVENTAIRE
           MOVE 0               TO E-PMA-DATE-PRET
           MOVE 'FPRMA'         TO file-name
           SET c-startbr        TO TRUE
           MOVE E-PRET-MATERIEL TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET PMA-FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL PMA-FIN-BROWSE-OUI
              MOVE E-PRET-MATERIEL TO enrgmt
              MOVE 'FPRMA'         TO file-name
              SET c-readnext       TO TRUE
              CALL pgm-accfile USING accfile-param

              EVALUATE TRUE
                WHEN cr-ok
                  MOVE enrgmt TO E-PRET-MATERIEL
                  IF E-PMA-NUMERO = NUMSTAGI
                     IF PMA-OUVERT
                        ADD 1 TO W-NB-PRETS
                     END-IF
                  ELSE
                     SET PMA-FIN-BROWSE-OUI TO TRUE
                  END-IF
                WHEN OTHER
                  SET PMA-FIN-BROWSE-OUI TO TRUE
              END-EVALUATE
           END-PERFORM

           MOVE 'FPRMA'         TO file-name
           SET c-endbr          TO TRUE
           MOVE E-PRET-MATERIEL TO enrgmt
           CALL pgm-accfile USING accfile-param

           MOVE W-NB-PRETS TO NBPRETO
           .

       23290-DATE-DU-JOUR.
           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(W-AUJOURDHUI)
           END-EXEC
           .

       23300-ECRIT-PRET.
      *    Enregistre le pret. L'article est relu pour mise a jour
      *    dans la meme tache : un article prete entre-temps n'est
      *    pas prete une seconde fois
           MOVE INVENTI      TO E-MAT-INVENTAIRE
           MOVE 'FMATE'      TO file-name
           SET c-read        TO TRUE
           MOVE E-MATERIEL   TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt       TO E-MATERIEL
           IF NOT cr-ok
              MOVE 'Echec de la relecture' to messo
              MOVE -1 to numstagl
              SET IS-LOCKED-FALSE TO TRUE
              MOVE 0     TO NUM-STAGI-PREC
              MOVE SPACE TO INVENT-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF NOT MAT-DISPONIBLE
              MOVE 'Article prete entre-temps : pret non enregistre'
                to messo
              MOVE -1 to inventl
              SET IS-LOCKED-FALSE TO TRUE
              MOVE 0     TO NUM-STAGI-PREC
              MOVE SPACE TO INVENT-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           PERFORM 23290-DATE-DU-JOUR

           INITIALIZE E-PRET-MATERIEL
           MOVE NUMSTAGI         TO E-PMA-NUMERO
           MOVE INVENTI          TO E-PMA-INVENTAIRE
           MOVE W-AUJOURDHUI     TO E-PMA-DATE-PRET
           MOVE DATE-PREVUE-PREC TO E-PMA-DATE-PREVUE
           SET PMA-EN-COURS      TO TRUE
           MOVE SPACE            TO E-PMA-ETAT-RETOUR
                                    E-PMA-DATE-RELANCE
                                    E-PMA-DEMANDEUR E-PMA-DATE-DEMANDE
                                    E-PMA-DECIDEUR E-PMA-DATE-DECISION

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-PMA-DATE-MAJ)
                     DATESEP('/')
           END-EXEC
           MOVE EIBUSERID TO E-PMA-USERID

           MOVE 'FPRMA'         TO file-name
           SET c-write          TO TRUE
           MOVE E-PRET-MATERIEL TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               CONTINUE
             WHEN cr-duplicate
               MOVE 'Article deja prete a ce stagiaire ce jour'
                 to messo
               MOVE -1 to inventl
               SET IS-LOCKED-FALSE TO TRUE
               MOVE 0     TO NUM-STAGI-PREC
               MOVE SPACE TO INVENT-PREC
               PERFORM 22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE 'Echec de l''ecriture du pret' to messo
               MOVE -1 to inventl
               SET IS-LOCKED-FALSE TO TRUE
               MOVE 0     TO NUM-STAGI-PREC
               MOVE SPACE TO INVENT-PREC
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE

      *    L'article passe a l'etat prete
           SET MAT-PRETE        TO TRUE
           MOVE NUMSTAGI        TO E-MAT-PRET-NUMERO
           MOVE W-AUJOURDHUI    TO E-MAT-PRET-DATE
           MOVE E-PMA-DATE-MAJ  TO E-MAT-DATE-MAJ
           MOVE EIBUSERID       TO E-MAT-USERID

           MOVE 'FMATE'    TO file-name
           SET c-rewrite   TO TRUE
           MOVE E-MATERIEL TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              MOVE 'Pret enregistre avec succes' to messo
              PERFORM 23310-AUDIT-PRET
              MOVE 'P' TO ETATO
           ELSE
              MOVE 'Echec de la mise a jour de l''article' to messo
           END-IF

           move -1     to numstagl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE 0     TO NUM-STAGI-PREC
           MOVE SPACE TO INVENT-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-PRET.
      *    Trace d'audit du pret (TDQ INFO) : le numero
      *    d'inventaire et la date de restitution prevue sont
      *    portes dans la zone libre de la trace
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
           MOVE 'FPRMA11 '      TO RESSOURCE-TD
           MOVE 'C'             TO FONCTION-TD
           MOVE NUMSTAGI        TO NUM-STAG-TD
           STRING E-PMA-INVENTAIRE  DELIMITED BY SIZE
                  ' PRET '          DELIMITED BY SIZE
                  E-PMA-DATE-PREVUE DELIMITED BY SIZE
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

              MOVE '9'    TO NUMSTAGA INVENTA

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE 0     TO NUM-STAGI-PREC
              MOVE SPACE TO INVENT-PREC
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
              MOVE '9'    TO NUMSTAGA INVENTA

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
