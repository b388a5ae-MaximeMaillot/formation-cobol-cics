      *======================================================*
      *   VUE D'UN DOSSIER A UNE DATE : LE DOSSIER EST       *
      *   RECONSTITUE TEL QU'IL ETAIT A LA DATE ET L'HEURE   *
      *   DEMANDEES EN DEFAISANT, A PARTIR DE L'ENREGISTRE-  *
      *   MENT ACTUEL (FSTAG11, OU FSTAGH11 POUR UN DOSSIER  *
      *   ARCHIVE), LES VALEURS AVANT DU DETAIL FSTAGD11     *
      *   POSTERIEUR A CE MOMENT. CHAQUE CHAMP SUIVI EST     *
      *   AFFICHE AVEC L'EVENEMENT QUI L'AVAIT MODIFIE EN    *
      *   DERNIER ; UN CHAMP QUI DIFFERE D'AUJOURD'HUI EST   *
      *   MARQUE '*' ET MIS EN SURBRILLANCE. LE DETAIL NE    *
      *   GARDE QUE 40 CARACTERES (NOTES TRONQUEES) ET LES   *
      *   EVENEMENTS DEJA ARCHIVES PAR HIS1CI11 NE SONT PLUS *
      *   DEFAITS. ECRAN DE CONSULTATION, SANS MISE A JOUR ; *
      *   LE ROLE CONSULTATION VOIT LES DONNEES MASQUEES     *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VUE1CI11.

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
      *        CRITERES DE LA VUE AFFICHEE (RELUS PAR PF7/PF8)
           05 VUE-NUMERO            PIC X(6).
           05 VUE-DATE              PIC X(8).
           05 VUE-HEURE             PIC X(4).
           05 VUE-PAGE              PIC 9.
           05 VUE-ETAT              PIC 9.
             88 VUE-CHARGEE              VALUE 1.
             88 VUE-NON-CHARGEE          VALUE 0.
           05 FILLER                PIC X(45).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'VUE1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPF4C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VZCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPF4C11.

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

      * Liste des jours de la semaine
       01 weekday-list.
         COPY WEEKDAY.
       01 FILLER REDEFINES weekday-list.
         05 weekday-name                 PIC X(10) occurs 7.

       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.

      * Structure d'un stagiaire
       COPY CSTAG.

      * Structure d'un enregistrement d'archive (FSTAGH11)
       COPY CARCH.

      * Profil de l'utilisateur (role pour le masquage)
       COPY CHABI.

      *------------------------------------------------------*
      *   DESCRIPTION   DE  L'HISTORIQUE  D'AUDIT (FSTAGA11) *
      *------------------------------------------------------*
       COPY CTDHIST.

      *------------------------------------------------------*
      *   DESCRIPTION DU DETAIL AVANT/APRES (FSTAGD11)        *
      *------------------------------------------------------*
       COPY CDETA.

       01 CLE-PARCOURS                   PIC X(28).
       01 W-FIN-PARCOURS                 PIC 9.
         88 FIN-PARCOURS-OUI             VALUE 1.
         88 FIN-PARCOURS-NON             VALUE 0.

      *------------------------------------------------------*
      *   ROLE CONSULTATION (OU SANS PROFIL) : LES VALEURS    *
      *   AFFICHEES SONT MASQUEES PAR MASQPERS                *
      *------------------------------------------------------*
       77 W-MASQUAGE                     PIC 9.
         88 MASQUAGE-OUI                 VALUE 1.
         88 MASQUAGE-NON                 VALUE 0.

      *------------------------------------------------------*
      *   CHAMPS RECONSTITUES : CODES DU DETAIL FSTAGD11 AVEC *
      *   POSITION ET LONGUEUR DANS L'ENREGISTREMENT FSTAG11  *
      *   (MEME TABLE QUE LE REJEU REC1CI11)                  *
      *------------------------------------------------------*
       01 CHAMPS-VUE-V.
         05 FILLER PIC X(17) VALUE 'NOM       0007020'.
         05 FILLER PIC X(17) VALUE 'PRENOM    0027015'.
         05 FILLER PIC X(17) VALUE 'ADR1      0042030'.
         05 FILLER PIC X(17) VALUE 'ADR2      0072030'.
         05 FILLER PIC X(17) VALUE 'CODEP     0102005'.
         05 FILLER PIC X(17) VALUE 'VILLE     0107025'.
         05 FILLER PIC X(17) VALUE 'TELDOM    0132010'.
         05 FILLER PIC X(17) VALUE 'TELPOR    0142010'.
         05 FILLER PIC X(17) VALUE 'EMAIL     0152040'.
         05 FILLER PIC X(17) VALUE 'DATENAISS 0192008'.
         05 FILLER PIC X(17) VALUE 'DATEDEB   0200008'.
         05 FILLER PIC X(17) VALUE 'DATEFIN   0208008'.
         05 FILLER PIC X(17) VALUE 'STATUT    0216001'.
         05 FILLER PIC X(17) VALUE 'SUPPRIME  0217001'.
         05 FILLER PIC X(17) VALUE 'URGNOM    0218030'.
         05 FILLER PIC X(17) VALUE 'URGTEL    0248010'.
         05 FILLER PIC X(17) VALUE 'NOTES     0258100'.
         05 FILLER PIC X(17) VALUE 'CONSCOURR 0358001'.
         05 FILLER PIC X(17) VALUE 'CONSEMAIL 0359001'.
         05 FILLER PIC X(17) VALUE 'CONSPART  0360001'.
         05 FILLER PIC X(17) VALUE 'SITE      0365003'.
         05 FILLER PIC X(17) VALUE 'SESSION   0368006'.
         05 FILLER PIC X(17) VALUE 'GESTION   0375008'.
         05 FILLER PIC X(17) VALUE 'ROME      0386005'.
         05 FILLER PIC X(17) VALUE 'TRFREGION 0391001'.
       01 FILLER REDEFINES CHAMPS-VUE-V.
         05 CHAMP-VUE OCCURS 25.
           10 CHP-CODE                   PIC X(10).
           10 CHP-POSITION               PIC 9(4).
           10 CHP-LONGUEUR               PIC 9(3).
       77 NB-CHAMPS-VUE                  PIC 9(2) VALUE 25.
       77 IDX-CHAMP                      PIC 9(2).
       77 IDX-TROUVE                     PIC 9(2).

      * --------- Par champ : premiere modification posterieure
      *           au moment demande (sa valeur avant fait foi) et
      *           derniere modification anterieure (evenement
      *           affiche)
       01 TAB-VUE.
         05 VUE-CHAMP OCCURS 25.
           10 VUE-TS-APRES               PIC 9(14).
           10 VUE-AVANT                  PIC X(40).
           10 VUE-TS-DERNIER             PIC 9(14).
           10 VUE-CLE-DERNIER            PIC X(28).
           10 VUE-DIFFERE                PIC 9.

       01 DOSSIER-ACTUEL                 PIC X(400).
       01 DOSSIER-VUE                    PIC X(400).
       01 W-SOURCE                       PIC X(1).
         88 SOURCE-EN-LIGNE              VALUE 'L'.
         88 SOURCE-ARCHIVE               VALUE 'A'.

      * --------- Horodatages comparables (AAAAMMJJHHMMSS)
       01 W-TS-DEMANDE                   PIC 9(14).
       01 W-TS-CREATION                  PIC 9(14).
       01 W-TS-TRACE.
         05 W-TS-AAAA                    PIC X(4).
         05 W-TS-MM                      PIC X(2).
         05 W-TS-JJ                      PIC X(2).
         05 W-TS-HH                      PIC X(2).
         05 W-TS-MI                      PIC X(2).
         05 W-TS-SS                      PIC X(2).
       01 W-TS-TRACE-N REDEFINES W-TS-TRACE
                                         PIC 9(14).
       01 W-CLE-TRACE                    PIC X(28).

       01 W-HEURE-SAISIE.
         05 W-HS-HH                      PIC 9(2).
         05 W-HS-MI                      PIC 9(2).

       01 W-NB-DEFAITS                   PIC 9(5).
       01 W-NB-DEFAITS-EDIT              PIC ZZZZ9.
       77 NUM-PAGE-EDIT                  PIC Z9.
       77 NB-PAGES                       PIC 9 VALUE 2.
       77 LIGNES-PAR-PAGE                PIC 9(2) VALUE 15.
       77 J                              PIC 9(2).

      * ------ Structure d'une ligne d'affichage -------
       01 W-LIGNE.
        05 W-LIG-CHAMP                   PIC X(10).
        05 FILLER                        PIC X(1).
        05 W-LIG-VALEUR                  PIC X(40).
        05 FILLER                        PIC X(1).
        05 W-LIG-MARQUE                  PIC X(1).
        05 FILLER                        PIC X(1).
        05 W-LIG-DATE                    PIC X(10).
        05 FILLER                        PIC X(1).
        05 W-LIG-HEURE                   PIC X(5).
        05 FILLER                        PIC X(1).
        05 W-LIG-USERID                  PIC X(8).

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.
         02 pgm-validdat                 PIC X(8) value 'VALIDDAT'.
         02 pgm-masqpers                 PIC X(8) value 'MASQPERS'.

      * --------- Parametre pour sous-programme VALIDDAT
       01 validdat-param.
         02 date-to-validate             PIC X(8).
         02 CR-VALIDDAT                  PIC 9 value 0.
          88 cr-validdat-false                 value 0.
          88 cr-validdat-ok                    value 1.
         02 AN-MIN-VALIDDAT              PIC 9(4) value 0.
         02 AN-MAX-VALIDDAT              PIC 9(4) value 0.

      * ---------- Parametre pour sous-programme ACCFILE
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

      *======================================================*
      *          L I N K A G E     S E C T I O N             *
      *======================================================*

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

           PERFORM 10500-LIT-HABILITATION
           .

       10500-LIT-HABILITATION.
      *-----------------------*
           SET MASQUAGE-OUI TO TRUE
           MOVE EIBUSERID        TO E-HAB-USERID
           MOVE 'FHABI'          TO file-name
           SET c-consult            TO TRUE
           MOVE E-HABILITATION   TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt TO E-HABILITATION
              IF ROLE-GESTION OR ROLE-SUPERVISION
                 SET MASQUAGE-NON TO TRUE
              END-IF
           END-IF
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
           MOVE LOW-VALUE TO MAPF4O
           SET VUE-NON-CHARGEE TO TRUE
           MOVE 'Numero, date (JJMMAAAA) et heure (HHMM) de la vue'
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
            '/mapf4c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER

           IF VUE-CHARGEE
              MOVE VUE-PAGE      TO NUM-PAGE-EDIT
              MOVE NUM-PAGE-EDIT TO NUMPAGEO
           END-IF

           IF NUMSTAGL NOT = -1 AND DATEVUEL NOT = -1
              AND HEUREVUEL NOT = -1
              move -1 to numstagl
           END-IF

           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPF4')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPF4')
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
              WHEN DFHPF3
                   MOVE PROG-COURANT TO LAST-PROG
                   MOVE 'INF0CI11' TO PROG-SUIVANT
                   perform 23110-PROG-SUIVANT
              WHEN DFHPF7
                   PERFORM  23300-TRAIT-PAGE-PREV
              WHEN DFHPF8
                   PERFORM  23400-TRAIT-PAGE-NEXT
              WHEN DFHPF1
                   PERFORM  90100-TRAIT-AIDE
              WHEN DFHPF12
                   PERFORM  23200-TRAIT-FIN
              WHEN DFHCLEAR
                   PERFORM  23200-TRAIT-FIN
              WHEN OTHER
                   PERFORM  90000-ERR-TOUCHE
           END-EVALUATE
           .

      *--------------------------------------------------
      * -----------  TRAITEMENT DE BASE (ENTER) ---------
      *--------------------------------------------------
       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP  ('MAPF4')
                             MAPSET(MA-MAP)
                             RESP (C-R)
           END-EXEC

           EVALUATE C-R
              WHEN DFHRESP(NORMAL)
                   CONTINUE
              WHEN DFHRESP(MAPFAIL)
                   CONTINUE
              WHEN OTHER
                   PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           SET VUE-NON-CHARGEE TO TRUE
           MOVE NUMSTAGI  TO VUE-NUMERO
           MOVE DATEVUEI  TO VUE-DATE
           MOVE HEUREVUEI TO VUE-HEURE
           INSPECT VUE-NUMERO REPLACING ALL LOW-VALUE BY SPACE
           INSPECT VUE-DATE   REPLACING ALL LOW-VALUE BY SPACE
           INSPECT VUE-HEURE  REPLACING ALL LOW-VALUE BY SPACE

           MOVE LOW-VALUE  TO MAPF4O
           MOVE VUE-NUMERO TO NUMSTAGO
           MOVE VUE-DATE   TO DATEVUEO
           MOVE VUE-HEURE  TO HEUREVUEO

           IF VUE-NUMERO = SPACE OR VUE-NUMERO IS NOT NUMERIC
              MOVE -1 TO NUMSTAGL
              MOVE 'Saisissez un numero de stagiaire (6 chiffres)'
                TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE VUE-DATE TO date-to-validate
           MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
           CALL pgm-validdat using validdat-param
           IF cr-validdat-false
              MOVE -1 TO DATEVUEL
              MOVE 'Date de la vue non valide (JJMMAAAA)' TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

      *    Heure facultative : a blanc, la fin de la journee
           IF VUE-HEURE = SPACE
              MOVE '2359' TO VUE-HEURE
              MOVE VUE-HEURE TO HEUREVUEO
           END-IF
           MOVE VUE-HEURE TO W-HEURE-SAISIE
           IF W-HEURE-SAISIE IS NOT NUMERIC
              OR W-HS-HH > 23 OR W-HS-MI > 59
              MOVE -1 TO HEUREVUEL
              MOVE 'Heure de la vue non valide (HHMM)' TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE 1 TO VUE-PAGE
           PERFORM 24000-RECONSTITUE-DOSSIER
           PERFORM 25000-AFFICHE-PAGE
           PERFORM 22000-TRAIT-ENVOI
           .

      *--------------------------------------------------
      * --- TRAITEMENT DE LA PAGE PRECEDENTE (F7) -------
      *--------------------------------------------------
       23300-TRAIT-PAGE-PREV.
      *-----------------------*
           IF VUE-NON-CHARGEE
              MOVE LOW-VALUE TO MAPF4O
              MOVE "Lancez une recherche au prealable" TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF VUE-PAGE <= 1
              PERFORM 23500-REAFFICHE
              MOVE "Premiere page atteinte" TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           SUBTRACT 1 FROM VUE-PAGE
           PERFORM 23500-REAFFICHE
           PERFORM 22000-TRAIT-ENVOI
           .

      *--------------------------------------------------
      * ----  TRAITEMENT DE LA PAGE SUIVANTE (F8) -------
      *--------------------------------------------------
       23400-TRAIT-PAGE-NEXT.
      *----------------------*
           IF VUE-NON-CHARGEE
              MOVE LOW-VALUE TO MAPF4O
              MOVE "Lancez une recherche au prealable" TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF VUE-PAGE >= NB-PAGES
              PERFORM 23500-REAFFICHE
              MOVE "Derniere page atteinte" TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           ADD 1 TO VUE-PAGE
           PERFORM 23500-REAFFICHE
           PERFORM 22000-TRAIT-ENVOI
           .

      *    La vue n'est pas conservee entre deux allers-retours :
      *    elle est reconstituee a partir des criteres gardes en
      *    commarea
       23500-REAFFICHE.
      *----------------*
           MOVE LOW-VALUE  TO MAPF4O
           MOVE VUE-NUMERO TO NUMSTAGO
           MOVE VUE-DATE   TO DATEVUEO
           MOVE VUE-HEURE  TO HEUREVUEO
           MOVE VUE-HEURE  TO W-HEURE-SAISIE
           PERFORM 24000-RECONSTITUE-DOSSIER
           PERFORM 25000-AFFICHE-PAGE
           .

      *--------------------------------------------------
      * --- RECONSTITUTION DU DOSSIER AU MOMENT DEMANDE --
      *--------------------------------------------------
       24000-RECONSTITUE-DOSSIER.
      *--------------------------*
      *    Dossier actuel : en ligne, a defaut l'archive
           MOVE SPACE      TO E-STAGIAIRE
           MOVE VUE-NUMERO TO E-NUMERO
           MOVE 'FSTAG'    TO file-name
           SET c-consult   TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
              WHEN cr-ok
                 MOVE enrgmt TO E-STAGIAIRE
                 SET SOURCE-EN-LIGNE TO TRUE
              WHEN cr-not-found
                 MOVE SPACE      TO E-ARCHIVE
                 MOVE VUE-NUMERO TO E-ARC-NUMERO
                 MOVE 'FARCH'    TO file-name
                 SET c-consult   TO TRUE
                 MOVE E-ARCHIVE  TO enrgmt
                 CALL pgm-accfile USING accfile-param
                 IF cr-ok
                    MOVE enrgmt TO E-ARCHIVE
                    MOVE SPACE  TO E-STAGIAIRE
                    MOVE E-ARCHIVE TO E-STAGIAIRE
                    SET SOURCE-ARCHIVE TO TRUE
                 ELSE
                    SET VUE-NON-CHARGEE TO TRUE
                    MOVE -1 TO NUMSTAGL
                    MOVE 'Stagiaire inconnu, en ligne comme en archive'
                      TO messo
                    PERFORM 22000-TRAIT-ENVOI
                 END-IF
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           MOVE E-STAGIAIRE TO DOSSIER-ACTUEL
           MOVE E-STAGIAIRE TO DOSSIER-VUE

      *    Moment demande, au format des traces
           MOVE VUE-DATE(5:4) TO W-TS-AAAA
           MOVE VUE-DATE(3:2) TO W-TS-MM
           MOVE VUE-DATE(1:2) TO W-TS-JJ
           MOVE W-HS-HH       TO W-TS-HH
           MOVE W-HS-MI       TO W-TS-MI
           MOVE '59'          TO W-TS-SS
           MOVE W-TS-TRACE-N  TO W-TS-DEMANDE

           PERFORM VARYING IDX-CHAMP FROM 1 BY 1
              UNTIL IDX-CHAMP > NB-CHAMPS-VUE
              MOVE 0     TO VUE-TS-APRES(IDX-CHAMP)
                            VUE-TS-DERNIER(IDX-CHAMP)
                            VUE-DIFFERE(IDX-CHAMP)
              MOVE SPACE TO VUE-AVANT(IDX-CHAMP)
                            VUE-CLE-DERNIER(IDX-CHAMP)
           END-PERFORM

           PERFORM 24100-PARCOURS-EVENEMENTS
           PERFORM 24200-PARCOURS-DETAILS

      *    Valeur au moment demande : la valeur avant de la
      *    premiere modification posterieure, sinon l'actuelle
           PERFORM VARYING IDX-CHAMP FROM 1 BY 1
              UNTIL IDX-CHAMP > NB-CHAMPS-VUE
              IF VUE-TS-APRES(IDX-CHAMP) > 0
                 MOVE VUE-AVANT(IDX-CHAMP)
                   TO DOSSIER-VUE(CHP-POSITION(IDX-CHAMP):
                                  CHP-LONGUEUR(IDX-CHAMP))
              END-IF
              IF DOSSIER-VUE(CHP-POSITION(IDX-CHAMP):
                             CHP-LONGUEUR(IDX-CHAMP))
                 NOT = DOSSIER-ACTUEL(CHP-POSITION(IDX-CHAMP):
                                      CHP-LONGUEUR(IDX-CHAMP))
                 MOVE 1 TO VUE-DIFFERE(IDX-CHAMP)
              END-IF
           END-PERFORM

           SET VUE-CHARGEE TO TRUE

           MOVE W-NB-DEFAITS TO W-NB-DEFAITS-EDIT
           MOVE SPACE TO ORIGINEO
           IF SOURCE-ARCHIVE
              STRING 'DOSSIER ARCHIVE (FSTAGH11) - '
                     W-NB-DEFAITS-EDIT ' EVENEMENT(S) DEFAIT(S)'
                     DELIMITED BY SIZE INTO ORIGINEO
              END-STRING
           ELSE
              STRING 'DOSSIER EN LIGNE - '
                     W-NB-DEFAITS-EDIT ' EVENEMENT(S) DEFAIT(S)'
                     DELIMITED BY SIZE INTO ORIGINEO
              END-STRING
           END-IF

           IF W-TS-CREATION > W-TS-DEMANDE
              MOVE 'Dossier cree apres cette date : valeurs de la '
                TO messo
              MOVE 'creation' TO messo(48:8)
           ELSE
              MOVE '* = differe d''aujourd''hui   PF7/PF8=Page'
                TO messo
           END-IF
           .

      *    Evenements du stagiaire (cles contigues) : creation et
      *    nombre d'evenements posterieurs au moment demande
       24100-PARCOURS-EVENEMENTS.
      *--------------------------*
           MOVE 0 TO W-NB-DEFAITS W-TS-CREATION
           SET FIN-PARCOURS-NON TO TRUE

           MOVE LOW-VALUE  TO CLE-PARCOURS
           MOVE VUE-NUMERO TO CLE-PARCOURS(1:6)

           EXEC CICS STARTBR
                     FILE('FSTAGA11')
                     RIDFLD(CLE-PARCOURS)
                     GTEQ
                     RESP(C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              SET FIN-PARCOURS-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-PARCOURS-OUI
              EXEC CICS READNEXT
                        FILE('FSTAGA11')
                        RIDFLD(CLE-PARCOURS)
                        INTO(E-HISTO)
                        RESP(C-R)
              END-EXEC
              IF C-R NOT = DFHRESP(NORMAL)
                 OR NUM-STAG-H NOT = VUE-NUMERO
                 SET FIN-PARCOURS-OUI TO TRUE
              ELSE
                 MOVE CLE-HISTO TO W-CLE-TRACE
                 PERFORM 24900-HORODATAGE-TRACE
                 IF W-TS-TRACE-N > W-TS-DEMANDE
                    ADD 1 TO W-NB-DEFAITS
                 END-IF
                 IF HISTO-CREATION
                    AND (W-TS-CREATION = 0
                         OR W-TS-TRACE-N < W-TS-CREATION)
                    MOVE W-TS-TRACE-N TO W-TS-CREATION
                 END-IF
              END-IF
           END-PERFORM

           EXEC CICS ENDBR
                     FILE('FSTAGA11')
                     RESP(C-R)
           END-EXEC
           .

      *    Detail avant/apres du stagiaire (cles contigues, menees
      *    par la cle de l'evenement)
       24200-PARCOURS-DETAILS.
      *-----------------------*
           SET FIN-PARCOURS-NON TO TRUE

           MOVE SPACE      TO E-DET-CLE
           MOVE LOW-VALUE  TO E-DET-CLE-HISTO
           MOVE VUE-NUMERO TO E-DET-CLE-HISTO(1:6)
           MOVE LOW-VALUE  TO E-DET-CHAMP

           EXEC CICS STARTBR
                     FILE('FSTAGD11')
                     RIDFLD(E-DET-CLE)
                     GTEQ
                     RESP(C-R)
           END-EXEC
           IF C-R NOT = DFHRESP(NORMAL)
              SET FIN-PARCOURS-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-PARCOURS-OUI
              EXEC CICS READNEXT
                        FILE('FSTAGD11')
                        RIDFLD(E-DET-CLE)
                        INTO(E-DETAIL)
                        RESP(C-R)
              END-EXEC
              IF C-R NOT = DFHRESP(NORMAL)
                 OR E-DET-CLE-HISTO(1:6) NOT = VUE-NUMERO
                 SET FIN-PARCOURS-OUI TO TRUE
              ELSE
                 PERFORM 24210-RETIENT-DETAIL
              END-IF
           END-PERFORM

           EXEC CICS ENDBR
                     FILE('FSTAGD11')
                     RESP(C-R)
           END-EXEC
           .

       24210-RETIENT-DETAIL.
      *---------------------*
           MOVE 0 TO IDX-TROUVE
           PERFORM VARYING IDX-CHAMP FROM 1 BY 1
              UNTIL IDX-CHAMP > NB-CHAMPS-VUE OR IDX-TROUVE > 0
              IF CHP-CODE(IDX-CHAMP) = E-DET-CHAMP
                 MOVE IDX-CHAMP TO IDX-TROUVE
              END-IF
           END-PERFORM

      *    NIR, ORIGINE... : pas de valeur du dossier
           IF IDX-TROUVE = 0
              GO TO 24210-EXIT
           END-IF

           MOVE E-DET-CLE-HISTO TO W-CLE-TRACE
           PERFORM 24900-HORODATAGE-TRACE

           IF W-TS-TRACE-N > W-TS-DEMANDE
              IF VUE-TS-APRES(IDX-TROUVE) = 0
                 OR W-TS-TRACE-N < VUE-TS-APRES(IDX-TROUVE)
                 MOVE W-TS-TRACE-N TO VUE-TS-APRES(IDX-TROUVE)
                 MOVE E-DET-AVANT  TO VUE-AVANT(IDX-TROUVE)
              END-IF
           ELSE
              IF W-TS-TRACE-N >= VUE-TS-DERNIER(IDX-TROUVE)
                 MOVE W-TS-TRACE-N    TO VUE-TS-DERNIER(IDX-TROUVE)
                 MOVE E-DET-CLE-HISTO TO VUE-CLE-DERNIER(IDX-TROUVE)
              END-IF
           END-IF
           .
       24210-EXIT.
           EXIT.

      *    Cle d'evenement (JJ/MM/AAAA HH:MM:SS) vers AAAAMMJJHHMMSS
       24900-HORODATAGE-TRACE.
      *-----------------------*
           MOVE W-CLE-TRACE(13:4) TO W-TS-AAAA
           MOVE W-CLE-TRACE(10:2) TO W-TS-MM
           MOVE W-CLE-TRACE(7:2)  TO W-TS-JJ
           MOVE W-CLE-TRACE(17:2) TO W-TS-HH
           MOVE W-CLE-TRACE(20:2) TO W-TS-MI
           MOVE W-CLE-TRACE(23:2) TO W-TS-SS
           IF W-TS-TRACE IS NOT NUMERIC
              MOVE 0 TO W-TS-TRACE-N
           END-IF
           .

      *--------------------------------------------------
      * --- AFFICHAGE D'UNE PAGE DE CHAMPS ---------------
      *--------------------------------------------------
       25000-AFFICHE-PAGE.
      *-------------------*
      *    Comparaison faite, les valeurs affichees sont masquees
      *    pour le role consultation
           IF MASQUAGE-OUI
              MOVE DOSSIER-VUE TO E-STAGIAIRE
              CALL pgm-masqpers USING E-STAGIAIRE
              MOVE E-STAGIAIRE TO DOSSIER-VUE
           END-IF

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > LIGNES-PAR-PAGE
              MOVE SPACE TO LIGNEO(J)
              COMPUTE IDX-CHAMP = (VUE-PAGE - 1) * LIGNES-PAR-PAGE + J
              IF IDX-CHAMP <= NB-CHAMPS-VUE
                 PERFORM 25100-LIGNE-CHAMP
              END-IF
           END-PERFORM
           .

       25100-LIGNE-CHAMP.
      *------------------*
           MOVE SPACE TO W-LIGNE
           MOVE CHP-CODE(IDX-CHAMP) TO W-LIG-CHAMP
           MOVE DOSSIER-VUE(CHP-POSITION(IDX-CHAMP):
                            CHP-LONGUEUR(IDX-CHAMP))
             TO W-LIG-VALEUR

           IF VUE-DIFFERE(IDX-CHAMP) = 1
              MOVE '*' TO W-LIG-MARQUE
              MOVE DFHBMBRY TO LIGNEA(J)
           END-IF

      *    Evenement qui a pose la valeur ; a blanc si elle est
      *    anterieure a l'historique en ligne
           IF VUE-TS-DERNIER(IDX-CHAMP) > 0
              MOVE VUE-CLE-DERNIER(IDX-CHAMP) TO CLE-HISTO
              MOVE DATE-H       TO W-LIG-DATE
              MOVE HEURE-H(1:5) TO W-LIG-HEURE

              EXEC CICS READ
                        FILE('FSTAGA11')
                        RIDFLD(CLE-HISTO)
                        INTO(E-HISTO)
                        RESP(C-R)
              END-EXEC
              IF C-R = DFHRESP(NORMAL)
                 MOVE USERID-USER-H TO W-LIG-USERID
              END-IF
           END-IF

           MOVE W-LIGNE TO LIGNEO(J)
           .

      ******************************************************************
      ******************************************************************
      ******************************************************************

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

       90000-ERR-TOUCHE.
      *----------------*
           MOVE LOW-VALUE TO MAPF4O
           SET VUE-NON-CHARGEE TO TRUE
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO messo
           move -1 to NUMSTAGL
           PERFORM  22000-TRAIT-ENVOI
           .

       90100-TRAIT-AIDE.
      *-----------------*
           MOVE LOW-VALUE TO MAPF4O
           SET VUE-NON-CHARGEE TO TRUE
           MOVE 'PF1=Aide  PF3=Menu  PF7/8=Page  PF12=Fin'
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
