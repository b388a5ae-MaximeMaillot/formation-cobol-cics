      *======================================================*
      *   REGISTRE DES CORRESPONDANCES D'UN DOSSIER : LES    *
      *   LETTRES EDITEES, LES COURRIELS ET SMS DEPOSES DANS *
      *   LES SAS ET LES PLIS REVENUS NPAI, TELS QU'INSCRITS *
      *   PAR LES TRAITEMENTS BATCH DANS FCORR11 (CORRBAT),  *
      *   DU PLUS RECENT AU PLUS ANCIEN. CHAQUE LIGNE DONNE  *
      *   LA DATE, LE CANAL, LE MODELE, LE PROGRAMME QUI A   *
      *   PRODUIT L'ENVOI ET SA REFERENCE : COPIE DE LA      *
      *   LETTRE DANS LE DEPOT FREPO11 (CODE EDITION, DATE   *
      *   DE PASSAGE, LIGNE) OU CLE DU MESSAGE DANS LE SAS.  *
      *   ATTEINT DEPUIS LA SYNTHESE SYN1CI11 (PF10) AVEC LE *
      *   NUMERO AFFICHE. LES 60 ENVOIS LES PLUS RECENTS     *
      *   SONT AFFICHES. ECRAN DE CONSULTATION, SANS MISE A  *
      *   JOUR                                               *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COR1CI11.

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
      *        NUMERO CONSULTE (TRANSMIS PAR SYN1CI11 A LA MEME
      *        POSITION QUE LE CUR-NUMSTAG D'INF2CI11) ET PAGE
      *        AFFICHEE (RELUS PAR PF7/PF8)
           05 CUR-NUMSTAG           PIC 9(6).
           05 COR-PAGE              PIC 9.
           05 COR-ETAT              PIC 9.
             88 LISTE-CHARGEE            VALUE 1.
             88 LISTE-NON-CHARGEE        VALUE 0.
           05 FILLER                PIC X(57).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'COR1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPF5C11'.
       01 MA-TRX                  PIC X(4) VALUE 'WACB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPF5C11.

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

      *------------------------------------------------------*
      *   DESCRIPTION DU REGISTRE DES CORRESPONDANCES        *
      *   (FCORR11)                                          *
      *------------------------------------------------------*
       COPY CCORR.

       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI               VALUE 1.
         88 FIN-BROWSE-NON               VALUE 0.

       01 W-NUMERO-SAISI                 PIC X(6).

      * --------- Table glissante des envois retenus, dans l'ordre
      *           de la cle (du plus ancien au plus recent)
       77 MAX-ENVOIS                     PIC 9(2) VALUE 60.
       01 W-NB-ENVOIS                    PIC 9(2).
       01 W-NB-TOTAL                     PIC 9(3).
       01 TAB-ENVOIS.
         05 W-ENV-LIGNE                  PIC X(79) OCCURS 60.

       77 NUM-PAGE-EDIT                  PIC Z9.
       77 NB-TOTAL-EDIT                  PIC ZZ9.
       77 NB-PAGES                       PIC 9.
       77 LIGNES-PAR-PAGE                PIC 9(2) VALUE 15.
       77 I                              PIC 9(2).
       77 J                              PIC 9(2).
       77 K                              PIC 9(2).

      * ------ Structure d'une ligne d'affichage -------
       01 W-LIGNE.
        05 W-LIG-DATE.
          10 W-LIG-JJ                    PIC X(2).
          10 FILLER                      PIC X(1) VALUE '/'.
          10 W-LIG-MM                    PIC X(2).
          10 FILLER                      PIC X(1) VALUE '/'.
          10 W-LIG-AAAA                  PIC X(4).
        05 FILLER                        PIC X(1).
        05 W-LIG-HEURE.
          10 W-LIG-HH                    PIC X(2).
          10 FILLER                      PIC X(1) VALUE ':'.
          10 W-LIG-MI                    PIC X(2).
        05 FILLER                        PIC X(1).
        05 W-LIG-CANAL                   PIC X(8).
        05 FILLER                        PIC X(1).
        05 W-LIG-MODELE                  PIC X(8).
        05 FILLER                        PIC X(1).
        05 W-LIG-PROGRAMME               PIC X(8).
        05 FILLER                        PIC X(1).
      *    Lettre : copie dans le depot FREPO11
        05 W-LIG-REFERENCE.
          10 W-LIG-REF-LIB               PIC X(6).
          10 W-LIG-REP-CODE              PIC X(8).
          10 FILLER                      PIC X(1).
          10 W-LIG-REP-JJ                PIC X(2).
          10 W-LIG-REP-SEP1              PIC X(1).
          10 W-LIG-REP-MM                PIC X(2).
          10 W-LIG-REP-SEP2              PIC X(1).
          10 W-LIG-REP-AAAA              PIC X(4).
          10 FILLER                      PIC X(1).
          10 W-LIG-REP-L                 PIC X(1).
          10 W-LIG-REP-LIGNE             PIC X(5).
      *    Message : cle dans le sas FMAIL11 / FSMSS11
        05 W-LIG-REF-SAS REDEFINES W-LIG-REFERENCE.
          10 W-LIG-SAS-LIB               PIC X(6).
          10 W-LIG-SAS-FICHIER           PIC X(8).
          10 FILLER                      PIC X(1).
          10 W-LIG-SAS-SEQ               PIC X(4).
          10 FILLER                      PIC X(13).

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.

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
           MOVE LOW-VALUE TO MAPF5O
           SET LISTE-NON-CHARGEE TO TRUE

      *  UN NUMERO TRANSMIS PAR LA SYNTHESE PRECHARGE LE REGISTRE
           IF LAST-PROG = 'SYN1CI11'
              AND CUR-NUMSTAG IS NUMERIC AND CUR-NUMSTAG NOT = 0
              MOVE CUR-NUMSTAG TO NUMSTAGO
              MOVE 1 TO COR-PAGE
              PERFORM 24000-CHARGE-REGISTRE
              PERFORM 25000-AFFICHE-PAGE
           ELSE
              MOVE 0 TO CUR-NUMSTAG
              MOVE 'Saisissez un numero de stagiaire' TO messo
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
            '/mapf5c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER

           IF LISTE-CHARGEE
              MOVE COR-PAGE      TO NUM-PAGE-EDIT
              MOVE NUM-PAGE-EDIT TO NUMPAGEO
           END-IF

           move -1 to numstagl

           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPF5')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPF5')
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
           EXEC CICS RECEIVE MAP  ('MAPF5')
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

           SET LISTE-NON-CHARGEE TO TRUE
           MOVE NUMSTAGI TO W-NUMERO-SAISI
           INSPECT W-NUMERO-SAISI REPLACING ALL LOW-VALUE BY SPACE

           MOVE LOW-VALUE      TO MAPF5O
           MOVE W-NUMERO-SAISI TO NUMSTAGO

           IF W-NUMERO-SAISI = SPACE
              OR W-NUMERO-SAISI IS NOT NUMERIC
              MOVE 'Saisissez un numero de stagiaire (6 chiffres)'
                TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE W-NUMERO-SAISI TO CUR-NUMSTAG
           MOVE 1 TO COR-PAGE
           PERFORM 24000-CHARGE-REGISTRE
           PERFORM 25000-AFFICHE-PAGE
           PERFORM 22000-TRAIT-ENVOI
           .

      *--------------------------------------------------
      * --- TRAITEMENT DE LA PAGE PRECEDENTE (F7) -------
      *--------------------------------------------------
       23300-TRAIT-PAGE-PREV.
      *-----------------------*
           IF LISTE-NON-CHARGEE
              MOVE LOW-VALUE TO MAPF5O
              MOVE "Lancez une recherche au prealable" TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF COR-PAGE <= 1
              PERFORM 23500-REAFFICHE
              MOVE "Premiere page atteinte" TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           SUBTRACT 1 FROM COR-PAGE
           PERFORM 23500-REAFFICHE
           PERFORM 22000-TRAIT-ENVOI
           .

      *--------------------------------------------------
      * ----  TRAITEMENT DE LA PAGE SUIVANTE (F8) -------
      *--------------------------------------------------
       23400-TRAIT-PAGE-NEXT.
      *----------------------*
           IF LISTE-NON-CHARGEE
              MOVE LOW-VALUE TO MAPF5O
              MOVE "Lancez une recherche au prealable" TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           PERFORM 23500-REAFFICHE
           IF COR-PAGE >= NB-PAGES
              MOVE "Derniere page atteinte" TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           ADD 1 TO COR-PAGE
           PERFORM 25000-AFFICHE-PAGE
           PERFORM 22000-TRAIT-ENVOI
           .

      *    La liste n'est pas conservee entre deux allers-retours :
      *    elle est relue a partir du numero garde en commarea
       23500-REAFFICHE.
      *----------------*
           MOVE LOW-VALUE   TO MAPF5O
           MOVE CUR-NUMSTAG TO NUMSTAGO
           PERFORM 24000-CHARGE-REGISTRE
           PERFORM 25000-AFFICHE-PAGE
           .

      *--------------------------------------------------
      * --- LECTURE DU DOSSIER ET DE SES CORRESPONDANCES --
      *--------------------------------------------------
       24000-CHARGE-REGISTRE.
      *----------------------*
      *    Nom du stagiaire : en ligne, a defaut l'archive
           MOVE SPACE       TO E-STAGIAIRE
           MOVE CUR-NUMSTAG TO E-NUMERO
           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
              WHEN cr-ok
                 MOVE enrgmt TO E-STAGIAIRE
              WHEN cr-not-found
                 MOVE SPACE       TO E-ARCHIVE
                 MOVE CUR-NUMSTAG TO E-ARC-NUMERO
                 MOVE 'FARCH'     TO file-name
                 SET c-consult    TO TRUE
                 MOVE E-ARCHIVE   TO enrgmt
                 CALL pgm-accfile USING accfile-param
                 IF cr-ok
                    MOVE enrgmt TO E-ARCHIVE
                    MOVE SPACE  TO E-STAGIAIRE
                    MOVE E-ARCHIVE TO E-STAGIAIRE
                 ELSE
                    SET LISTE-NON-CHARGEE TO TRUE
                    MOVE 'Stagiaire inconnu, en ligne comme en archive'
                      TO messo
                    PERFORM 22000-TRAIT-ENVOI
                 END-IF
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           STRING E-NOM    DELIMITED BY '  '
                  ' '      DELIMITED BY SIZE
                  E-PRENOM DELIMITED BY '  '
                  INTO NOMSTAGO
           END-STRING

      *    Parcours du registre (FCORR11, chronologique par cle) :
      *    seuls les MAX-ENVOIS plus recents sont retenus
           MOVE 0 TO W-NB-ENVOIS W-NB-TOTAL
           SET FIN-BROWSE-NON TO TRUE
           MOVE SPACE       TO E-CORRESP
           MOVE CUR-NUMSTAG TO E-COR-NUMERO
           MOVE 0           TO E-COR-DATE E-COR-HEURE E-COR-SEQ
           MOVE 'FCORR'     TO file-name
           SET c-startbr    TO TRUE
           MOVE E-CORRESP   TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-CORRESP   TO enrgmt
              MOVE 'FCORR'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-CORRESP
                 IF E-COR-NUMERO = CUR-NUMSTAG
                    PERFORM 24100-RETIENT-ENVOI
                 ELSE
                    SET FIN-BROWSE-OUI TO TRUE
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FCORR'     TO file-name
           SET c-endbr      TO TRUE
           MOVE E-CORRESP   TO enrgmt
           CALL pgm-accfile USING accfile-param

           MOVE W-NB-TOTAL    TO NB-TOTAL-EDIT
           MOVE NB-TOTAL-EDIT TO NBCORRO

           IF W-NB-ENVOIS = 0
              SET LISTE-NON-CHARGEE TO TRUE
              MOVE 'Aucune correspondance enregistree pour ce dossier'
                TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           COMPUTE NB-PAGES = (W-NB-ENVOIS + LIGNES-PAR-PAGE - 1)
                            / LIGNES-PAR-PAGE
           SET LISTE-CHARGEE TO TRUE
           IF W-NB-TOTAL > W-NB-ENVOIS
              MOVE 'Seuls les 60 envois les plus recents sont affiches'
                TO messo
           END-IF
           .

       24100-RETIENT-ENVOI.
      *--------------------*
      *    Table glissante : au-dela de MAX-ENVOIS, le plus ancien
      *    envoi sort de la table
           IF W-NB-TOTAL < 999
              ADD 1 TO W-NB-TOTAL
           END-IF
           IF W-NB-ENVOIS = MAX-ENVOIS
              PERFORM VARYING K FROM 1 BY 1 UNTIL K = MAX-ENVOIS
                 MOVE W-ENV-LIGNE(K + 1) TO W-ENV-LIGNE(K)
              END-PERFORM
           ELSE
              ADD 1 TO W-NB-ENVOIS
           END-IF

           MOVE SPACE               TO W-LIG-CANAL W-LIG-MODELE
                                       W-LIG-PROGRAMME W-LIG-REFERENCE
           MOVE E-COR-DATE(7:2)     TO W-LIG-JJ
           MOVE E-COR-DATE(5:2)     TO W-LIG-MM
           MOVE E-COR-DATE(1:4)     TO W-LIG-AAAA
           MOVE E-COR-HEURE(1:2)    TO W-LIG-HH
           MOVE E-COR-HEURE(3:2)    TO W-LIG-MI
           MOVE E-COR-MODELE        TO W-LIG-MODELE
           MOVE E-COR-PROGRAMME     TO W-LIG-PROGRAMME

           EVALUATE TRUE
              WHEN COR-COURRIER
                 MOVE 'COURRIER'       TO W-LIG-CANAL
                 IF E-COR-REP-CODE NOT = SPACE
                    MOVE 'DEPOT '          TO W-LIG-REF-LIB
                    MOVE E-COR-REP-CODE    TO W-LIG-REP-CODE
                    MOVE E-COR-REP-DATE(7:2) TO W-LIG-REP-JJ
                    MOVE '/'               TO W-LIG-REP-SEP1
                    MOVE E-COR-REP-DATE(5:2) TO W-LIG-REP-MM
                    MOVE '/'               TO W-LIG-REP-SEP2
                    MOVE E-COR-REP-DATE(1:4) TO W-LIG-REP-AAAA
                    MOVE 'L'               TO W-LIG-REP-L
                    MOVE E-COR-REP-LIGNE   TO W-LIG-REP-LIGNE
                 END-IF
              WHEN COR-COURRIEL
                 MOVE 'COURRIEL'       TO W-LIG-CANAL
                 PERFORM 24110-REFERENCE-SAS
              WHEN COR-SMS
                 MOVE 'SMS'            TO W-LIG-CANAL
                 PERFORM 24110-REFERENCE-SAS
              WHEN COR-RETOUR
                 MOVE 'RETOUR'         TO W-LIG-CANAL
              WHEN OTHER
                 MOVE E-COR-CANAL      TO W-LIG-CANAL
           END-EVALUATE

           MOVE W-LIGNE TO W-ENV-LIGNE(W-NB-ENVOIS)
           .

       24110-REFERENCE-SAS.
      *--------------------*
           IF E-COR-SAS-FICHIER NOT = SPACE
              MOVE 'SAS '            TO W-LIG-SAS-LIB
              MOVE E-COR-SAS-FICHIER TO W-LIG-SAS-FICHIER
              MOVE E-COR-SAS-SEQ     TO W-LIG-SAS-SEQ
           END-IF
           .

      *--------------------------------------------------
      * --- AFFICHAGE D'UNE PAGE, DU PLUS RECENT ---------
      *--------------------------------------------------
       25000-AFFICHE-PAGE.
      *-------------------*
           IF COR-PAGE > NB-PAGES
              MOVE NB-PAGES TO COR-PAGE
           END-IF

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > LIGNES-PAR-PAGE
              MOVE SPACE TO LIGNEO(J)
              COMPUTE I = (COR-PAGE - 1) * LIGNES-PAR-PAGE + J
              IF I <= W-NB-ENVOIS
                 COMPUTE K = W-NB-ENVOIS - I + 1
                 MOVE W-ENV-LIGNE(K) TO LIGNEO(J)
              END-IF
           END-PERFORM
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
           MOVE LOW-VALUE TO MAPF5O
           SET LISTE-NON-CHARGEE TO TRUE
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO messo
           PERFORM  22000-TRAIT-ENVOI
           .

       90100-TRAIT-AIDE.
      *-----------------*
           MOVE LOW-VALUE TO MAPF5O
           SET LISTE-NON-CHARGEE TO TRUE
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
