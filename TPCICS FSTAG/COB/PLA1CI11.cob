      *======================================================*
      *   PLANNING MENSUEL DES SESSIONS DE FORMATION PAR     *
      *   SITE : UNE LIGNE PAR SESSION AVEC SES JOURS, LE    *
      *   FORMATEUR PRINCIPAL (FAFFE11), LA SALLE ET LE      *
      *   REMPLISSAGE, JOURS FERIES (FJOUR11) MARQUES.       *
      *   PF7/PF8 MOIS PRECEDENT/SUIVANT, PF11 SUR UNE LIGNE *
      *   OUVRE LA SESSION SUR SES1CI11 (RETOUR PAR PF3)     *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLA1CI11.

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
      *        ZONES PROPRES A SES1CI11 (VERROU, SESSION PRECEDENTE)
           05 FILLER              PIC X(8).
      *        APPEL DE SES1CI11 : MEME POSITION QUE SES-APPEL DE
      *        SES1CI11, QUI REND LE CONTEXTE DU PLANNING TEL QUEL
      *        AU RETOUR PAR PF3
           05 PLA-APPEL.
             10 PLA-APPEL-PROG    PIC X(8).
             10 PLA-APPEL-CODE    PIC X(6).
             10 PLA-CONTEXTE.
      *             MOIS AFFICHE (AAAAMM), SITE (BLANC = TOUS) ET
      *             PAGE DES SESSIONS DANS LE MOIS
               15 PLA-MOIS        PIC 9(6).
               15 PLA-SITE        PIC X(3).
               15 PLA-PAGE        PIC 9(3).
               15 FILLER          PIC X(8).
           05 FILLER              PIC X(23).

       01 C-R                     PIC S9(8) COMP.
       01 I                       PIC S9(4) COMP.
       01 J                       PIC S9(4) COMP.

       01 MON-PROG                PIC X(8) VALUE 'PLA1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPC8C11'.
       01 MA-TRX                  PIC X(4) VALUE 'UZCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPC8C11.

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

      *------------------------------------------------------*
      *   CALENDRIER : CUMUL DES JOURS AVANT CHAQUE MOIS     *
      *   (ANNEE NON BISSEXTILE) POUR LE NUMERO DE JOUR QUI  *
      *   DONNE LE JOUR DE LA SEMAINE DU 1ER DU MOIS         *
      *------------------------------------------------------*
       01 TAB-CUMUL-MOIS.
           05 FILLER                  PIC 9(3) VALUE 000.
           05 FILLER                  PIC 9(3) VALUE 031.
           05 FILLER                  PIC 9(3) VALUE 059.
           05 FILLER                  PIC 9(3) VALUE 090.
           05 FILLER                  PIC 9(3) VALUE 120.
           05 FILLER                  PIC 9(3) VALUE 151.
           05 FILLER                  PIC 9(3) VALUE 181.
           05 FILLER                  PIC 9(3) VALUE 212.
           05 FILLER                  PIC 9(3) VALUE 243.
           05 FILLER                  PIC 9(3) VALUE 273.
           05 FILLER                  PIC 9(3) VALUE 304.
           05 FILLER                  PIC 9(3) VALUE 334.

       01 TAB-CUMUL-MOIS-R REDEFINES TAB-CUMUL-MOIS.
           05 CUMUL-MOIS OCCURS 12    PIC 9(3).

       01 MONTH-V.
         COPY MONTHDAY.
       01 TAB-MONTH REDEFINES MONTH-V.
         10 NB-JOURS                  PIC 99 OCCURS 12.

       01 MODULO-N.
         05 MODULO4                   PIC 99.
          88 MOD4       value 0.
         05 MODULO100                 PIC 99.
          88 MOD100     value 0.
         05 MODULO400                 PIC 99.
          88 MOD400     value 0.

      *======================================================*
      *          L I N K A G E     S E C T I O N             *
      *======================================================*

      * Liste des jours de la semaine
       01 weekday-list.
         COPY WEEKDAY.
       01 FILLER REDEFINES weekday-list.
         05 weekday-name                 PIC X(10) occurs 7.

      * Structure d'une session de formation (FSESS11)
       COPY CSESS.

      * Structure d'une affectation (FAFFE11)
       COPY CAFFE.

      * Structure d'un jour ferie (FJOUR11)
       COPY CJOUR.

      * Structure d'un site (FSITE11)
       COPY CSITE.

      * Structure d'un profil d'habilitation (FHABI11)
       COPY CHABI.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

       01 posCursor                      PIC S9(4) COMP.

       01 HABILITATION-MAJ-FLAG          PIC 9.
         88 HABILITATION-MAJ-OK    VALUE 1.
         88 HABILITATION-MAJ-KO    VALUE 0.

      * --------- Date du jour (AAAAMMJJ) pour le mois par defaut
       01 W-DATE-JOUR                    PIC 9(8).

      * --------- Mois affiche et ses bornes (AAAAMMJJ)
       01 W-MOIS.
         05 W-MOIS-AAAA                  PIC 9(4).
         05 W-MOIS-MM                    PIC 9(2).
       01 W-MOIS-N REDEFINES W-MOIS      PIC 9(6).
       01 W-MOIS-SAISI.
         05 W-SAI-MM                     PIC 9(2).
         05 W-SAI-AAAA                   PIC 9(4).
       01 W-MOIS-DEB                     PIC 9(8).
       01 W-MOIS-FIN                     PIC 9(8).
       01 W-DERNIER-JOUR                 PIC 9(2).
       01 W-JOUR-DATE                    PIC 9(8).

      * --------- Numero de jour (01/01/0001 = 1, un lundi) et jour
      *           de la semaine du 1er du mois (0 = lundi)
       01 W-CAL-ANS                      PIC 9(4).
       01 W-CAL-QUOTIENT                 PIC 9(7).
       01 W-CAL-RESTE                    PIC 9(4).
       01 W-CAL-NUM-JOUR                 PIC 9(7).
       01 W-RANG-JOUR                    PIC 9.
       01 W-RANG-1ER                     PIC 9.

      * --------- Nature de chaque jour du mois : O = ouvre,
      *           W = samedi ou dimanche, F = ferie (FJOUR11)
       01 TAB-JOURS.
         05 W-JOUR-TYPE                  PIC X OCCURS 31.
           88 JOUR-OUVRE                 VALUE 'O'.
           88 JOUR-WEEKEND               VALUE 'W'.
           88 JOUR-FERIE                 VALUE 'F'.

       01 W-LETTRES-SEMAINE              PIC X(7) VALUE 'LMMJVSD'.
       01 W-NB-FERIES                    PIC 9(2).

      * --------- Periode de la session (AAAAMMJJ)
       01 W-SES-DEB                      PIC 9(8).
       01 W-SES-FIN                      PIC 9(8).

      * --------- Parcours des sessions : rang de la session dans le
      *           mois, nombre de sessions du mois, sessions de la
      *           page affichee (pour PF11)
       01 W-NB-SESSIONS                  PIC 9(4).
       01 W-RANG-DEB                     PIC 9(4).
       01 W-NB-LIGNES                    PIC S9(4) COMP.
       01 TAB-PAGE.
         05 W-PAGE-CODE                  PIC X(6) OCCURS 12.
       01 W-NB-PAGES                     PIC 9(3).
       01 W-NB-SESSIONS-EDIT             PIC ZZZ9.
       01 W-NUM-PAGE-EDIT                PIC ZZ9.
       01 W-NB-PAGES-EDIT                PIC ZZ9.

      * --------- Entetes du calendrier (jours du mois alignes sur
      *           la zone des jours de la ligne session)
       01 W-ENTETE.
         05 W-ENT-GAUCHE                 PIC X(7).
         05 W-ENT-JOURS.
           10 W-ENT-JOUR                 PIC X OCCURS 31.
         05 W-ENT-DROITE                 PIC X(41).

       01 W-JOUR-EDIT                    PIC 99.
       01 FILLER REDEFINES W-JOUR-EDIT.
         05 W-JOUR-DIZ                   PIC X.
         05 W-JOUR-UNI                   PIC X.

      * --------- Ligne du planning : une session
       01 W-LIGNE-PLANNING.
         05 W-LIG-CODE                   PIC X(6).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-JOURS.
           10 W-LIG-JOUR                 PIC X OCCURS 31.
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-FORMATEUR              PIC X(6).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-SALLE                  PIC X(3).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-INSCRITS               PIC ZZ9.
         05 FILLER                       PIC X(1) VALUE '/'.
         05 W-LIG-CAPACITE               PIC ZZ9.
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-TITRE                  PIC X(21).

      * --------- Indicateurs de fin de parcours
       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.
       01 W-FIN-BROWSE-AFF               PIC 9.
         88 FIN-AFF-OUI             VALUE 1.
         88 FIN-AFF-NON             VALUE 0.

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
           MOVE LOW-VALUE TO MAPC8O

      *  SI TRAITEMENT PARTICULIER AVANT AFFICHAGE
           PERFORM  21100-TRAIT-SPECIFIQUE
           .

       21100-TRAIT-SPECIFIQUE.
      *    Retour de SES1CI11 : le mois, le site et la page quittes
      *    sont repris. Sinon mois en cours, site de rattachement de
      *    l'utilisateur (FHABI11) et premiere page
           IF LAST-PROG = 'SES1CI11' AND PLA-APPEL-PROG = MON-PROG
              AND PLA-MOIS IS NUMERIC AND PLA-PAGE IS NUMERIC
              CONTINUE
           ELSE
              EXEC CICS ASKTIME
                        ABSTIME(interval)
              END-EXEC
              EXEC CICS FORMATTIME
                        ABSTIME(interval)
                        YYYYMMDD(W-DATE-JOUR)
              END-EXEC
              MOVE W-DATE-JOUR(1:6) TO PLA-MOIS

              MOVE SPACE            TO PLA-SITE
              MOVE EIBUSERID        TO E-HAB-USERID
              MOVE 'FHABI'          TO file-name
              SET c-consult         TO TRUE
              MOVE E-HABILITATION   TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt        TO E-HABILITATION
                 MOVE E-HAB-SITE    TO PLA-SITE
              END-IF
              MOVE 1                TO PLA-PAGE
           END-IF
           MOVE SPACE TO PLA-APPEL-PROG PLA-APPEL-CODE

           PERFORM 23130-CHARGE-PLANNING
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
            '/mapc8c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER

           MOVE PLA-MOIS(5:2) TO MOISO(1:2)
           MOVE PLA-MOIS(1:4) TO MOISO(3:4)
           MOVE PLA-SITE    TO SITEO
           MOVE PLA-PAGE    TO W-NUM-PAGE-EDIT
           MOVE W-NUM-PAGE-EDIT TO NUMPAGEO

           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPC8')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPC8')
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
                   MOVE SPACE TO PLA-APPEL-PROG PLA-APPEL-CODE
                   MOVE PROG-COURANT TO LAST-PROG
                   MOVE 'INF0CI11' TO PROG-SUIVANT
                   perform 23110-PROG-SUIVANT
              WHEN DFHPF7
      *            MOIS PRECEDENT
                   MOVE PLA-MOIS TO W-MOIS-N
                   IF W-MOIS-MM = 1
                      MOVE 12 TO W-MOIS-MM
                      SUBTRACT 1 FROM W-MOIS-AAAA
                   ELSE
                      SUBTRACT 1 FROM W-MOIS-MM
                   END-IF
                   MOVE W-MOIS-N TO PLA-MOIS
                   MOVE 1        TO PLA-PAGE
                   PERFORM 23130-CHARGE-PLANNING
                   PERFORM 22000-TRAIT-ENVOI
              WHEN DFHPF8
      *            MOIS SUIVANT
                   MOVE PLA-MOIS TO W-MOIS-N
                   IF W-MOIS-MM = 12
                      MOVE 1 TO W-MOIS-MM
                      ADD 1 TO W-MOIS-AAAA
                   ELSE
                      ADD 1 TO W-MOIS-MM
                   END-IF
                   MOVE W-MOIS-N TO PLA-MOIS
                   MOVE 1        TO PLA-PAGE
                   PERFORM 23130-CHARGE-PLANNING
                   PERFORM 22000-TRAIT-ENVOI
              WHEN DFHPF6
      *            SESSIONS SUIVANTES DU MEME MOIS (RETOUR A LA
      *            PREMIERE PAGE APRES LA DERNIERE)
                   ADD 1 TO PLA-PAGE
                   PERFORM 23130-CHARGE-PLANNING
                   PERFORM 22000-TRAIT-ENVOI
              WHEN DFHPF11
                   PERFORM 23500-TRAIT-CURSOR
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
           MOVE LOW-VALUE TO MAPC8I
           EXEC CICS RECEIVE MAP   ('MAPC8')
                             MAPSET(MA-MAP)
                             RESP  (C-R)
           END-EXEC

           INITIALIZE messo

           EVALUATE C-R
              WHEN DFHRESP(NORMAL)
                   CONTINUE
              WHEN DFHRESP(MAPFAIL)
                   CONTINUE
              WHEN OTHER
                   PERFORM 91000-ERREUR-CICS
           END-EVALUATE

      *    Mois saisi (MMAAAA) : seules les zones modifiees sont
      *    recues, une zone non retouchee garde le mois affiche
           IF MOISI NOT = SPACE AND LOW-VALUE
              MOVE MOISI TO W-MOIS-SAISI
              IF W-MOIS-SAISI IS NOT NUMERIC
                 OR W-SAI-MM < 1 OR W-SAI-MM > 12
                 OR W-SAI-AAAA < 1900
                 MOVE -1 to moisl
                 MOVE 'Mois invalide : saisissez MMAAAA' to messo
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
              MOVE W-SAI-AAAA TO W-MOIS-AAAA
              MOVE W-SAI-MM   TO W-MOIS-MM
              MOVE W-MOIS-N   TO PLA-MOIS
           END-IF

      *    Site saisi : blanc ou *** = tous les sites
           IF SITEI NOT = LOW-VALUE
              IF SITEI = SPACE OR '***'
                 MOVE SPACE TO PLA-SITE
              ELSE
                 MOVE SITEI       TO E-SIT-CODE
                 MOVE 'FSITE'     TO file-name
                 SET c-consult    TO TRUE
                 MOVE E-SITE      TO enrgmt
                 CALL pgm-accfile USING accfile-param
                 IF NOT cr-ok
                    MOVE -1 to sitel
                    MOVE 'Site inconnu au referentiel' to messo
                    PERFORM 22000-TRAIT-ENVOI
                 END-IF
                 MOVE SITEI TO PLA-SITE
              END-IF
           END-IF

           MOVE 1 TO PLA-PAGE
           PERFORM 23130-CHARGE-PLANNING
           PERFORM 22000-TRAIT-ENVOI
           .

      *--------------------------------------------------
      * --  CONSTRUCTION DU PLANNING DU MOIS AFFICHE   --
      *--------------------------------------------------
       23130-CHARGE-PLANNING.
      *---------------------*
           MOVE PLA-MOIS TO W-MOIS-N
           PERFORM 23140-CALENDRIER-MOIS
           PERFORM 23150-ENTETES

           IF PLA-SITE = SPACE OR LOW-VALUE
              MOVE SPACE TO PLA-SITE
              MOVE 'Tous les sites' TO NOMSITEO
           ELSE
              MOVE PLA-SITE    TO E-SIT-CODE
              MOVE 'FSITE'     TO file-name
              SET c-consult    TO TRUE
              MOVE E-SITE      TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt        TO E-SITE
                 MOVE E-SIT-LIBELLE TO NOMSITEO
              ELSE
                 MOVE SPACE         TO NOMSITEO
              END-IF
           END-IF

           PERFORM 23160-LIRE-SESSIONS

      *    Page au dela des sessions du mois : retour a la premiere
           IF W-NB-LIGNES = 0 AND W-NB-SESSIONS > 0
              MOVE 1 TO PLA-PAGE
              PERFORM 23160-LIRE-SESSIONS
           END-IF

           IF W-NB-SESSIONS = 0
              MOVE 'Aucune session sur ce mois' to messo
           ELSE
              DIVIDE W-NB-SESSIONS BY 12
                 GIVING W-NB-PAGES REMAINDER W-CAL-RESTE
              IF W-CAL-RESTE > 0
                 ADD 1 TO W-NB-PAGES
              END-IF
              MOVE W-NB-SESSIONS TO W-NB-SESSIONS-EDIT
              MOVE PLA-PAGE      TO W-NUM-PAGE-EDIT
              MOVE W-NB-PAGES    TO W-NB-PAGES-EDIT
              MOVE SPACE TO messo
              STRING W-NB-SESSIONS-EDIT DELIMITED BY SIZE
                     ' session(s) - page ' DELIMITED BY SIZE
                     W-NUM-PAGE-EDIT       DELIMITED BY SIZE
                     ' /'                  DELIMITED BY SIZE
                     W-NB-PAGES-EDIT       DELIMITED BY SIZE
                     ' - PF11 sur une ligne = session'
                                           DELIMITED BY SIZE
                     INTO messo
              END-STRING
           END-IF
           .

       23140-CALENDRIER-MOIS.
      *    Bornes du mois, jour de la semaine du 1er, samedis et
      *    dimanches puis jours feries de FJOUR11
           MOVE NB-JOURS(W-MOIS-MM) TO W-DERNIER-JOUR
           IF W-MOIS-MM = 2
              PERFORM 27300-TEST-BISSEXTILE
              IF (MOD400 OR (MOD4 AND NOT MOD100))
                 MOVE 29 TO W-DERNIER-JOUR
              END-IF
           END-IF
           COMPUTE W-MOIS-DEB = W-MOIS-N * 100 + 1
           COMPUTE W-MOIS-FIN = W-MOIS-N * 100 + W-DERNIER-JOUR

           PERFORM 26000-NUMERO-JOUR
           SUBTRACT 1 FROM W-CAL-NUM-JOUR
           DIVIDE W-CAL-NUM-JOUR BY 7
              GIVING W-CAL-QUOTIENT REMAINDER W-RANG-1ER
           MOVE W-RANG-1ER TO W-RANG-JOUR

           MOVE SPACE TO TAB-JOURS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-DERNIER-JOUR
              IF W-RANG-JOUR > 4
                 SET JOUR-WEEKEND(I) TO TRUE
              ELSE
                 SET JOUR-OUVRE(I)   TO TRUE
              END-IF
              IF W-RANG-JOUR = 6
                 MOVE 0 TO W-RANG-JOUR
              ELSE
                 ADD 1 TO W-RANG-JOUR
              END-IF
           END-PERFORM

           MOVE 0 TO W-NB-FERIES
           SET FIN-BROWSE-NON TO TRUE
           MOVE W-MOIS-DEB   TO E-JOU-DATE
           MOVE E-JOUR-FERIE TO enrgmt
           MOVE 'FJOUR'      TO file-name
           SET c-startbr     TO TRUE
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-JOUR-FERIE TO enrgmt
              MOVE 'FJOUR'      TO file-name
              SET c-readnext    TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-JOUR-FERIE
                 IF E-JOU-DATE > W-MOIS-FIN
                    SET FIN-BROWSE-OUI TO TRUE
                 ELSE
                    MOVE E-JOU-DATE(7:2) TO W-JOUR-EDIT
                    SET JOUR-FERIE(W-JOUR-EDIT) TO TRUE
                    ADD 1 TO W-NB-FERIES
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FJOUR'      TO file-name
           SET c-endbr       TO TRUE
           MOVE E-JOUR-FERIE TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       23150-ENTETES.
      *    Quatre lignes d'entete alignees sur les jours des lignes
      *    session : dizaine et unite du jour, initiale du jour de la
      *    semaine, F sous les jours feries
           MOVE SPACE TO W-ENTETE
           MOVE 'SESSION' TO W-ENT-GAUCHE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-DERNIER-JOUR
              MOVE I          TO W-JOUR-EDIT
              MOVE W-JOUR-DIZ TO W-ENT-JOUR(I)
           END-PERFORM
           MOVE ' FORMAT SAL REMPLI  INTITULE' TO W-ENT-DROITE
           MOVE W-ENTETE TO ENTDIZO

           MOVE SPACE TO W-ENTETE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-DERNIER-JOUR
              MOVE I          TO W-JOUR-EDIT
              MOVE W-JOUR-UNI TO W-ENT-JOUR(I)
           END-PERFORM
           MOVE W-ENTETE TO ENTUNIO

           MOVE SPACE TO W-ENTETE
           MOVE W-RANG-1ER TO W-RANG-JOUR
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-DERNIER-JOUR
              ADD 1 TO W-RANG-JOUR GIVING J
              MOVE W-LETTRES-SEMAINE(J:1) TO W-ENT-JOUR(I)
              IF W-RANG-JOUR = 6
                 MOVE 0 TO W-RANG-JOUR
              ELSE
                 ADD 1 TO W-RANG-JOUR
              END-IF
           END-PERFORM
           MOVE W-ENTETE TO ENTSEMO

           MOVE SPACE TO W-ENTETE
           IF W-NB-FERIES > 0
              MOVE 'FERIES' TO W-ENT-GAUCHE
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-DERNIER-JOUR
                 IF JOUR-FERIE(I)
                    MOVE 'F' TO W-ENT-JOUR(I)
                 END-IF
              END-PERFORM
              MOVE ' # = jour de session  F = ferie'
                TO W-ENT-DROITE
           ELSE
              MOVE ' # = jour de session' TO W-ENT-DROITE
           END-IF
           MOVE W-ENTETE TO ENTFERO
           .

       23160-LIRE-SESSIONS.
      *    Parcours complet de FSESS11 : sessions non annulees du site
      *    (tous si blanc) qui touchent le mois. Seules celles de la
      *    page demandee sont affichees, toutes sont comptees
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 12
              MOVE SPACE TO LIGNEO(I)
              MOVE SPACE TO W-PAGE-CODE(I)
           END-PERFORM
           MOVE 0 TO W-NB-SESSIONS W-NB-LIGNES
           COMPUTE W-RANG-DEB = (PLA-PAGE - 1) * 12

           SET FIN-BROWSE-NON TO TRUE
           MOVE LOW-VALUE   TO E-SES-CODE
           MOVE E-SESSION   TO enrgmt
           MOVE 'FSESS'     TO file-name
           SET c-startbr    TO TRUE
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-SESSION   TO enrgmt
              MOVE 'FSESS'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-SESSION
                 MOVE E-SES-DATE-DEB(5:4) TO W-SES-DEB(1:4)
                 MOVE E-SES-DATE-DEB(3:2) TO W-SES-DEB(5:2)
                 MOVE E-SES-DATE-DEB(1:2) TO W-SES-DEB(7:2)
                 MOVE E-SES-DATE-FIN(5:4) TO W-SES-FIN(1:4)
                 MOVE E-SES-DATE-FIN(3:2) TO W-SES-FIN(5:2)
                 MOVE E-SES-DATE-FIN(1:2) TO W-SES-FIN(7:2)
                 IF NOT SES-ANNULEE
                    AND (PLA-SITE = SPACE OR E-SES-SITE = PLA-SITE)
                    AND W-SES-DEB NOT > W-MOIS-FIN
                    AND W-SES-FIN NOT < W-MOIS-DEB
                    ADD 1 TO W-NB-SESSIONS
                    IF W-NB-SESSIONS > W-RANG-DEB
                       AND W-NB-LIGNES < 12
                       ADD 1 TO W-NB-LIGNES
                       PERFORM 23170-LIGNE-SESSION
                    END-IF
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FSESS'     TO file-name
           SET c-endbr      TO TRUE
           MOVE E-SESSION   TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       23170-LIGNE-SESSION.
      *    Jours de la session dans le mois : # jour ouvre, F ferie,
      *    . samedi ou dimanche ; blanc hors de la session
           MOVE E-SES-CODE       TO W-LIG-CODE
                                    W-PAGE-CODE(W-NB-LIGNES)
           MOVE SPACE            TO W-LIG-JOURS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > W-DERNIER-JOUR
              COMPUTE W-JOUR-DATE = W-MOIS-DEB + I - 1
              IF W-JOUR-DATE NOT < W-SES-DEB
                 AND W-JOUR-DATE NOT > W-SES-FIN
                 EVALUATE TRUE
                    WHEN JOUR-FERIE(I)
                       MOVE 'F' TO W-LIG-JOUR(I)
                    WHEN JOUR-WEEKEND(I)
                       MOVE '.' TO W-LIG-JOUR(I)
                    WHEN OTHER
                       MOVE '#' TO W-LIG-JOUR(I)
                 END-EVALUATE
              END-IF
           END-PERFORM

           PERFORM 23180-FORMATEUR-PRINCIPAL
           MOVE E-SES-CODE-SALLE TO W-LIG-SALLE
           MOVE E-SES-INSCRITS   TO W-LIG-INSCRITS
           MOVE E-SES-CAPACITE   TO W-LIG-CAPACITE
           MOVE E-SES-TITRE      TO W-LIG-TITRE

           MOVE W-LIGNE-PLANNING TO LIGNEO(W-NB-LIGNES)
      *    Session complete : ligne mise en evidence
           IF E-SES-INSCRITS NOT < E-SES-CAPACITE
              AND E-SES-CAPACITE > 0
              MOVE DFHBMBRY TO LIGNEA(W-NB-LIGNES)
           END-IF
           .

       23180-FORMATEUR-PRINCIPAL.
      *    Affectations de la session (FAFFE11, cle session +
      *    formateur) : la premiere de role principal
           MOVE SPACE TO W-LIG-FORMATEUR
           SET FIN-AFF-NON TO TRUE

           MOVE E-SES-CODE    TO E-AFF-SESSION
           MOVE LOW-VALUE     TO E-AFF-FORMATEUR
           MOVE E-AFFECTATION TO enrgmt
           MOVE 'FAFFE'       TO file-name
           SET c-startbr      TO TRUE
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              SET FIN-AFF-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-AFF-OUI
              MOVE E-AFFECTATION TO enrgmt
              MOVE 'FAFFE'       TO file-name
              SET c-readnext     TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-AFFECTATION
                 IF E-AFF-SESSION NOT = E-SES-CODE
                    SET FIN-AFF-OUI TO TRUE
                 ELSE
                    IF AFF-PRINCIPAL
                       MOVE E-AFF-FORMATEUR TO W-LIG-FORMATEUR
                       SET FIN-AFF-OUI TO TRUE
                    END-IF
                 END-IF
              ELSE
                 SET FIN-AFF-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FAFFE'       TO file-name
           SET c-endbr        TO TRUE
           MOVE E-AFFECTATION TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

      *--------------------------------------------------
      * --  PF11 : SESSION DE LA LIGNE SOUS LE CURSEUR  --
      *--------------------------------------------------
       23500-TRAIT-CURSOR.
      *-------------------*
      *    Les lignes session occupent les lignes 9 a 20 de l'ecran.
      *    La page est reconstituee pour retrouver la session
           PERFORM 23130-CHARGE-PLANNING

           COMPUTE posCursor = ((EIBCPOSN / 80) + 1) - 8
           IF posCursor < 1 OR posCursor > 12
              MOVE 'Positionnez le curseur sur une ligne de session'
                to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           IF W-PAGE-CODE(posCursor) = SPACE
              MOVE 'Aucune session sur cette ligne' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

      *    SES1CI11 est un ecran de mise a jour : meme controle que
      *    le menu (role gestion ou supervision dans FHABI11)
           SET HABILITATION-MAJ-KO TO TRUE
           MOVE EIBUSERID        TO E-HAB-USERID
           MOVE 'FHABI'          TO file-name
           SET c-consult         TO TRUE
           MOVE E-HABILITATION   TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt TO E-HABILITATION
              IF ROLE-GESTION OR ROLE-SUPERVISION
                 SET HABILITATION-MAJ-OK TO TRUE
              END-IF
           END-IF

           IF HABILITATION-MAJ-KO
              MOVE 'Acces reserve au personnel habilite' TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE MON-PROG               TO PLA-APPEL-PROG
           MOVE W-PAGE-CODE(posCursor) TO PLA-APPEL-CODE
           MOVE PROG-COURANT           TO LAST-PROG
           MOVE 'SES1CI11'             TO PROG-SUIVANT
           PERFORM 23110-PROG-SUIVANT
           .

      *--------------------------------------------------
      * --  CALENDRIER : NUMERO DE JOUR DU 1ER DU MOIS  --
      *--------------------------------------------------
       26000-NUMERO-JOUR.
      *----------------------*
           COMPUTE W-CAL-ANS = W-MOIS-AAAA - 1
           COMPUTE W-CAL-NUM-JOUR = W-CAL-ANS * 365
           DIVIDE W-CAL-ANS BY 4
              GIVING W-CAL-QUOTIENT REMAINDER W-CAL-RESTE
           ADD W-CAL-QUOTIENT TO W-CAL-NUM-JOUR
           DIVIDE W-CAL-ANS BY 100
              GIVING W-CAL-QUOTIENT REMAINDER W-CAL-RESTE
           SUBTRACT W-CAL-QUOTIENT FROM W-CAL-NUM-JOUR
           DIVIDE W-CAL-ANS BY 400
              GIVING W-CAL-QUOTIENT REMAINDER W-CAL-RESTE
           ADD W-CAL-QUOTIENT TO W-CAL-NUM-JOUR
           COMPUTE W-CAL-NUM-JOUR = W-CAL-NUM-JOUR
                 + CUMUL-MOIS(W-MOIS-MM) + 1

           IF W-MOIS-MM > 2
              PERFORM 27300-TEST-BISSEXTILE
              IF (MOD400 OR (MOD4 AND NOT MOD100))
                 ADD 1 TO W-CAL-NUM-JOUR
              END-IF
           END-IF
           .

       27300-TEST-BISSEXTILE.
      *----------------------*
           DIVIDE W-MOIS-AAAA BY 4
              GIVING MODULO4 REMAINDER MODULO4
           DIVIDE W-MOIS-AAAA BY 100
              GIVING MODULO100 REMAINDER MODULO100
           DIVIDE W-MOIS-AAAA BY 400
              GIVING MODULO400 REMAINDER MODULO400
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

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO messo
           move -1 to MOISL
           PERFORM  22000-TRAIT-ENVOI
           .

       90100-TRAIT-AIDE.
      *-----------------*
           MOVE 'PF3=Menu PF6=Suite PF7/8=Mois prec/suiv PF11=Session'
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
