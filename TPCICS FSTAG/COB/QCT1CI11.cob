      *======================================================*
      *   REVUE DE CONTROLE QUALITE D'UN DOSSIER DE          *
      *   L'ECHANTILLON MENSUEL (FQCTL11, TIRE PAR QCT2CI11) *
      *   PAR UN SUPERVISEUR : LISTE DE CONTROLE FIXE        *
      *   (PIECES D'IDENTITE RECUES, CONVENTION SIGNEE,      *
      *   ASSIDUITE COHERENTE, COORDONNEES BANCAIRES         *
      *   APPROUVEES), CONSTAT ET ACTION CORRECTIVE AVEC     *
      *   ECHEANCE. UN SUPERVISEUR NE REVOIT PAS UN DOSSIER  *
      *   DE SON PROPRE PORTEFEUILLE                         *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QCT1CI11.

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
      *        DOSSIER EN COURS DE REVUE (MOIS + NUMERO)
           05 CLE-PREC            PIC X(12).
           05 FILLER              PIC X(52).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'QCT1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPF3C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VYCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPF3C11.

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

      * Structure d'un dossier de l'echantillon qualite (FQCTL11)
       COPY CQCTL.

      * Structure d'un profil d'habilitation (FHABI11)
       COPY CHABI.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

       01 W-HABILITATION                 PIC 9.
         88 HABILITATION-OK         VALUE 1.
         88 HABILITATION-KO         VALUE 0.

      * --------- Cle saisie : mois de l'echantillon (AAAAMM, a
      *           blanc = mois precedent) et numero de stagiaire
       01 W-CLE-SAISIE.
         05 W-MOIS                       PIC 9(6).
         05 W-MOIS-X REDEFINES W-MOIS.
           10 W-MOIS-AAAA                PIC 9(4).
           10 W-MOIS-MM                  PIC 9(2).
         05 W-NUMSTAG                    PIC 9(6).

      * --------- Date du jour (AAAAMMJJ)
       01 W-AUJOURDHUI                   PIC 9(8).
       01 W-AUJOURDHUI-X REDEFINES W-AUJOURDHUI.
         05 W-AUJ-AAAA                   PIC 9(4).
         05 W-AUJ-MM                     PIC 9(2).
         05 W-AUJ-JJ                     PIC 9(2).

      * --------- Controle de la liste de controle
       01 I                              PIC 9.
       01 W-NB-NON-CONFORMES             PIC 9.
       01 W-ECHEANCE.
         05 W-ECH-JJ                     PIC 9(2).
         05 W-ECH-MM                     PIC 9(2).
         05 W-ECH-AAAA                   PIC 9(4).
       01 W-ECHEANCE-X REDEFINES W-ECHEANCE
                                         PIC X(8).

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
           MOVE LOW-VALUE TO MAPF3O

      *  L'ECRAN EST RESERVE AU ROLE SUPERVISION
           PERFORM 28000-VERIFIE-SUPERVISION
           IF HABILITATION-KO
              MOVE 'Acces reserve au role supervision' TO messo
           ELSE
              MOVE 'Saisissez le mois (AAAAMM) et le numero du dossier'
                TO messo
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
            '/mapf3c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPF3')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPF3')
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
           EXEC CICS RECEIVE MAP   ('MAPF3')
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

           if CLE-PREC NOT = W-CLE-SAISIE
              perform GET-CONTROLE
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-REVUE
           .

       CHECK-CLE.
      *    Mois de l'echantillon : le mois precedent a defaut
           IF MOISI = SPACE OR LOW-VALUE
              EXEC CICS ASKTIME
                        ABSTIME(interval)
              END-EXEC
              EXEC CICS FORMATTIME
                        ABSTIME(interval)
                        YYYYMMDD(W-AUJOURDHUI)
              END-EXEC
              IF W-AUJ-MM = 1
                 COMPUTE W-MOIS-AAAA = W-AUJ-AAAA - 1
                 MOVE 12 TO W-MOIS-MM
              ELSE
                 MOVE W-AUJ-AAAA TO W-MOIS-AAAA
                 COMPUTE W-MOIS-MM = W-AUJ-MM - 1
              END-IF
              MOVE W-MOIS TO MOISO
           ELSE
              IF MOISI IS NOT NUMERIC
                 MOVE -1 to moisl
                 MOVE 'Mois de l''echantillon au format AAAAMM'
                   to messo
                 MOVE SPACE TO CLE-PREC
                 SET IS-LOCKED-FALSE TO TRUE
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE MOISI TO W-MOIS
              IF W-MOIS-MM < 1 OR W-MOIS-MM > 12
                 MOVE -1 to moisl
                 MOVE 'Mois de l''echantillon invalide' to messo
                 MOVE SPACE TO CLE-PREC
                 SET IS-LOCKED-FALSE TO TRUE
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

      *    Check le numero de stagiaire
           IF NUMSTAGI = SPACE OR LOW-VALUE
              OR NUMSTAGI IS NOT NUMERIC
              MOVE -1 to numstagl
              MOVE 'Veuillez saisir un numero de stagiaire' to messo
              MOVE SPACE TO CLE-PREC
              SET IS-LOCKED-FALSE TO TRUE
              perform 22000-TRAIT-ENVOI
           END-IF
           MOVE NUMSTAGI TO W-NUMSTAG
           .

       GET-CONTROLE.
      *    Le dossier doit figurer dans l'echantillon du mois
           MOVE LOW-VALUE TO NOMO PRENOMO SITEO GESTO ETATO TIRAGEO
                             REVUEO REVISEURO CONST1O CONST2O
                             ACTN1O ACTN2O ECHEANCEO RESULTO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
              MOVE LOW-VALUE TO POINTO(I)
           END-PERFORM

           MOVE W-MOIS             TO E-QCT-MOIS
           MOVE W-NUMSTAG          TO E-QCT-NUMERO
           MOVE 'FQCTL'            TO file-name
           SET c-consult           TO TRUE
           MOVE E-CONTROLE-QUALITE TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt             TO E-CONTROLE-QUALITE

           IF NOT cr-ok
              MOVE SPACE TO CLE-PREC
              MOVE 'Dossier absent de l''echantillon du mois' to messo
              MOVE -1 to numstagl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           PERFORM 23260-AFFICHE-CONTROLE

      *    Un superviseur ne revoit pas son propre portefeuille
           IF E-QCT-GESTIONNAIRE = EIBUSERID
              MOVE SPACE TO CLE-PREC
              MOVE 'Dossier de votre portefeuille : revue par un '
                & 'autre superviseur' TO messo
              MOVE -1 to numstagl
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE W-CLE-SAISIE TO CLE-PREC
           SET IS-LOCKED-FALSE TO TRUE
           IF QCT-REVU
              MOVE 'Dossier deja revu : modifiez la revue si besoin'
                to messo
           ELSE
              MOVE 'Points 1 a 4 : O conforme, N non conforme, '
                & 'S sans objet' to messo
           END-IF
           MOVE -1 to pointl(1)

           PERFORM 22000-TRAIT-ENVOI
           .

       23260-AFFICHE-CONTROLE.
      *    Identite du stagiaire et revue deja saisie
           MOVE E-QCT-NUMERO TO E-NUMERO
           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt      TO E-STAGIAIRE
              MOVE E-NOM       TO NOMO
              MOVE E-PRENOM    TO PRENOMO
           END-IF

           MOVE E-QCT-SITE         TO SITEO
           MOVE E-QCT-GESTIONNAIRE TO GESTO
           MOVE E-QCT-ETAT         TO ETATO
           MOVE E-QCT-DATE-TIRAGE  TO TIRAGEO
           MOVE E-QCT-DATE-REVUE   TO REVUEO
           MOVE E-QCT-REVISEUR     TO REVISEURO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
              MOVE E-QCT-POINT(I) TO POINTO(I)
           END-PERFORM
           MOVE E-QCT-RESULTAT       TO RESULTO
           MOVE E-QCT-CONSTAT(1:50)  TO CONST1O
           MOVE E-QCT-CONSTAT(51:50) TO CONST2O
           MOVE E-QCT-ACTION(1:50)   TO ACTN1O
           MOVE E-QCT-ACTION(51:50)  TO ACTN2O
           MOVE E-QCT-ECHEANCE       TO ECHEANCEO
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    Chaque point de la liste est O, N ou S
           MOVE 0 TO W-NB-NON-CONFORMES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
              INSPECT POINTI(I) CONVERTING 'ons' TO 'ONS'
              EVALUATE POINTI(I)
                 WHEN 'O'
                 WHEN 'S'
                    CONTINUE
                 WHEN 'N'
                    ADD 1 TO W-NB-NON-CONFORMES
                 WHEN OTHER
                    MOVE -1 to pointl(I)
                    MOVE 'Point de controle : O conforme, N non '
                      & 'conforme, S sans objet' to messo
                    perform 22000-TRAIT-ENVOI
              END-EVALUATE
           END-PERFORM

           INSPECT CONST1I   REPLACING ALL LOW-VALUE BY SPACE
           INSPECT CONST2I   REPLACING ALL LOW-VALUE BY SPACE
           INSPECT ACTN1I    REPLACING ALL LOW-VALUE BY SPACE
           INSPECT ACTN2I    REPLACING ALL LOW-VALUE BY SPACE
           INSPECT ECHEANCEI REPLACING ALL LOW-VALUE BY SPACE

      *    Un point non conforme exige le constat, l'action
      *    corrective et son echeance
           IF W-NB-NON-CONFORMES > 0
              IF CONST1I = SPACE AND CONST2I = SPACE
                 MOVE -1 to const1l
                 MOVE 'Point non conforme : decrivez le constat'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              IF ACTN1I = SPACE AND ACTN2I = SPACE
                 MOVE -1 to actn1l
                 MOVE 'Point non conforme : action corrective '
                   & 'obligatoire' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              IF ECHEANCEI = SPACE
                 MOVE -1 to echeancel
                 MOVE 'Echeance de l''action obligatoire (JJMMAAAA)'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

           IF ECHEANCEI NOT = SPACE
              IF ECHEANCEI IS NOT NUMERIC
                 MOVE -1 to echeancel
                 MOVE 'Echeance au format JJMMAAAA' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE ECHEANCEI TO W-ECHEANCE-X
              IF W-ECH-JJ < 1 OR W-ECH-JJ > 31
                 OR W-ECH-MM < 1 OR W-ECH-MM > 12
                 MOVE -1 to echeancel
                 MOVE 'Echeance invalide' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

           IF W-NB-NON-CONFORMES > 0
              MOVE 'N' TO RESULTO
           ELSE
              MOVE 'C' TO RESULTO
           END-IF
           .

       23300-ECRIT-REVUE.
      *    Enregistre la revue : le dossier est relu pour mise a
      *    jour dans la meme tache
           MOVE W-MOIS             TO E-QCT-MOIS
           MOVE W-NUMSTAG          TO E-QCT-NUMERO
           MOVE 'FQCTL'            TO file-name
           SET c-read              TO TRUE
           MOVE E-CONTROLE-QUALITE TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt             TO E-CONTROLE-QUALITE
           IF NOT cr-ok
              MOVE 'Dossier retire de l''echantillon : non mis a jour'
                to messo
              MOVE -1 to numstagl
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           SET QCT-REVU TO TRUE
           MOVE 0 TO W-NB-NON-CONFORMES
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
              MOVE POINTI(I) TO E-QCT-POINT(I)
              IF QCT-POINT-NON-CONFORME(I)
                 ADD 1 TO W-NB-NON-CONFORMES
              END-IF
           END-PERFORM
           IF W-NB-NON-CONFORMES > 0
              SET QCT-NON-CONFORME TO TRUE
           ELSE
              SET QCT-CONFORME TO TRUE
           END-IF
           MOVE CONST1I   TO E-QCT-CONSTAT(1:50)
           MOVE CONST2I   TO E-QCT-CONSTAT(51:50)
           MOVE ACTN1I    TO E-QCT-ACTION(1:50)
           MOVE ACTN2I    TO E-QCT-ACTION(51:50)
           MOVE ECHEANCEI TO E-QCT-ECHEANCE

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-QCT-DATE-REVUE)
                     DATESEP('/')
           END-EXEC
           MOVE EIBUSERID TO E-QCT-REVISEUR

           MOVE 'FQCTL'            TO file-name
           SET c-rewrite           TO TRUE
           MOVE E-CONTROLE-QUALITE TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              IF QCT-CONFORME
                 MOVE 'Revue enregistree : dossier conforme' to messo
              ELSE
                 MOVE 'Revue enregistree : dossier non conforme'
                   to messo
              END-IF
              PERFORM 23310-AUDIT-REVUE
           ELSE
              MOVE 'Echec de l''enregistrement de la revue' to messo
           END-IF

           move -1     to numstagl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE SPACE TO CLE-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-REVUE.
      *    Trace d'audit de la revue (TDQ INFO)
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
           MOVE 'FQCTL11 '      TO RESSOURCE-TD
           MOVE 'M'             TO FONCTION-TD
           MOVE E-QCT-NUMERO    TO NUM-STAG-TD
           STRING 'QUALITE '     DELIMITED BY SIZE
                  E-QCT-MOIS     DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  E-QCT-POINTS   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  E-QCT-RESULTAT DELIMITED BY SIZE
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

              MOVE '9'    TO MOISA NUMSTAGA CONST1A CONST2A
                             ACTN1A ACTN2A ECHEANCEA
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
                 MOVE '9' TO POINTA(I)
              END-PERFORM

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-PREC
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
              MOVE '9'    TO MOISA NUMSTAGA CONST1A CONST2A
                             ACTN1A ACTN2A ECHEANCEA
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
                 MOVE '9' TO POINTA(I)
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
