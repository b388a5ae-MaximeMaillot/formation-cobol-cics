      *======================================================*
      *   PLAN D'ACTION INDIVIDUEL D'UN STAGIAIRE (FPACT11) :*
      *   LE NUMERO SEUL LISTE LES ACTIONS DU PLAN. AVEC LA  *
      *   DATE PREVUE D'UN ENTRETIEN TENU (FENTR11), ACTION  *
      *   A + DESCRIPTION + RESPONSABLE (S=STAGIAIRE         *
      *   G=GESTIONNAIRE) + ECHEANCE CONVIENT UNE NOUVELLE   *
      *   ACTION ; ACTION R + NUMERO D'ACTION + ETAT         *
      *   (O=OUVERTE R=REALISEE A=ABANDONNEE) LA REVOIT A UN *
      *   ENTRETIEN POSTERIEUR (NOUVELLE ECHEANCE POSSIBLE   *
      *   SI ELLE RESTE OUVERTE)                             *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAC1CI11.

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
      *        NUMERO SELECTIONNE (POSITION CUR-NUMSTAG PARTAGEE
      *        AVEC INF2CI11) ET, DEPUIS ENT1CI11, DATE PREVUE
      *        (JJMMAAAA) DE L'ENTRETIEN AFFICHE
           05 CUR-NUMSTAG         PIC 9(6).
           05 CUR-DATE-ENT        PIC X(8).
           05 FILLER              PIC X(51).

       01 C-R                     PIC S9(8) COMP.
       01 I                       PIC S9(4) COMP.

       01 MON-PROG                PIC X(8) VALUE 'PAC1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPE3C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VOCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPE3C11.

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

      * Structure d'un entretien de suivi (FENTR11)
       COPY CENTR.

      * Structure d'un code resultat d'entretien (FRENT11)
       COPY CRENT.

      * Structure d'une action du plan (FPACT11)
       COPY CPACT.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.

       01 W-DATE-ECR                     PIC X(10).
       01 W-AUJOURDHUI                   PIC X(8).

      * --------- Dates recadrees JJMMAAAA -> AAAAMMJJ
       01 W-ORD-ENTRETIEN.
         05 W-ENT-AAAA                   PIC X(4).
         05 W-ENT-MM                     PIC X(2).
         05 W-ENT-JJ                     PIC X(2).
       01 W-ORD-TENUE                    PIC X(8).
       01 W-ORD-ECHEANCE                 PIC X(8).

      * --------- Derniere action du plan
       01 SEQ-MAX                        PIC 9(3).
       01 W-NB-ACTIONS                   PIC 9(3).
       01 W-ACTION-CREEE                 PIC 9.
         88 ACTION-CREEE            VALUE 1.
         88 ACTION-REVUE            VALUE 0.

      * --------- Zone de construction d'une ligne du plan
       01 W-LIGNE-ACTION.
         05 W-LIG-SEQ                    PIC 9(3).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-STATUT                 PIC X(1).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-RESP                   PIC X(1).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-ECHEANCE               PIC X(10).
         05 W-LIG-RETARD                 PIC X(1).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-REVUE                  PIC X(8).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-DESC                   PIC X(46).

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
      *  CHARGEMENT DE LA MAP AVANT AFFICHAGE : UN NUMERO TRANSMIS
      *  PAR L'AGENDA OU LES ENTRETIENS AFFICHE DIRECTEMENT LE PLAN
           MOVE LOW-VALUE TO MAPE3O
           MOVE 'Numero (+date entretien tenu, action A/R)'
             to messo

           IF CUR-NUMSTAG IS NUMERIC AND CUR-NUMSTAG > 0
              MOVE CUR-NUMSTAG TO NUMSTAGI
              IF LAST-PROG = 'ENT1CI11'
                 AND CUR-DATE-ENT NOT = SPACE AND LOW-VALUE
                 MOVE CUR-DATE-ENT TO DATEENTI
              END-IF
              MOVE CUR-NUMSTAG TO E-NUMERO
              MOVE 'FSTAG'     TO file-name
              SET c-consult    TO TRUE
              MOVE E-STAGIAIRE TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-STAGIAIRE
                 PERFORM 23510-AFFICHE-NOM
                 PERFORM 23130-LISTE-PLAN
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
            '/mape3c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER

           move -1 to numstagl

           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPE3')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPE3')
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

       23100-TRAIT-ENTER.
      *------------------*
           EXEC CICS RECEIVE MAP   ('MAPE3')
                             MAPSET(MA-MAP)
                             RESP  (C-R)
           END-EXEC

           INITIALIZE messo

           EVALUATE C-R
              WHEN DFHRESP(NORMAL)
                   CONTINUE
              WHEN DFHRESP(MAPFAIL)
                   MOVE 'Saisissez un numero de stagiaire' to messo
                   PERFORM 22000-TRAIT-ENVOI
              WHEN OTHER
                   PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(W-AUJOURDHUI)
                     DDMMYYYY(W-DATE-ECR)
                     DATESEP('/')
           END-EXEC

           PERFORM 23200-CHECK-NUMSTAG
           MOVE SPACE TO ENTINFOO

      *    SANS ACTION : SIMPLE CONSULTATION DU PLAN
           IF ACTIONI = SPACE OR LOW-VALUE
              PERFORM 23130-LISTE-PLAN
              IF W-NB-ACTIONS = 0
                 MOVE 'Aucune action au plan de ce stagiaire' to messo
              ELSE
                 MOVE 'Plan d''action du stagiaire' to messo
              END-IF
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF ACTIONI NOT = 'A' AND NOT = 'R'
              MOVE -1 to actionl
              MOVE 'Action invalide (A=Nouvelle action R=Revue)'
                to messo
              PERFORM 23130-LISTE-PLAN
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           PERFORM 23210-CHECK-ENTRETIEN

           IF ACTIONI = 'A'
              PERFORM 23300-CREE-ACTION
           ELSE
              PERFORM 23400-REVOIT-ACTION
           END-IF

           PERFORM 23310-AUDIT-ACTION
           MOVE SPACE TO ACTIONO SEQACTO DESCO RESPO ECHEANCEO
                         STATUTO
           PERFORM 23130-LISTE-PLAN
           PERFORM 22000-TRAIT-ENVOI
           .

       23200-CHECK-NUMSTAG.
      *--------------------*
           IF NUMSTAGI = SPACE OR LOW-VALUE
              OR NUMSTAGI IS NOT NUMERIC
              MOVE -1 to numstagl
              MOVE 'Veuillez saisir un numero' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE NUMSTAGI    TO E-NUMERO
           MOVE 'FSTAG'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE -1 to numstagl
              MOVE SPACE TO NOMSTAGO
              MOVE 'Pas de stagiaire trouve' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE enrgmt   TO E-STAGIAIRE
           MOVE NUMSTAGI TO CUR-NUMSTAG
           PERFORM 23510-AFFICHE-NOM
           .

      *--------------------------------------------------
      * --  ENTRETIEN DE REFERENCE : PLANIFIE ET TENU ----
      *--------------------------------------------------
       23210-CHECK-ENTRETIEN.
      *----------------------*
           IF DATEENTI = SPACE OR LOW-VALUE
              MOVE -1 to dateentl
              MOVE 'Saisissez la date prevue de l''entretien tenu'
                to messo
              PERFORM 23130-LISTE-PLAN
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE DATEENTI to date-to-validate
           MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
           CALL pgm-validdat using validdat-param

           IF cr-validdat-false
              MOVE -1 to dateentl
              MOVE 'Date d''entretien non valide (JJMMAAAA)' to messo
              PERFORM 23130-LISTE-PLAN
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE DATEENTI(5:4) TO W-ENT-AAAA
           MOVE DATEENTI(3:2) TO W-ENT-MM
           MOVE DATEENTI(1:2) TO W-ENT-JJ

           MOVE NUMSTAGI        TO E-ENT-NUMERO
           MOVE W-ORD-ENTRETIEN TO E-ENT-DATE-PREVUE
           MOVE 'FENTR'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-ENTRETIEN TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE -1 to dateentl
              MOVE 'Aucun entretien planifie a cette date' to messo
              PERFORM 23130-LISTE-PLAN
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE enrgmt TO E-ENTRETIEN

           IF E-ENT-DATE-TENUE = SPACE OR LOW-VALUE
              MOVE -1 to dateentl
              MOVE 'Entretien non encore tenu (ENT1CI11)' to messo
              PERFORM 23130-LISTE-PLAN
              PERFORM 22000-TRAIT-ENVOI
           END-IF

      *    Date de tenue stockee JJMMAAAA
           STRING E-ENT-DATE-TENUE(5:4) E-ENT-DATE-TENUE(3:2)
                  E-ENT-DATE-TENUE(1:2)
                  DELIMITED BY SIZE INTO W-ORD-TENUE
           END-STRING

           MOVE E-ENT-RESULTAT TO E-REN-CODE
           MOVE 'FRENT'        TO file-name
           SET c-consult       TO TRUE
           MOVE E-RESULTAT-ENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt TO E-RESULTAT-ENT
           ELSE
              MOVE SPACE  TO E-REN-LIBELLE
           END-IF

           MOVE SPACE TO ENTINFOO
           STRING 'TENU LE ' E-ENT-DATE-TENUE
                  ' RESULTAT ' E-ENT-RESULTAT ' '
                  E-REN-LIBELLE
                  DELIMITED BY SIZE INTO ENTINFOO
           END-STRING
           .

      *--------------------------------------------------
      * --  NOUVELLE ACTION CONVENUE A L'ENTRETIEN -------
      *--------------------------------------------------
       23300-CREE-ACTION.
      *------------------*
           IF DESCI = SPACE OR LOW-VALUE
              MOVE -1 to descl
              MOVE 'Decrivez l''action convenue' to messo
              PERFORM 23130-LISTE-PLAN
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE RESPI TO E-PAC-RESPONSABLE
           IF NOT PAC-RESP-VALIDE
              MOVE -1 to respl
              MOVE 'Responsable : S=Stagiaire G=Gestionnaire' to messo
              PERFORM 23130-LISTE-PLAN
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           PERFORM 23220-CHECK-ECHEANCE

           PERFORM 23130-LISTE-PLAN

           MOVE SPACE            TO E-PLAN-ACTION
           MOVE NUMSTAGI         TO E-PAC-NUMERO
           COMPUTE E-PAC-SEQ = SEQ-MAX + 1
           MOVE W-ORD-ENTRETIEN  TO E-PAC-ENT-ORIGINE
           MOVE DESCI            TO E-PAC-DESCRIPTION
           MOVE RESPI            TO E-PAC-RESPONSABLE
           MOVE W-ORD-ECHEANCE   TO E-PAC-ECHEANCE
           SET PAC-OUVERTE       TO TRUE
           MOVE SPACE            TO E-PAC-ENT-REVUE
           MOVE W-DATE-ECR       TO E-PAC-DATE-MAJ
           MOVE EIBUSERID        TO E-PAC-USERID

           MOVE 'FPACT'       TO file-name
           SET c-write        TO TRUE
           MOVE E-PLAN-ACTION TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE 'Echec de l''enregistrement de l''action' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           SET ACTION-CREEE TO TRUE
           MOVE SPACE TO messo
           STRING 'Action ' E-PAC-SEQ ' ajoutee au plan'
                  DELIMITED BY SIZE INTO messo
           END-STRING
           .

      *--------------------------------------------------
      * --  REVUE D'UNE ACTION A UN ENTRETIEN SUIVANT ----
      *--------------------------------------------------
       23400-REVOIT-ACTION.
      *--------------------*
           IF SEQACTI = SPACE OR LOW-VALUE
              OR SEQACTI IS NOT NUMERIC
              MOVE -1 to seqactl
              MOVE 'Saisissez le numero de l''action revue' to messo
              PERFORM 23130-LISTE-PLAN
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE NUMSTAGI      TO E-PAC-NUMERO
           MOVE SEQACTI       TO E-PAC-SEQ
           MOVE 'FPACT'       TO file-name
           SET c-read         TO TRUE
           MOVE E-PLAN-ACTION TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE -1 to seqactl
              MOVE 'Action inexistante au plan' to messo
              PERFORM 23130-LISTE-PLAN
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           MOVE enrgmt TO E-PLAN-ACTION

      *    LA REVUE SE FAIT A UN ENTRETIEN POSTERIEUR A CELUI
      *    QUI A CONVENU L'ACTION
           IF W-ORD-ENTRETIEN NOT > E-PAC-ENT-ORIGINE
              MOVE -1 to dateentl
              MOVE 'Revue a un entretien posterieur a la creation'
                to messo
              PERFORM 23130-LISTE-PLAN
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE STATUTI TO E-PAC-STATUT
           IF NOT PAC-STATUT-VALIDE
              MOVE -1 to statutl
              MOVE 'Etat : O=Ouverte R=Realisee A=Abandonnee' to messo
              PERFORM 23130-LISTE-PLAN
              PERFORM 22000-TRAIT-ENVOI
           END-IF

      *    NOUVELLE ECHEANCE : SEULEMENT SI L'ACTION RESTE OUVERTE
           IF ECHEANCEI NOT = SPACE AND LOW-VALUE
              IF NOT PAC-OUVERTE
                 MOVE -1 to echeancel
                 MOVE 'Echeance reportee sur une action ouverte seule'
                   to messo
                 PERFORM 23130-LISTE-PLAN
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
              PERFORM 23220-CHECK-ECHEANCE
              MOVE W-ORD-ECHEANCE TO E-PAC-ECHEANCE
           END-IF

           IF DESCI NOT = SPACE AND LOW-VALUE
              MOVE DESCI TO E-PAC-DESCRIPTION
           END-IF
           IF RESPI NOT = SPACE AND LOW-VALUE
              MOVE RESPI TO E-PAC-RESPONSABLE
              IF NOT PAC-RESP-VALIDE
                 MOVE -1 to respl
                 MOVE 'Responsable : S=Stagiaire G=Gestionnaire'
                   to messo
                 PERFORM 23130-LISTE-PLAN
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF

           MOVE W-ORD-ENTRETIEN TO E-PAC-ENT-REVUE
           MOVE W-DATE-ECR      TO E-PAC-DATE-MAJ
           MOVE EIBUSERID       TO E-PAC-USERID

           MOVE 'FPACT'       TO file-name
           SET c-rewrite      TO TRUE
           MOVE E-PLAN-ACTION TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE 'Echec de la revue de l''action' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           SET ACTION-REVUE TO TRUE
           MOVE SPACE TO messo
           STRING 'Action ' E-PAC-SEQ ' revue'
                  DELIMITED BY SIZE INTO messo
           END-STRING
           .

       23220-CHECK-ECHEANCE.
      *---------------------*
           MOVE ECHEANCEI to date-to-validate
           MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
           CALL pgm-validdat using validdat-param

           IF cr-validdat-false
              MOVE -1 to echeancel
              MOVE 'Echeance non valide (JJMMAAAA)' to messo
              PERFORM 23130-LISTE-PLAN
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           STRING ECHEANCEI(5:4) ECHEANCEI(3:2) ECHEANCEI(1:2)
                  DELIMITED BY SIZE INTO W-ORD-ECHEANCE
           END-STRING

           IF W-ORD-ECHEANCE < W-ORD-TENUE
              MOVE -1 to echeancel
              MOVE 'Echeance anterieure a l''entretien' to messo
              PERFORM 23130-LISTE-PLAN
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       23310-AUDIT-ACTION.
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
           MOVE 'FPACT11 '      TO RESSOURCE-TD
           IF ACTION-CREEE
              MOVE 'C'          TO FONCTION-TD
           ELSE
              MOVE 'M'          TO FONCTION-TD
           END-IF
           MOVE E-PAC-NUMERO    TO NUM-STAG-TD

           EXEC CICS WRITEQ TD
                     QUEUE('INFO')
                     FROM(E-TD)
                     LENGTH(LENGTH OF E-TD)
                     RESP(C-R)
           END-EXEC
           .

       23510-AFFICHE-NOM.
      *------------------*
           MOVE SPACE TO NOMSTAGO
           STRING E-NOM    DELIMITED BY '  '
                  ' '      DELIMITED BY SIZE
                  E-PRENOM DELIMITED BY '  '
                  INTO NOMSTAGO
           END-STRING
           .

      *--------------------------------------------------
      * --  ACTIONS DU PLAN (LES 10 DERNIERES, LA PLUS ---
      * --  RECENTE EN BAS) ET DERNIER NUMERO D'ACTION ---
      *--------------------------------------------------
       23130-LISTE-PLAN.
      *-----------------*
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
              MOVE SPACE TO LIGNEO(I)
           END-PERFORM
           MOVE 0 TO SEQ-MAX W-NB-ACTIONS
           SET FIN-BROWSE-NON TO TRUE

           MOVE NUMSTAGI      TO E-PAC-NUMERO
           MOVE 0             TO E-PAC-SEQ
           MOVE E-PLAN-ACTION TO enrgmt
           MOVE 'FPACT'       TO file-name
           SET c-startbr      TO TRUE
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-PLAN-ACTION TO enrgmt
              MOVE 'FPACT'       TO file-name
              SET c-readnext     TO TRUE
              CALL pgm-accfile USING accfile-param

              EVALUATE TRUE
                WHEN cr-ok
                  MOVE enrgmt TO E-PLAN-ACTION
                  IF E-PAC-NUMERO = NUMSTAGI
                     MOVE E-PAC-SEQ TO SEQ-MAX
                     ADD 1 TO W-NB-ACTIONS
                     PERFORM 23135-EMPILE-ACTION
                  ELSE
                     SET FIN-BROWSE-OUI TO TRUE
                  END-IF
                WHEN OTHER
                  SET FIN-BROWSE-OUI TO TRUE
              END-EVALUATE
           END-PERFORM

           MOVE 'FPACT'       TO file-name
           SET c-endbr        TO TRUE
           MOVE E-PLAN-ACTION TO enrgmt
           CALL pgm-accfile USING accfile-param
           SET FIN-BROWSE-NON TO TRUE
           .

       23135-EMPILE-ACTION.
      *    Les lignes remontent d'un cran, la plus recente en bas
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 9
              MOVE LIGNEO(I + 1) TO LIGNEO(I)
           END-PERFORM

           MOVE E-PAC-SEQ         TO W-LIG-SEQ
           MOVE E-PAC-STATUT      TO W-LIG-STATUT
           MOVE E-PAC-RESPONSABLE TO W-LIG-RESP
           MOVE SPACE             TO W-LIG-ECHEANCE
           STRING E-PAC-ECHEANCE(7:2) '/' E-PAC-ECHEANCE(5:2) '/'
                  E-PAC-ECHEANCE(1:4)
                  DELIMITED BY SIZE INTO W-LIG-ECHEANCE
           END-STRING
      *    Action ouverte dont l'echeance est depassee
           IF PAC-OUVERTE AND E-PAC-ECHEANCE < W-AUJOURDHUI
              MOVE '!'            TO W-LIG-RETARD
           ELSE
              MOVE SPACE          TO W-LIG-RETARD
           END-IF
           MOVE E-PAC-ENT-REVUE   TO W-LIG-REVUE
           MOVE E-PAC-DESCRIPTION TO W-LIG-DESC
           MOVE W-LIGNE-ACTION    TO LIGNEO(10)
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
           move -1 to NUMSTAGL
           PERFORM  22000-TRAIT-ENVOI
           .

       90100-TRAIT-AIDE.
      *-----------------*
           MOVE 'Num=Plan +Entretien+A=Nouvelle +R+Action+Etat=Revue'
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
