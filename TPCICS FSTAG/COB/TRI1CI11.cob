      *======================================================*
      *   RETOUR SIGNE DES CONVENTIONS TRIPARTITES DE        *
      *   PLACEMENT (REGISTRE FTRIP11 ALIMENTE PAR TRI2CI11) *
      *   : AFFICHE LA CONVENTION D'UN PLACEMENT (STAGIAIRE, *
      *   EMPLOYEUR, PERIODE, VERSION ET DATE D'EDITION) ET  *
      *   ENREGISTRE LA DATE A LAQUELLE L'EXEMPLAIRE SIGNE   *
      *   PAR LES TROIS PARTIES EST REVENU AU CENTRE. UNE    *
      *   CONVENTION REEDITEE REDEVIENT A RETOURNER          *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRI1CI11.

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
      *        CONVENTION AFFICHEE (CLE DU PLACEMENT)
           05 CLE-TRI-PREC.
             10 NUM-PREC          PIC X(6).
             10 SEQ-PREC          PIC X(2).
           05 FILLER              PIC X(56).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'TRI1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPD9C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VKCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPD9C11.

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

      * Structure d'une convention tripartite (FTRIP11)
       COPY CTRIP.

      * Structure d'un stagiaire (FSTAG11)
       COPY CSTAG.

      * Structure d'un employeur (FEMPL11)
       COPY CEMPL.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

      * --------- Convention relue
       01 W-TRI-TROUVE                   PIC 9.
       01 W-LIB-ETAT                     PIC X(20).

      * --------- Date de retour saisie et date du jour (AAAAMMJJ)
       01 W-DATE-JOUR                    PIC X(8).
       01 W-DATE-RETOUR.
         05 W-RET-AAAA                   PIC X(4).
         05 W-RET-MM                     PIC X(2).
         05 W-RET-JJ                     PIC X(2).

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
           MOVE LOW-VALUE TO MAPD9O
           MOVE SPACE TO CLE-TRI-PREC
           MOVE 'Numero et sequence du placement : retour de convention'
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
            '/mapd9c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPD9')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPD9')
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
                   MOVE SPACE TO CLE-TRI-PREC

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
           EXEC CICS RECEIVE MAP   ('MAPD9')
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

           perform CHECK-CLE-CONVENTION

           if (NUM-PREC NOT = NUMSTAGI OR SEQ-PREC NOT = SEQPLAI)
              perform GET-CONVENTION
           END-IF

           perform 23500-CHARGE-AFFICHAGE

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-RETOUR
           .

       CHECK-CLE-CONVENTION.
      *    Check le numero de stagiaire et la sequence du placement
           IF NUMSTAGI IS NOT NUMERIC
             MOVE -1 to numstagl
             MOVE 'Veuillez saisir un numero de stagiaire (6 chiffres)'
               to messo
             MOVE SPACE to CLE-TRI-PREC
             perform 22000-TRAIT-ENVOI
           END-IF

           IF SEQPLAI IS NOT NUMERIC
             MOVE -1 to seqplal
             MOVE 'Veuillez saisir la sequence du placement (2 chiff.)'
               to messo
             MOVE SPACE to CLE-TRI-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           .

       GET-CONVENTION.
      *    Affiche la convention du placement et son etat de retour
           MOVE NUMSTAGI TO NUM-PREC
           MOVE SEQPLAI  TO SEQ-PREC
           PERFORM 23500-CHARGE-AFFICHAGE

           IF W-TRI-TROUVE = 0
              MOVE LOW-VALUE TO MAPD9O
              MOVE 'Aucune convention editee pour ce placement'
                to messo
              MOVE -1 to numstagl
              MOVE SPACE to CLE-TRI-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           SET IS-LOCKED-FALSE TO TRUE
           MOVE LOW-VALUE TO NVRETOURO
           IF TRI-ANNULEE
              MOVE 'Placement annule : convention sans objet' to messo
              MOVE -1 to numstagl
              MOVE SPACE to CLE-TRI-PREC
           ELSE
              MOVE 'Date de retour de l''exemplaire signe (JJMMAAAA)'
                to messo
              MOVE -1 to nvretourl
           END-IF

           PERFORM 22000-TRAIT-ENVOI
           .

      *--------------------------------------------------
      * --  CONVENTION AFFICHEE --------------------------
      *--------------------------------------------------
       23500-CHARGE-AFFICHAGE.
      *    Les zones affichees sont protegees et ne reviennent pas a
      *    la reception : elles sont reconstituees a chaque envoi a
      *    partir de la cle de la commarea
           MOVE 0         TO W-TRI-TROUVE
           MOVE 5         TO code-retour
           IF NUM-PREC IS NUMERIC AND SEQ-PREC IS NUMERIC
              MOVE NUM-PREC     TO E-TRI-NUMERO
              MOVE SEQ-PREC     TO E-TRI-SEQ
              MOVE 'FTRIP'      TO file-name
              SET c-consult     TO TRUE
              MOVE E-TRIPARTITE TO enrgmt
              CALL pgm-accfile USING accfile-param
           END-IF

           IF cr-ok
              MOVE 1            TO W-TRI-TROUVE
              MOVE enrgmt       TO E-TRIPARTITE

              MOVE SPACE        TO NOMSTAGO
              MOVE E-TRI-NUMERO TO E-NUMERO
              MOVE 'FSTAG'      TO file-name
              SET c-consult     TO TRUE
              MOVE E-STAGIAIRE  TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-STAGIAIRE
                 STRING E-NOM    DELIMITED BY '  '
                        ' '      DELIMITED BY SIZE
                        E-PRENOM DELIMITED BY '  '
                        INTO NOMSTAGO
                 END-STRING
              END-IF

              MOVE SPACE           TO EMPINFOO
              MOVE E-TRI-EMPLOYEUR TO E-EMP-CODE
              MOVE 'FEMPL'         TO file-name
              SET c-consult        TO TRUE
              MOVE E-EMPLOYEUR     TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-EMPLOYEUR
                 STRING E-TRI-EMPLOYEUR DELIMITED BY SIZE
                        ' - '           DELIMITED BY SIZE
                        E-EMP-RAISON    DELIMITED BY '  '
                        INTO EMPINFOO
                 END-STRING
              ELSE
                 MOVE E-TRI-EMPLOYEUR TO EMPINFOO
              END-IF

              MOVE SPACE TO PERIODEO
              STRING 'Du '                DELIMITED BY SIZE
                     E-TRI-DATE-DEB(1:2)  DELIMITED BY SIZE
                     '/'                  DELIMITED BY SIZE
                     E-TRI-DATE-DEB(3:2)  DELIMITED BY SIZE
                     '/'                  DELIMITED BY SIZE
                     E-TRI-DATE-DEB(5:4)  DELIMITED BY SIZE
                     ' au '               DELIMITED BY SIZE
                     E-TRI-DATE-FIN(1:2)  DELIMITED BY SIZE
                     '/'                  DELIMITED BY SIZE
                     E-TRI-DATE-FIN(3:2)  DELIMITED BY SIZE
                     '/'                  DELIMITED BY SIZE
                     E-TRI-DATE-FIN(5:4)  DELIMITED BY SIZE
                     '  Session '         DELIMITED BY SIZE
                     E-TRI-SESSION        DELIMITED BY SIZE
                     INTO PERIODEO
              END-STRING

              EVALUATE TRUE
                 WHEN TRI-EMISE
                    MOVE 'A retourner signee' TO W-LIB-ETAT
                 WHEN TRI-RETOURNEE
                    MOVE 'Retournee signee'   TO W-LIB-ETAT
                 WHEN TRI-ANNULEE
                    MOVE 'Annulee'            TO W-LIB-ETAT
                 WHEN OTHER
                    MOVE SPACE                TO W-LIB-ETAT
              END-EVALUATE
              MOVE SPACE TO EDITINFOO
              STRING 'Version '                 DELIMITED BY SIZE
                     E-TRI-VERSION              DELIMITED BY SIZE
                     ' editee le '              DELIMITED BY SIZE
                     E-TRI-DATE-EDITION(7:2)    DELIMITED BY SIZE
                     '/'                        DELIMITED BY SIZE
                     E-TRI-DATE-EDITION(5:2)    DELIMITED BY SIZE
                     '/'                        DELIMITED BY SIZE
                     E-TRI-DATE-EDITION(1:4)    DELIMITED BY SIZE
                     ' - '                      DELIMITED BY SIZE
                     W-LIB-ETAT                 DELIMITED BY '  '
                     INTO EDITINFOO
              END-STRING

              MOVE SPACE TO RETACTO
              IF E-TRI-DATE-RETOUR IS NUMERIC
                 STRING E-TRI-DATE-RETOUR(7:2)  DELIMITED BY SIZE
                        '/'                     DELIMITED BY SIZE
                        E-TRI-DATE-RETOUR(5:2)  DELIMITED BY SIZE
                        '/'                     DELIMITED BY SIZE
                        E-TRI-DATE-RETOUR(1:4)  DELIMITED BY SIZE
                        ' par '                 DELIMITED BY SIZE
                        E-TRI-USERID-RETOUR     DELIMITED BY SIZE
                        INTO RETACTO
                 END-STRING
              ELSE
                 MOVE 'Non retournee' TO RETACTO
              END-IF
           END-IF
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    Une convention annulee (placement annule) n'attend plus
      *    de retour
           IF TRI-ANNULEE
              MOVE -1 to numstagl
              MOVE 'Placement annule : convention sans objet' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check la date de retour : date valide, ni anterieure a
      *    l'edition de la version courante ni posterieure a ce jour
           MOVE NVRETOURI TO date-to-validate
           MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
           CALL pgm-validdat using validdat-param

           IF cr-validdat-false
              MOVE -1 to nvretourl
              MOVE 'Date de retour non valide (JJMMAAAA)' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(W-DATE-JOUR)
           END-EXEC

           MOVE NVRETOURI(5:4) TO W-RET-AAAA
           MOVE NVRETOURI(3:2) TO W-RET-MM
           MOVE NVRETOURI(1:2) TO W-RET-JJ

           IF W-DATE-RETOUR > W-DATE-JOUR
              MOVE -1 to nvretourl
              MOVE 'La date de retour ne peut etre dans le futur'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           IF W-DATE-RETOUR < E-TRI-DATE-EDITION
              MOVE -1 to nvretourl
              MOVE 'Date de retour anterieure a l''edition en cours'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           .

       23300-ECRIT-RETOUR.
      *    Porte le retour signe sur le registre des conventions
           MOVE NUM-PREC     TO E-TRI-NUMERO
           MOVE SEQ-PREC     TO E-TRI-SEQ
           MOVE 'FTRIP'      TO file-name
           SET c-read        TO TRUE
           MOVE E-TRIPARTITE TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt       TO E-TRIPARTITE

           IF NOT cr-ok
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-TRI-PREC
              MOVE -1 to numstagl
              MOVE 'Echec de la lecture' to messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           SET TRI-RETOURNEE     TO TRUE
           MOVE W-DATE-RETOUR    TO E-TRI-DATE-RETOUR
           MOVE EIBUSERID        TO E-TRI-USERID-RETOUR

           MOVE 'FTRIP'      TO file-name
           SET c-rewrite     TO TRUE
           MOVE E-TRIPARTITE TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE 'Echec de l''ecriture' to messo
           ELSE
              PERFORM 23310-AUDIT-RETOUR
              PERFORM 23500-CHARGE-AFFICHAGE
              MOVE 'Retour de la convention signee enregistre' to messo
           END-IF

           MOVE LOW-VALUE TO NVRETOURO
           move -1     to numstagl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE SPACE TO CLE-TRI-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-RETOUR.
      *    Trace d'audit du retour (TDQ INFO)
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
           MOVE 'FTRIP11 '      TO RESSOURCE-TD
           MOVE 'M'             TO FONCTION-TD
           MOVE NUM-PREC        TO NUM-STAG-TD

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

              MOVE '9'    TO NUMSTAGA SEQPLAA NVRETOURA

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-TRI-PREC
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
              MOVE '9'    TO NUMSTAGA SEQPLAA NVRETOURA

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
