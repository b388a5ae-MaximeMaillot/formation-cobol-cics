      *======================================================*
      *   VERIFICATION D'UN CERTIFICAT DE REUSSITE : LE      *
      *   NUMERO DE VERIFICATION IMPRIME PAR CRT1CI11        *
      *   (AAAA-NNNNNN-KK, AVEC OU SANS TIRETS) EST CONTROLE *
      *   (CLE MODULO 97) PUIS RECHERCHE AU REGISTRE         *
      *   FCERT11 : TITULAIRE, SESSION, DATE D'EPREUVE ET    *
      *   SCORE, AINSI QUE L'ETAT DU CERTIFICAT (VALIDE OU   *
      *   REVOQUE SUITE A LA CORRECTION DU RESULTAT SUR      *
      *   EXA1CI11). ECRAN DE CONSULTATION, SANS MISE A JOUR *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRT2CI11.

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
           05 FILLER               PIC X(65).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'CRT2CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPD0C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VBCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPD0C11.

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

      * Structure du registre des certificats (FCERT11)
       COPY CCERT.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

      * --------- Numero de verification saisi
       01 W-NUMERO-SAISI                 PIC X(14).
       01 W-NUMERO-CERT                  PIC X(12).
       01 W-NUMERO-NUM REDEFINES W-NUMERO-CERT
                                         PIC 9(12).
       01 W-QUOTIENT                     PIC 9(12).
       01 W-RESTE                        PIC 9(2).

       01 W-SCORE-EDIT                   PIC ZZ9.

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
           MOVE LOW-VALUE TO MAPD0O
           MOVE 'Saisissez le numero de verification du certificat'
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
            '/mapd0c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER

           move -1 to numcertl

           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPD0')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPD0')
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
           EXEC CICS RECEIVE MAP  ('MAPD0')
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

           MOVE NUMCERTI TO W-NUMERO-SAISI
           MOVE LOW-VALUE TO MAPD0O
           MOVE W-NUMERO-SAISI TO NUMCERTO

           IF W-NUMERO-SAISI = SPACE OR LOW-VALUE
              MOVE 'Saisissez le numero de verification du certificat'
                TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           PERFORM 23120-CONTROLE-NUMERO

      *    RECHERCHE AU REGISTRE DES CERTIFICATS
           MOVE W-NUMERO-NUM TO E-CRT-NUMERO
           MOVE 'FCERT'      TO file-name
           SET c-consult     TO TRUE
           MOVE E-CERTIFICAT TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
              WHEN cr-ok
                 MOVE enrgmt TO E-CERTIFICAT
                 PERFORM 23130-AFFICHE-CERTIFICAT
              WHEN cr-not-found
                 MOVE 'Certificat inconnu au registre' TO messo
              WHEN OTHER
                 MOVE 'Echec de la lecture du registre' TO messo
           END-EVALUATE

           PERFORM 22000-TRAIT-ENVOI
           .

       23120-CONTROLE-NUMERO.
      *    Saisie avec tirets (AAAA-NNNNNN-KK) ou 12 chiffres
      *    accoles ; le numero complet est divisible par 97
           IF W-NUMERO-SAISI(5:1) = '-' AND W-NUMERO-SAISI(12:1) = '-'
              STRING W-NUMERO-SAISI(1:4)  DELIMITED BY SIZE
                     W-NUMERO-SAISI(6:6)  DELIMITED BY SIZE
                     W-NUMERO-SAISI(13:2) DELIMITED BY SIZE
                     INTO W-NUMERO-CERT
              END-STRING
           ELSE
              IF W-NUMERO-SAISI(13:2) NOT = SPACE AND LOW-VALUE
                 MOVE 'Numero invalide (AAAA-NNNNNN-KK)' TO messo
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
              MOVE W-NUMERO-SAISI(1:12) TO W-NUMERO-CERT
           END-IF

           IF W-NUMERO-CERT IS NOT NUMERIC
              MOVE 'Numero invalide (AAAA-NNNNNN-KK)' TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           DIVIDE W-NUMERO-NUM BY 97 GIVING W-QUOTIENT
                  REMAINDER W-RESTE
           IF W-RESTE NOT = 0
              MOVE 'Numero errone : cle de controle incorrecte'
                TO messo
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       23130-AFFICHE-CERTIFICAT.
      *-------------------------*
           MOVE SPACE TO NUMCERTO
           STRING E-CRT-ANNEE '-' E-CRT-RANG '-' E-CRT-CLE-CTRL
                  DELIMITED BY SIZE INTO NUMCERTO
           END-STRING

           MOVE E-CRT-STAGIAIRE     TO NUMSTAGO
           MOVE E-CRT-NOM           TO NOMO
           MOVE E-CRT-PRENOM        TO PRENOMO
           MOVE E-CRT-SESSION       TO CODESESO
           MOVE E-CRT-TITRE         TO TITREO
           MOVE SPACE               TO DATEEXAMO
           STRING E-CRT-DATE-EXAM(1:2) '/' E-CRT-DATE-EXAM(3:2) '/'
                  E-CRT-DATE-EXAM(5:4)
                  DELIMITED BY SIZE INTO DATEEXAMO
           END-STRING
           MOVE E-CRT-SCORE         TO W-SCORE-EDIT
           MOVE W-SCORE-EDIT        TO SCOREO
           MOVE E-CRT-DATE-EMISSION TO DATEEMISO

           MOVE SPACE TO ETATO
           IF CRT-REVOQUE
              STRING 'REVOQUE LE ' E-CRT-DATE-REVOC
                     ' - RESULTAT D''EXAMEN CORRIGE'
                     DELIMITED BY SIZE INTO ETATO
              END-STRING
      *       Prot / Highlight / askip : n'est plus probant
              MOVE '8' TO ETATA
              MOVE 'Certificat REVOQUE : ne pas en tenir compte'
                TO messo
           ELSE
              MOVE 'VALIDE' TO ETATO
              MOVE 'Certificat valide, delivre le ' TO messo
              MOVE E-CRT-DATE-EMISSION TO messo(31:10)
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

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO messo
           move -1 to NUMCERTL
           PERFORM  22000-TRAIT-ENVOI
           .

       90100-TRAIT-AIDE.
      *-----------------*
           MOVE 'Numero AAAA-NNNNNN-KK imprime sur le certificat'
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
