      *======================================================*
      *   SAISIE DES OFFRES DE PLACEMENT (FOFFR11) : UN      *
      *   EMPLOYEUR D'ACCUEIL (FEMPL11) DEPOSE UNE OU        *
      *   PLUSIEURS OFFRES (SEQUENCE) : NOMBRE DE PLACES,    *
      *   PERIODE, METIER VISE (FROME11), SITE (FSITE11) ET  *
      *   STATUT OUVERTE / POURVUE / RETIREE. LE             *
      *   RAPPROCHEMENT DES CANDIDATS SE FAIT SUR OFF2CI11   *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFF1CI11.

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
      *        OFFRE AFFICHEE : EMPLOYEUR + SEQUENCE
           05 CLE-OFF-PREC.
             10 EMP-PREC          PIC X(6).
             10 SEQ-PREC          PIC X(2).
           05 OFF-EXISTE          PIC 9.
             88 OFF-EXISTE-NON  value 0.
             88 OFF-EXISTE-OUI  value 1.
      *        PLACES DEJA POURVUES DE L'OFFRE AFFICHEE
           05 POURVUES-PREC       PIC 9(2).
           05 FILLER              PIC X(53).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'OFF1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPD3C11'.
       01 MA-TRX                  PIC X(4) VALUE 'VECB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPD3C11.

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

      * Structure d'un employeur (FEMPL11)
       COPY CEMPL.

      * Structure d'une offre de placement (FOFFR11)
       COPY COFFR.

      * Structure d'un metier du referentiel ROME (FROME11)
       COPY CROME.

      * Structure d'un site (FSITE11)
       COPY CSITE.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

      * --------- Recherche de la prochaine sequence d'offre
       01 W-SEQ-MAX                      PIC 9(2).
       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-validper                 PIC X(8) value 'VALIDPER'.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.

      * --------- Parametre pour sous-programme VALIDPER (periode de
      *           l'offre controlee et ordonnee)
       01 validper-param.
         02 DATE-DEBUT-P                 PIC X(8).
         02 DATE-FIN-P                   PIC X(8).
         02 AN-MIN-P                     PIC 9(4) value 0.
         02 AN-MAX-P                     PIC 9(4) value 0.
         02 CR-PERIODE                   PIC 9.
           88 cr-periode-ok              value 0.
           88 cr-periode-deb-invalide    value 1.
           88 cr-periode-fin-invalide    value 2.
           88 cr-periode-ordre-invalide  value 3.

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
           MOVE LOW-VALUE TO MAPD3O
           MOVE SPACE TO CLE-OFF-PREC
           MOVE 'Code employeur (sequence a blanc = nouvelle offre)'
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
            '/mapd3c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPD3')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPD3')
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
                   MOVE SPACE TO CLE-OFF-PREC

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
           EXEC CICS RECEIVE MAP   ('MAPD3')
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

           perform CHECK-CLE-OFFRE

           if (EMP-PREC NOT = CODEEMPI OR SEQ-PREC NOT = SEQOFFI)
              perform GET-OFFRE
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-OFFRE
           .

       CHECK-CLE-OFFRE.
      *    Check le code employeur et la sequence (a blanc pour
      *    une nouvelle offre)
           IF CODEEMPI = SPACE OR LOW-VALUE
             MOVE -1 to codeempl
             MOVE 'Veuillez saisir un code employeur' to messo
             MOVE SPACE to CLE-OFF-PREC
             perform 22000-TRAIT-ENVOI
           END-IF

           IF SEQOFFI = LOW-VALUE
              MOVE SPACE TO SEQOFFI
           END-IF

           IF SEQOFFI NOT = SPACE AND SEQOFFI IS NOT NUMERIC
             MOVE -1 to seqoffl
             MOVE 'Sequence d''offre numerique (01 a 99)' to messo
             MOVE SPACE to CLE-OFF-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           .

       GET-OFFRE.
      *    L'employeur doit exister au referentiel ; l'offre est
      *    prechargee si la sequence est saisie, sinon la sequence
      *    suivante est attribuee a la nouvelle offre
           MOVE CODEEMPI TO E-EMP-CODE

           MOVE 'FEMPL'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-EMPLOYEUR TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-EMPLOYEUR

           IF NOT cr-ok
              MOVE LOW-VALUE TO MAPD3O
              MOVE 'Employeur inconnu au referentiel' to messo
              MOVE -1 to codeempl
              MOVE SPACE to CLE-OFF-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE E-EMP-RAISON TO RAISONO
           SET IS-LOCKED-FALSE TO TRUE

           IF SEQOFFI = SPACE
              PERFORM 23260-PROCHAINE-SEQUENCE
              SET OFF-EXISTE-NON TO TRUE
              MOVE 0         TO POURVUES-PREC
              MOVE CODEEMPI  TO EMP-PREC
              MOVE W-SEQ-MAX TO SEQ-PREC
              MOVE W-SEQ-MAX TO SEQOFFO
              MOVE LOW-VALUE TO NBPLACEO DATEDEBO DATEFINO CODEROMO
                                LIBROMO CODESITO
              MOVE '00'      TO NBPOURVO
              MOVE 'O'       TO STATOFFO
              MOVE 'Nouvelle offre : saisissez-la' to messo
              MOVE -1 to nbplacel
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE CODEEMPI TO E-OFF-EMPLOYEUR
           MOVE SEQOFFI  TO E-OFF-SEQ
           MOVE 'FOFFR'  TO file-name
           SET c-consult TO TRUE
           MOVE E-OFFRE  TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt   TO E-OFFRE

           EVALUATE TRUE
             WHEN cr-ok
              SET OFF-EXISTE-OUI TO TRUE

              MOVE E-OFF-NB-PLACES   TO NBPLACEO
              MOVE E-OFF-NB-POURVUES TO NBPOURVO
              MOVE E-OFF-DATE-DEB    TO DATEDEBO
              MOVE E-OFF-DATE-FIN    TO DATEFINO
              MOVE E-OFF-CODE-ROME   TO CODEROMO
              MOVE E-OFF-CODE-SITE   TO CODESITO
              MOVE E-OFF-STATUT      TO STATOFFO
              MOVE E-OFF-NB-POURVUES TO POURVUES-PREC

              MOVE E-OFF-CODE-ROME TO E-ROM-CODE
              MOVE 'FROME'         TO file-name
              SET c-consult        TO TRUE
              MOVE E-METIER        TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt        TO E-METIER
                 MOVE E-ROM-LIBELLE TO LIBROMO
              ELSE
                 MOVE LOW-VALUE     TO LIBROMO
              END-IF

              MOVE CODEEMPI TO EMP-PREC
              MOVE SEQOFFI  TO SEQ-PREC
              MOVE 'Offre existante : modification' to messo

             WHEN cr-not-found
               MOVE SPACE to CLE-OFF-PREC
               MOVE LOW-VALUE TO NBPLACEO NBPOURVO DATEDEBO DATEFINO
                                 CODEROMO LIBROMO CODESITO STATOFFO
               MOVE 'Offre inconnue (sequence a blanc = nouvelle)'
                 to messo
               MOVE -1 to seqoffl
               PERFORM 22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE LOW-VALUE   TO MAPD3O
               MOVE SPACE to CLE-OFF-PREC
               MOVE 'Echec de la lecture'     to messo
           END-EVALUATE

           MOVE -1 to nbplacel

           PERFORM 22000-TRAIT-ENVOI
           .

       23260-PROCHAINE-SEQUENCE.
      *    Parcourt les offres de l'employeur et retient la plus
      *    haute sequence (la nouvelle offre prend la suivante)
           MOVE 0 TO W-SEQ-MAX
           SET FIN-BROWSE-NON TO TRUE

           MOVE CODEEMPI    TO E-OFF-EMPLOYEUR
           MOVE 0           TO E-OFF-SEQ
           MOVE 'FOFFR'     TO file-name
           SET c-startbr    TO TRUE
           MOVE E-OFFRE     TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-OFFRE     TO enrgmt
              MOVE 'FOFFR'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param

              EVALUATE TRUE
                WHEN cr-ok
                  MOVE enrgmt TO E-OFFRE
                  IF E-OFF-EMPLOYEUR = CODEEMPI
                     MOVE E-OFF-SEQ TO W-SEQ-MAX
                  ELSE
                     SET FIN-BROWSE-OUI TO TRUE
                  END-IF
                WHEN OTHER
                  SET FIN-BROWSE-OUI TO TRUE
              END-EVALUATE
           END-PERFORM

           MOVE 'FOFFR'     TO file-name
           SET c-endbr      TO TRUE
           MOVE E-OFFRE     TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF W-SEQ-MAX = 99
              MOVE -1 to codeempl
              MOVE 'Nombre maximum d''offres atteint (99)' to messo
              MOVE SPACE to CLE-OFF-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           ADD 1 TO W-SEQ-MAX
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    Check le nombre de places (jamais sous les places deja
      *    pourvues par OFF2CI11)
           IF NBPLACEI = SPACE OR LOW-VALUE
              OR NBPLACEI IS NOT NUMERIC
              OR NBPLACEI = '00'
              MOVE -1 to nbplacel
              MOVE 'Nombre de places invalide (01 a 99)' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           MOVE NBPLACEI TO E-OFF-NB-PLACES
           IF E-OFF-NB-PLACES < POURVUES-PREC
              MOVE -1 to nbplacel
              MOVE 'Moins de places que de places deja pourvues'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      * ---------- Appel sous programme VALIDPER (periode de
      *            l'offre controlee et ordonnee)
           MOVE DATEDEBI TO DATE-DEBUT-P
           MOVE DATEFINI TO DATE-FIN-P
           MOVE 0 TO AN-MIN-P AN-MAX-P
           CALL pgm-validper using validper-param

           EVALUATE TRUE
             WHEN cr-periode-deb-invalide
               MOVE -1 to datedebl
               MOVE 'Date de debut de l''offre non valide' to messo
               perform 22000-TRAIT-ENVOI
             WHEN cr-periode-fin-invalide
               MOVE -1 to datefinl
               MOVE 'Date de fin de l''offre non valide' to messo
               perform 22000-TRAIT-ENVOI
             WHEN cr-periode-ordre-invalide
               MOVE -1 to datefinl
               MOVE 'La fin de l''offre doit suivre le debut'
                 to messo
               perform 22000-TRAIT-ENVOI
             WHEN OTHER
               continue
           END-EVALUATE

      *    Check le metier vise au referentiel ROME
           IF CODEROMI = SPACE OR LOW-VALUE
              MOVE -1 to coderoml
              MOVE 'Veuillez saisir le metier vise (code ROME)'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           MOVE CODEROMI    TO E-ROM-CODE
           MOVE 'FROME'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-METIER    TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE -1 to coderoml
              MOVE LOW-VALUE TO LIBROMO
              MOVE 'Metier inconnu au referentiel ROME' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           MOVE enrgmt        TO E-METIER
           MOVE E-ROM-LIBELLE TO LIBROMO

      *    Check le site concerne
           IF CODESITI = SPACE OR LOW-VALUE
              MOVE -1 to codesitl
              MOVE 'Veuillez saisir le site concerne' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           MOVE CODESITI    TO E-SIT-CODE
           MOVE 'FSITE'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-SITE      TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE -1 to codesitl
              MOVE 'Site inconnu au referentiel' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check le statut : O(uverte), P(ourvue), R(etiree) ;
      *    une nouvelle offre est toujours ouverte
           IF OFF-EXISTE-NON
              MOVE 'O' TO STATOFFI
           END-IF
           IF STATOFFI NOT = 'O' AND 'P' AND 'R'
              MOVE -1 to statoffl
              MOVE 'Statut : O=Ouverte P=Pourvue R=Retiree' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           .

       23300-ECRIT-OFFRE.
      *    Ecrit l'offre (creation ou modification)
           MOVE EMP-PREC TO E-OFF-EMPLOYEUR
           MOVE SEQ-PREC TO E-OFF-SEQ

           IF OFF-EXISTE-OUI
      *       Relecture pour verrou ; les places pourvues et la date
      *       de saisie restent celles du fichier
              MOVE 'FOFFR'  TO file-name
              SET c-read    TO TRUE
              MOVE E-OFFRE  TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE enrgmt   TO E-OFFRE
              IF NOT cr-ok
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE SPACE TO CLE-OFF-PREC
                 MOVE 'Echec de la lecture' to messo
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           ELSE
              MOVE 0 TO E-OFF-NB-POURVUES
           END-IF

           MOVE NBPLACEI TO E-OFF-NB-PLACES
           MOVE DATEDEBI TO E-OFF-DATE-DEB
           MOVE DATEFINI TO E-OFF-DATE-FIN
           MOVE CODEROMI TO E-OFF-CODE-ROME
           MOVE CODESITI TO E-OFF-CODE-SITE
           MOVE STATOFFI TO E-OFF-STATUT

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-OFF-DATE-MAJ)
                     DATESEP('/')
           END-EXEC
           MOVE EIBUSERID TO E-OFF-USERID

           MOVE 'FOFFR'      TO file-name
           IF OFF-EXISTE-OUI
              SET c-rewrite TO TRUE
           ELSE
              MOVE E-OFF-DATE-MAJ TO E-OFF-DATE-SAISIE
              SET c-write   TO TRUE
           END-IF
           MOVE E-OFFRE TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               IF OFF-EXISTE-OUI
                  MOVE 'Offre modifiee avec succes' to messo
               ELSE
                  MOVE 'Offre creee avec succes' to messo
               END-IF
               PERFORM 23310-AUDIT-OFFRE
             WHEN OTHER
               MOVE 'Echec de l''ecriture' to messo
           END-EVALUATE

           move -1     to codeempl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE SPACE TO CLE-OFF-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-OFFRE.
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
           MOVE 'FOFFR11 '      TO RESSOURCE-TD
           IF OFF-EXISTE-OUI
              MOVE 'M'          TO FONCTION-TD
           ELSE
              MOVE 'C'          TO FONCTION-TD
           END-IF
           MOVE 0               TO NUM-STAG-TD

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

              MOVE '9'    TO CODEEMPA SEQOFFA NBPLACEA DATEDEBA
                             DATEFINA CODEROMA CODESITA STATOFFA

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CLE-OFF-PREC
              MOVE 'Annulation' to messo
              move -1           to codeempl

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
              MOVE '9'    TO CODEEMPA SEQOFFA NBPLACEA DATEDEBA
                             DATEFINA CODEROMA CODESITA STATOFFA

              MOVE 'Mauvais choix' TO messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE SPACE TO confo
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO messo
           move -1 to CODEEMPL
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
