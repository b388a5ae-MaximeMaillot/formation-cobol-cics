      *======================================================*
      *   LIBERATION DU FICHIER DE PAIEMENT (FLIBP11) :      *
      *   ECRAN RESERVE AU ROLE SUPERVISION (FHABI11). LES   *
      *   TOTAUX DE CONTROLE DU CALCUL REEL PAI1CI11 DU MOIS *
      *   (ORDRES, MONTANT TOTAL, PLUS FORT MONTANT,         *
      *   NOUVEAUX BENEFICIAIRES) SONT PRESENTES EN REGARD   *
      *   DU MOIS PRECEDENT AVEC LES ORDRES ATYPIQUES ; LE   *
      *   SUPERVISEUR LIBERE (L) OU BLOQUE (B) LE FICHIER.   *
      *   LIB2CI11 REFUSE LA TRANSMISSION D'UN FICHIER NON   *
      *   LIBERE                                             *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIB1CI11.

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
           05 MOIS-PREC           PIC 9(6).
           05 LIB-EXISTE          PIC 9.
             88 LIB-EXISTE-NON  value 0.
             88 LIB-EXISTE-OUI  value 1.
           05 FILLER              PIC X(57).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'LIB1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPC3C11'.
       01 MA-TRX                  PIC X(4) VALUE 'UUCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPC3C11.

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

      * Structure d'une liberation du fichier de paiement (FLIBP11)
       COPY CLIBP.

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

      * --------- Zones d'edition des montants (centimes / 100)
       01 W-MONTANT-EDIT                 PIC ZZZZZZ9,99.
       01 W-TOTAL-EDIT                   PIC ZZZZZZZZ9,99.
       01 W-NOMBRE-EDIT                  PIC ZZZZ9.
       01 W-ECART-EDIT                   PIC -ZZZZ9,9.
       01 W-ECART                        PIC S9(5)V9.

      * --------- Mois saisi (AAAAMM) et mois precedent
       01 W-MOIS.
         05 W-MOIS-AAAA                  PIC 9(4).
         05 W-MOIS-MM                    PIC 9(2).
       01 W-MOIS-N REDEFINES W-MOIS      PIC 9(6).

      * --------- Totaux du mois courant gardes pour le calcul de
      *           l'ecart avec le mois precedent
       01 W-TOTAL-COURANT                PIC 9(11).

      * --------- Ligne d'ordres atypiques : deux ordres par ligne
       01 IDX-ATY                        PIC S9(4) COMP.
       01 IDX-LIGNE                      PIC S9(4) COMP.
       01 IDX-COLONNE                    PIC S9(4) COMP.
       01 W-LIGNE-ATY.
         05 W-LAT-ORDRE OCCURS 2.
           10 W-LAT-NUMERO               PIC 9(6).
           10 FILLER                     PIC X(1).
           10 W-LAT-TYPE                 PIC X(1).
           10 FILLER                     PIC X(1).
           10 W-LAT-MONTANT              PIC ZZZZZZ9,99.
           10 FILLER                     PIC X(1).
           10 W-LAT-MOTIF                PIC X(15).
           10 FILLER                     PIC X(3).
         05 FILLER                       PIC X(2).

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
           MOVE LOW-VALUE TO MAPC3O

      *  L'ECRAN EST RESERVE AU ROLE SUPERVISION
           PERFORM 28000-VERIFIE-SUPERVISION
           IF HABILITATION-KO
              MOVE 'Acces reserve au role supervision' TO messo
           ELSE
              MOVE 'Saisissez le mois du calcul (AAAAMM)' TO messo
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
            '/mapc3c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPC3')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPC3')
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
                   MOVE 0 TO MOIS-PREC

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
           EXEC CICS RECEIVE MAP   ('MAPC3')
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

           if MOIS-PREC NOT = MOISI
              perform GET-LIBERATION
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-LIBERATION
           .

       CHECK-CLE.
      *    Check le mois du calcul (AAAAMM)
           IF MOISI = SPACE OR LOW-VALUE
             MOVE -1 to moisl
             MOVE 'Veuillez saisir le mois (AAAAMM)' to messo
             MOVE 0 to MOIS-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           IF MOISI IS NOT NUMERIC
             MOVE -1 to moisl
             MOVE 'Mois invalide (AAAAMM)' to messo
             MOVE 0 to MOIS-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           MOVE MOISI TO W-MOIS
           IF W-MOIS-MM < 1 OR W-MOIS-MM > 12 OR W-MOIS-AAAA < 2000
             MOVE -1 to moisl
             MOVE 'Mois invalide (AAAAMM)' to messo
             MOVE 0 to MOIS-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           .

       GET-LIBERATION.
      *    Le calcul reel du mois doit avoir pose sa demande de
      *    liberation ; le mois precedent est affiche en regard
           MOVE LOW-VALUE TO MAPC3O
           MOVE MOISI     TO E-LIB-MOIS

           MOVE 'FLIBP'      TO file-name
           SET c-consult     TO TRUE
           MOVE E-LIBERATION TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
              MOVE enrgmt TO E-LIBERATION
              SET LIB-EXISTE-OUI TO TRUE
              PERFORM 23270-AFFICHE-LIBERATION
              PERFORM 23280-AFFICHE-PRECEDENT

              MOVE MOISI TO MOIS-PREC
              EVALUATE TRUE
                WHEN LIB-EN-ATTENTE
                  MOVE 'Fichier en attente : L liberer, B bloquer'
                    to messo
                WHEN LIB-LIBERE
                  MOVE 'Fichier deja libere : modification de la '
                    & 'decision' to messo
                WHEN OTHER
                  MOVE 'Fichier bloque : modification de la decision'
                    to messo
              END-EVALUATE

             WHEN cr-not-found
               SET LIB-EXISTE-NON TO TRUE
               MOVE 0 TO MOIS-PREC
               MOVE 'Pas de calcul reel en attente pour ce mois'
                 to messo
               MOVE -1 to moisl
               PERFORM 22000-TRAIT-ENVOI
             WHEN OTHER
               MOVE 0 TO MOIS-PREC
               MOVE 'Echec de la lecture'     to messo
               MOVE -1 to moisl
               PERFORM 22000-TRAIT-ENVOI
           END-EVALUATE

           MOVE -1 to decisl

           PERFORM 22000-TRAIT-ENVOI
           .

       23270-AFFICHE-LIBERATION.
      *    Totaux de controle du run, decision en cours et ordres
      *    atypiques (deux par ligne)
           MOVE E-LIB-MOIS             TO MOISO
           MOVE E-LIB-DATE-RUN         TO DATRUNO
           EVALUATE TRUE
             WHEN LIB-LIBERE
               MOVE 'LIBERE'           TO ETATO
             WHEN LIB-BLOQUE
               MOVE 'BLOQUE'           TO ETATO
             WHEN OTHER
               MOVE 'EN ATTENTE'       TO ETATO
           END-EVALUATE

           MOVE E-LIB-NB-ORDRES        TO W-NOMBRE-EDIT
           MOVE W-NOMBRE-EDIT          TO NBORDO
           COMPUTE W-TOTAL-EDIT = E-LIB-TOTAL-CENTIMES / 100
           MOVE W-TOTAL-EDIT           TO TOTALO
           COMPUTE W-MONTANT-EDIT = E-LIB-MAXI-CENTIMES / 100
           MOVE W-MONTANT-EDIT         TO MAXIO
           MOVE E-LIB-MAXI-NUMERO      TO MAXNUMO
           MOVE E-LIB-NB-NOUVEAUX      TO W-NOMBRE-EDIT
           MOVE W-NOMBRE-EDIT          TO NOUVO
           MOVE E-LIB-NB-CREANCIERS    TO W-NOMBRE-EDIT
           MOVE W-NOMBRE-EDIT          TO NBCREO
           COMPUTE W-TOTAL-EDIT = E-LIB-TOTAL-CREANCIERS / 100
           MOVE W-TOTAL-EDIT           TO TOTCREO
           COMPUTE W-MONTANT-EDIT = E-LIB-SEUIL-CENTIMES / 100
           MOVE W-MONTANT-EDIT         TO SEUILO
           MOVE E-LIB-NB-ATYPIQUES     TO NBATYO

           MOVE E-LIB-ETAT             TO DECISO
           MOVE E-LIB-MOTIF            TO MOTIFO
           MOVE E-LIB-SUPERVISEUR      TO SUPERVO
           MOVE E-LIB-DATE-DECISION    TO DATDECO

           MOVE 1 TO IDX-LIGNE
           MOVE 1 TO IDX-COLONNE
           MOVE SPACE TO W-LIGNE-ATY
           PERFORM VARYING IDX-ATY FROM 1 BY 1
                   UNTIL IDX-ATY > E-LIB-NB-ATYPIQUES
                      OR IDX-ATY > 15
              MOVE E-LIB-ATY-NUMERO(IDX-ATY)
                TO W-LAT-NUMERO(IDX-COLONNE)
              MOVE E-LIB-ATY-TYPE(IDX-ATY)
                TO W-LAT-TYPE(IDX-COLONNE)
              COMPUTE W-LAT-MONTANT(IDX-COLONNE) =
                      E-LIB-ATY-CENTIMES(IDX-ATY) / 100
              EVALUATE TRUE
                WHEN LIB-ATY-NOUVEAU(IDX-ATY)
                  MOVE 'NOUVEAU'         TO W-LAT-MOTIF(IDX-COLONNE)
                WHEN LIB-ATY-MONTANT(IDX-ATY)
                  MOVE 'MONTANT'         TO W-LAT-MOTIF(IDX-COLONNE)
                WHEN OTHER
                  MOVE 'NOUVEAU+MONTANT' TO W-LAT-MOTIF(IDX-COLONNE)
              END-EVALUATE
              IF IDX-COLONNE = 2
                 MOVE W-LIGNE-ATY TO ATYO(IDX-LIGNE)
                 MOVE SPACE       TO W-LIGNE-ATY
                 MOVE 1           TO IDX-COLONNE
                 ADD 1            TO IDX-LIGNE
              ELSE
                 MOVE 2           TO IDX-COLONNE
              END-IF
           END-PERFORM
           IF IDX-COLONNE = 2
              MOVE W-LIGNE-ATY TO ATYO(IDX-LIGNE)
           END-IF

           MOVE E-LIB-TOTAL-CENTIMES TO W-TOTAL-COURANT
           .

       23280-AFFICHE-PRECEDENT.
      *    Totaux du mois precedent et ecart du montant total en
      *    pourcentage ; l'enregistrement du mois saisi est relu
      *    ensuite par la mise a jour
           MOVE MOISI TO W-MOIS
           IF W-MOIS-MM = 1
              MOVE 12 TO W-MOIS-MM
              SUBTRACT 1 FROM W-MOIS-AAAA
           ELSE
              SUBTRACT 1 FROM W-MOIS-MM
           END-IF

           MOVE W-MOIS-N     TO E-LIB-MOIS
           MOVE 'FLIBP'      TO file-name
           SET c-consult     TO TRUE
           MOVE E-LIBERATION TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE 'NEANT'      TO ECARTO
           ELSE
              MOVE enrgmt TO E-LIBERATION
              MOVE E-LIB-NB-ORDRES        TO W-NOMBRE-EDIT
              MOVE W-NOMBRE-EDIT          TO PNBORDO
              COMPUTE W-TOTAL-EDIT = E-LIB-TOTAL-CENTIMES / 100
              MOVE W-TOTAL-EDIT           TO PTOTALO
              COMPUTE W-MONTANT-EDIT = E-LIB-MAXI-CENTIMES / 100
              MOVE W-MONTANT-EDIT         TO PMAXIO
              MOVE E-LIB-MAXI-NUMERO      TO PMAXNUMO
              MOVE E-LIB-NB-NOUVEAUX      TO W-NOMBRE-EDIT
              MOVE W-NOMBRE-EDIT          TO PNOUVO
              MOVE E-LIB-NB-CREANCIERS    TO W-NOMBRE-EDIT
              MOVE W-NOMBRE-EDIT          TO PNBCREO
              COMPUTE W-TOTAL-EDIT = E-LIB-TOTAL-CREANCIERS / 100
              MOVE W-TOTAL-EDIT           TO PTOTCREO
              IF E-LIB-TOTAL-CENTIMES = 0
                 MOVE 'NEANT'      TO ECARTO
              ELSE
                 COMPUTE W-ECART ROUNDED =
                         (W-TOTAL-COURANT - E-LIB-TOTAL-CENTIMES)
                         * 100 / E-LIB-TOTAL-CENTIMES
                    ON SIZE ERROR
                       MOVE 99999.9 TO W-ECART
                 END-COMPUTE
                 MOVE W-ECART      TO W-ECART-EDIT
                 MOVE W-ECART-EDIT TO ECARTO
              END-IF
           END-IF
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    La demande de liberation doit toujours exister (un
      *    retrait par APA1CI11 a pu intervenir entre-temps)
           MOVE MOISI        TO E-LIB-MOIS
           MOVE 'FLIBP'      TO file-name
           SET c-consult     TO TRUE
           MOVE E-LIBERATION TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              MOVE 'Echec de la lecture' to messo
              MOVE -1 to moisl
              SET IS-LOCKED-FALSE TO TRUE
              MOVE 0 TO MOIS-PREC
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check la decision du superviseur
           IF DECISI NOT = 'L' AND DECISI NOT = 'B'
              MOVE -1 to decisl
              MOVE 'Decision : L liberer, B bloquer' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Un blocage est toujours motive
           IF DECISI = 'B'
              IF MOTIFI = SPACE OR LOW-VALUE
                 MOVE -1 to motifl
                 MOVE 'Motif obligatoire pour un blocage' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF
           .

       23300-ECRIT-LIBERATION.
      *    Enregistre la decision sur la demande relue dans la
      *    meme tache
           MOVE MOISI        TO E-LIB-MOIS

           MOVE 'FLIBP'      TO file-name
           SET c-read        TO TRUE
           MOVE E-LIBERATION TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt       TO E-LIBERATION
           IF NOT cr-ok
              MOVE 'Echec de la relecture' to messo
              MOVE -1 to moisl
              SET IS-LOCKED-FALSE TO TRUE
              MOVE 0 TO MOIS-PREC
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE DECISI         TO E-LIB-ETAT
           IF MOTIFI = LOW-VALUE
              MOVE SPACE       TO E-LIB-MOTIF
           ELSE
              MOVE MOTIFI      TO E-LIB-MOTIF
           END-IF
           MOVE EIBUSERID      TO E-LIB-SUPERVISEUR

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-LIB-DATE-DECISION)
                     DATESEP('/')
           END-EXEC

           MOVE 'FLIBP'      TO file-name
           SET c-rewrite     TO TRUE
           MOVE E-LIBERATION TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               IF LIB-LIBERE
                  MOVE 'Fichier de paiement libere pour transmission'
                    to messo
               ELSE
                  MOVE 'Fichier de paiement bloque' to messo
               END-IF
               PERFORM 23310-AUDIT-LIBERATION
             WHEN OTHER
               MOVE 'Echec de l''ecriture' to messo
           END-EVALUATE

           move -1     to moisl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE 0 TO MOIS-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-LIBERATION.
      *    Trace d'audit de la decision (TDQ INFO) : le mois, la
      *    decision et le montant total libere ou bloque sont
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
           MOVE 'FLIBP11 '      TO RESSOURCE-TD
           MOVE 'M'             TO FONCTION-TD
           MOVE 0               TO NUM-STAG-TD
           STRING 'MOIS '               DELIMITED BY SIZE
                  E-LIB-MOIS            DELIMITED BY SIZE
                  ' DECISION '          DELIMITED BY SIZE
                  E-LIB-ETAT            DELIMITED BY SIZE
                  ' ORDRES '            DELIMITED BY SIZE
                  E-LIB-NB-ORDRES       DELIMITED BY SIZE
                  ' TOTAL '             DELIMITED BY SIZE
                  E-LIB-TOTAL-CENTIMES  DELIMITED BY SIZE
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

              MOVE '9'    TO MOISA DECISA MOTIFA

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE 0 TO MOIS-PREC
              MOVE 'Annulation' to messo
              move -1           to moisl

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
              MOVE '9'    TO MOISA DECISA MOTIFA

              MOVE 'Mauvais choix' TO messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE SPACE TO confo
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO messo
           move -1 to MOISL
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
