      *======================================================*
      *   GESTION DU REFERENTIEL DES FINANCEURS (FFINA11) :  *
      *   CREATION ET MODIFICATION (LIBELLE, NATURE, ADRESSE *
      *   DE FACTURATION, DELAI DE REGLEMENT)                *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FNC1CI11.

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
           05 CODE-FIN-PREC       PIC X(4).
           05 FIN-EXISTE          PIC 9.
             88 FIN-EXISTE-NON  value 0.
             88 FIN-EXISTE-OUI  value 1.
           05 FILLER              PIC X(59).

       01 C-R                     PIC S9(8) COMP.

       01 MON-PROG                PIC X(8) VALUE 'FNC1CI11'.
       01 MA-MAP                  PIC X(8) VALUE 'MAPC4C11'.
       01 MA-TRX                  PIC X(4) VALUE 'UVCB'.
       01 MA-VERSION              PIC 9 VALUE 1.
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       COPY MAPC4C11.

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

      * Structure d'un financeur (FFINA11)
       COPY CFINA.

      * Structure de la trace d'audit (TDQ INFO)
       COPY CTDINFO.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 ident                          PIC X(17).

      * --------- Date du jour (derniere mise a jour)
       01 DATE-COURANTE                  PIC X(10).

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
           MOVE LOW-VALUE TO MAPC4O

      *  SI TRAITEMENT PARTICULIER AVANT AFFICHAGE
           PERFORM  21100-TRAIT-SPECIFIQUE
           .

       21100-TRAIT-SPECIFIQUE.
           MOVE 'Saisissez le code financeur' TO messo
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
            '/mapc4c11' delimited by size
            into idento
           END-STRING

           MOVE weekday-name(num-j) TO jouro
           .

       22000-TRAIT-ENVOI.
      *-----------------*
           perform 29000-FORMATE-HEADER
           IF PROG-PRECEDENT  NOT =  PROG-COURANT
              EXEC CICS SEND MAP    ('MAPC4')
                             MAPSET (MA-MAP)
                             ERASE
              END-EXEC
           ELSE
              EXEC CICS SEND MAP    ('MAPC4')
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
                   MOVE SPACE TO CODE-FIN-PREC

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
           EXEC CICS RECEIVE MAP   ('MAPC4')
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

           perform CHECK-CODFIN

           if (CODE-FIN-PREC NOT = CODFINI)
              perform GET-FINANCEUR
           END-IF

           if ( IS-LOCKED-TRUE )
              perform 23250-CHECK-DATA
           END-IF

           perform 23400-CHECK-CONFIRMATION

           perform 23300-ECRIT-FINANCEUR
           .

       CHECK-CODFIN.
      *    Check le code financeur
           IF CODFINI = SPACE OR LOW-VALUE
             MOVE -1 to codfinl
             MOVE 'Veuillez saisir un code financeur' to messo
             MOVE CODFINI to CODE-FIN-PREC
             perform 22000-TRAIT-ENVOI
           END-IF
           .

       GET-FINANCEUR.
           MOVE CODFINI TO E-FIN-CODE

           MOVE 'FFINA'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-FINANCEUR TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-FINANCEUR

           EVALUATE TRUE
             WHEN cr-ok
              SET FIN-EXISTE-OUI TO TRUE

              MOVE E-FIN-LIBELLE         TO LIBELLEO
              MOVE E-FIN-TYPE            TO TYPEO
              MOVE E-FIN-ADRESSE         TO ADRESSEO
              MOVE E-FIN-CODE-POSTAL     TO CPO
              MOVE E-FIN-VILLE           TO VILLEO
              MOVE E-FIN-DELAI-REGLEMENT TO DELAIO
              STRING E-FIN-DATE-MAJ   DELIMITED BY SIZE
                     ' '              DELIMITED BY SIZE
                     E-FIN-USERID-MAJ DELIMITED BY SIZE
                     INTO MAJO
              END-STRING

              MOVE E-FIN-CODE        TO CODE-FIN-PREC
              MOVE 'Financeur existant : modification' to messo

             WHEN cr-not-found
      *        Code inconnu : le reste de la saisie creera le
      *        financeur (delai de reglement propose : 30 jours)
               SET FIN-EXISTE-NON TO TRUE
               MOVE CODFINI       TO CODE-FIN-PREC
               MOVE LOW-VALUE     TO LIBELLEO TYPEO ADRESSEO CPO
                                     VILLEO MAJO
               MOVE '030'         TO DELAIO
               MOVE 'Financeur nouveau : saisissez-le' to messo
             WHEN OTHER
               MOVE LOW-VALUE   TO MAPC4O
               MOVE 'Echec de la lecture'     to messo
           END-EVALUATE

           MOVE -1 to libellel

           PERFORM 22000-TRAIT-ENVOI
           .

       23250-CHECK-DATA.
      * -------------------------------------------------------*
      * ------------------ CHAMPS OBLIGATOIRES ----------------*
      * -------------------------------------------------------*
      *    Check le libelle
           IF LIBELLEI = SPACE OR LOW-VALUE
              MOVE -1 to libellel
              MOVE 'Veuillez saisir un libelle' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check la nature du financeur
           IF TYPEI NOT = 'R' AND NOT = 'A' AND NOT = 'E'
                     AND NOT = 'O'
              MOVE -1 to typel
              MOVE 'Nature : R=Region A=Agence emploi E=Etat O=Autre'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check l'adresse de facturation
           IF ADRESSEI = SPACE OR LOW-VALUE
              MOVE -1 to adressel
              MOVE 'Veuillez saisir l''adresse de facturation' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           IF CPI = SPACE OR LOW-VALUE OR CPI IS NOT NUMERIC
              MOVE -1 to cpl
              MOVE 'Code postal invalide (5 chiffres)' to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           IF VILLEI = SPACE OR LOW-VALUE
              MOVE -1 to villel
              MOVE 'Veuillez saisir la ville' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

      *    Check le delai de reglement (jours)
           IF DELAII = SPACE OR LOW-VALUE
              OR DELAII IS NOT NUMERIC OR DELAII = '000'
              MOVE -1 to delail
              MOVE 'Delai de reglement invalide (001 a 999 jours)'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           .

       23260-GET-DATE-JOUR.
      *    Date du jour de la mise a jour
           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(DATE-COURANTE)
                     DATESEP('/')
           END-EXEC
           .

       23300-ECRIT-FINANCEUR.
      *    Ecrit le financeur (creation ou modification). Le
      *    financeur existant est relu pour mise a jour dans la
      *    meme tache
           PERFORM 23260-GET-DATE-JOUR

           MOVE CODFINI  TO E-FIN-CODE
           IF FIN-EXISTE-OUI
              MOVE 'FFINA'     TO file-name
              SET c-read       TO TRUE
              MOVE E-FINANCEUR TO enrgmt
              CALL pgm-accfile USING accfile-param
              MOVE enrgmt      TO E-FINANCEUR
              IF NOT cr-ok
                 MOVE 'Echec de la relecture' to messo
                 MOVE -1 to codfinl
                 SET IS-LOCKED-FALSE TO TRUE
                 MOVE SPACE TO CODE-FIN-PREC
                 PERFORM 22000-TRAIT-ENVOI
              END-IF
           END-IF

           MOVE LIBELLEI      TO E-FIN-LIBELLE
           MOVE TYPEI         TO E-FIN-TYPE
           MOVE ADRESSEI      TO E-FIN-ADRESSE
           MOVE CPI           TO E-FIN-CODE-POSTAL
           MOVE VILLEI        TO E-FIN-VILLE
           MOVE DELAII        TO E-FIN-DELAI-REGLEMENT
           MOVE DATE-COURANTE TO E-FIN-DATE-MAJ
           MOVE EIBUSERID     TO E-FIN-USERID-MAJ

           MOVE 'FFINA'    TO file-name
           IF FIN-EXISTE-OUI
              SET c-rewrite TO TRUE
           ELSE
              SET c-write   TO TRUE
           END-IF
           MOVE E-FINANCEUR TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               IF FIN-EXISTE-OUI
                  MOVE 'Financeur modifie avec succes' to messo
               ELSE
                  MOVE 'Financeur cree avec succes' to messo
               END-IF
               PERFORM 23310-AUDIT-FINANCEUR
             WHEN cr-duplicate
               MOVE 'Financeur existe deja' to messo
             WHEN OTHER
               MOVE 'Echec de l''ecriture' to messo
           END-EVALUATE

           move -1     to codfinl

           SET IS-LOCKED-FALSE TO TRUE
           MOVE SPACE TO CODE-FIN-PREC

           PERFORM 22000-TRAIT-ENVOI
           .

       23310-AUDIT-FINANCEUR.
      *    Trace d'audit de la mise a jour du referentiel (TDQ INFO)
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
           MOVE 'FFINA11 '      TO RESSOURCE-TD
           IF FIN-EXISTE-OUI
              MOVE 'M'          TO FONCTION-TD
           ELSE
              MOVE 'C'          TO FONCTION-TD
           END-IF
           MOVE CODFINI         TO NUM-STAG-TD

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

              MOVE '9'    TO CODFINA LIBELLEA TYPEA ADRESSEA CPA
                             VILLEA DELAIA

              MOVE 'Confirmez votre choix -(O/N)' to messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           IF confi = 'N'
              SET IS-LOCKED-FALSE TO TRUE
              MOVE SPACE TO CODE-FIN-PREC
              MOVE 'Annulation' to messo
              move -1           to codfinl

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
              MOVE '9'    TO CODFINA LIBELLEA TYPEA ADRESSEA CPA
                             VILLEA DELAIA

              MOVE 'Mauvais choix' TO messo

              MOVE SPACE  TO CONFO

              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE SPACE TO confo
           .

       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO messo
           move -1 to CODFINL
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
