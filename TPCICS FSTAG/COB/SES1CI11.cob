      *======================================================*
      *   GESTION DU REFERENTIEL DES SESSIONS DE FORMATION   *
      *   (FSESS11) : CREATION ET MODIFICATION, RESERVATION  *
      *   DE LA SALLE (FSALL11 / FRESA11) SANS CHEVAUCHEMENT *
      *   APPELE DEPUIS LE PLANNING PLA1CI11, AFFICHE LA     *
      *   SESSION CHOISIE ET Y REVIENT SUR PF3               *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
           05 SES-EXISTE          PIC 9.
             88 SES-EXISTE-NON  value 0.
             88 SES-EXISTE-OUI  value 1.
      *        APPEL DEPUIS UN ECRAN DE LISTE (PLANNING PLA1CI11) :
      *        PROGRAMME A REPRENDRE SUR PF3, SESSION A AFFICHER A
      *        L'ENTREE ET CONTEXTE DE L'APPELANT RENDU TEL QUEL.
      *        NE VAUT QUE SI LAST-PROG = SES-APPEL-PROG
           05 SES-APPEL.
             10 SES-APPEL-PROG    PIC X(8).
             10 SES-APPEL-CODE    PIC X(6).
             10 SES-APPEL-CONTEXTE PIC X(20).
           05 FILLER              PIC X(23).

       01 C-R                     PIC S9(8) COMP.

      * Structure de l'historique d'audit consultable (FSTAGA11)
       COPY CTDHIST.

      * Zone d'appel du scellement des traces d'audit (FSCEL11)
       COPY CSCEP.

      * Structure du detail avant/apres des modifications (FSTAGD11)
       COPY CDETA.

      * Structure du depot d'editions en ligne (FREPO11)
       COPY CREPO.

      * Structure d'une salle de formation (FSALL11)
       COPY CSALL.

      * Structure d'une reservation de salle (FRESA11)
       COPY CRESA.

      * Structure d'un site (antenne)
       COPY CSITE.

      *
       01 interval                       pic S9(15) comp-3.
       01 num-j                          PIC S9(5) comp.
       01 pgm-name.
         02 pgm-validper                 PIC X(8) value 'VALIDPER'.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.
         02 pgm-scellaud                 PIC X(8) value 'SCELLAUD'.

      * --------- Parametre pour sous-programme VALIDPER (date de debut
      *           et de fin de session controlees et ordonnees)
       01 W-FIN-PLAC                     PIC 9.
       01 W-REPO-POSE                    PIC 9.
       01 W-DATE-REPO                    PIC 9(8).

      * --------- Reservation de la salle : periode de la session
      *           en AAAAMMJJ (cle FRESA11), salle avant mise a jour
      *           et premiere session en conflit
       01 W-SALLE-AVANT                  PIC X(6).
       01 W-RSA-DEB                      PIC 9(8).
       01 W-RSA-FIN                      PIC 9(8).
       01 W-RSA-DEB-AVANT                PIC 9(8).
       01 W-CAPA-SESSION                 PIC 9(3).
       01 W-CAPA-EDIT                    PIC ZZ9.
       01 W-RSA-CONFLIT                  PIC X(6).
       01 W-FIN-RESA                     PIC 9.
         88 FIN-RESA-OUI            VALUE 1.
         88 FIN-RESA-NON            VALUE 0.
       01 W-LIGNE-RECAP.
         05 FILLER                       PIC X(4) VALUE 'NUM '.
         05 W-REC-NUMERO                 PIC 9(6).
           .

       21100-TRAIT-SPECIFIQUE.
           SET IS-LOCKED-FALSE TO TRUE
           MOVE SPACE TO CODE-SES-PREC

           IF SES-APPEL-PROG = SPACE OR LOW-VALUE
              OR SES-APPEL-PROG NOT = LAST-PROG
              MOVE SPACE TO SES-APPEL
           ELSE
              IF SES-APPEL-CODE NOT = SPACE AND LOW-VALUE
      *          Session choisie sur l'ecran appelant : affichee
      *          d'emblee, prete a etre modifiee
                 MOVE SES-APPEL-CODE TO CODESESI
                 PERFORM GET-SESSION
              END-IF
           END-IF
           .

       29000-FORMATE-HEADER.
                   INITIALIZE CODE-SES-PREC

                   MOVE PROG-COURANT TO LAST-PROG
                   IF SES-APPEL-PROG = SPACE
                      MOVE 'INF0CI11' TO PROG-SUIVANT
                   ELSE
                      MOVE SES-APPEL-PROG TO PROG-SUIVANT
                   END-IF
                   perform 23110-PROG-SUIVANT
              WHEN DFHPF1
                   PERFORM  90100-TRAIT-AIDE
              MOVE E-SES-LIEU     TO LIEUO
              MOVE E-SES-CAPACITE TO CAPAO
              MOVE E-SES-TAUX-FINANCEUR TO TAUXFO
              IF E-SES-SALLE = LOW-VALUE
                 MOVE SPACE TO E-SES-SALLE
              END-IF
              MOVE E-SES-SITE       TO SITEO
              MOVE E-SES-CODE-SALLE TO SALLEO

              MOVE E-SES-CODE     TO CODE-SES-PREC
              MOVE 'Session existante : modification' to messo
               SET SES-EXISTE-NON TO TRUE
               MOVE CODESESI      TO CODE-SES-PREC
               MOVE LOW-VALUE     TO TITREO DATEDEBO DATEFINO
                                     LIEUO CAPAO TAUXFO SITEO SALLEO
               MOVE 'Session nouvelle : saisissez-la' to messo
             WHEN OTHER
               MOVE LOW-VALUE   TO MAPSO
              MOVE 'Capacite non numerique' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           PERFORM 23250-CHECK-SALLE
           .

       23250-CHECK-SALLE.
      *    Site et salle facultatifs ; une salle n'existe que sur
      *    un site. La salle doit etre ouverte, assez grande pour
      *    la capacite de la session et libre sur toute la periode
           IF SITEI = LOW-VALUE
              MOVE SPACE TO SITEI
           END-IF
           IF SALLEI = LOW-VALUE
              MOVE SPACE TO SALLEI
           END-IF

           IF SITEI NOT = SPACE
              MOVE SITEI      TO E-SIT-CODE
              MOVE 'FSITE'    TO file-name
              SET c-consult   TO TRUE
              MOVE E-SITE     TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 MOVE -1 to sitel
                 MOVE 'Site inconnu au referentiel' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

           IF SALLEI NOT = SPACE
              IF SITEI = SPACE
                 MOVE -1 to sitel
                 MOVE 'Saisissez le site de la salle' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF

              MOVE SITEI      TO E-SAL-SITE
              MOVE SALLEI     TO E-SAL-CODE
              MOVE 'FSALL'    TO file-name
              SET c-consult   TO TRUE
              MOVE E-SALLE    TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 MOVE -1 to sallel
                 MOVE 'Salle inconnue sur ce site (cf SAL1CI11)'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE enrgmt     TO E-SALLE

              IF SAL-FERMEE
                 MOVE -1 to sallel
                 MOVE 'Salle fermee : reservation impossible' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF

              MOVE CAPAI TO W-CAPA-SESSION
              IF E-SAL-CAPACITE < W-CAPA-SESSION
                 MOVE E-SAL-CAPACITE TO W-CAPA-EDIT
                 MOVE -1 to sallel
                 MOVE SPACE TO messo
                 STRING 'Salle trop petite : ' DELIMITED BY SIZE
                        W-CAPA-EDIT           DELIMITED BY SIZE
                        ' places pour la capacite de la session'
                                              DELIMITED BY SIZE
                        INTO messo
                 END-STRING
                 perform 22000-TRAIT-ENVOI
              END-IF

              PERFORM 23260-CHECK-RESERVATIONS
           END-IF
           .

       23260-CHECK-RESERVATIONS.
      *    Parcours des reservations de la salle dans l'ordre des
      *    dates de debut : toute reservation d'une autre session
      *    commencant avant la fin et finissant apres le debut
      *    chevauche la periode demandee
           MOVE DATEDEBI(5:4) TO W-RSA-DEB(1:4)
           MOVE DATEDEBI(3:2) TO W-RSA-DEB(5:2)
           MOVE DATEDEBI(1:2) TO W-RSA-DEB(7:2)
           MOVE DATEFINI(5:4) TO W-RSA-FIN(1:4)
           MOVE DATEFINI(3:2) TO W-RSA-FIN(5:2)
           MOVE DATEFINI(1:2) TO W-RSA-FIN(7:2)

           MOVE SPACE TO W-RSA-CONFLIT
           SET FIN-RESA-NON TO TRUE

           MOVE SITEI         TO E-RSA-SITE
           MOVE SALLEI        TO E-RSA-CODE-SALLE
           MOVE 0             TO E-RSA-DATE-DEB
           MOVE LOW-VALUE     TO E-RSA-SESSION
           MOVE 'FRESA'       TO file-name
           SET c-startbr      TO TRUE
           MOVE E-RESERVATION TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-RESA-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-RESA-OUI
              MOVE E-RESERVATION TO enrgmt
              MOVE 'FRESA'       TO file-name
              SET c-readnext     TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-RESERVATION
                 IF E-RSA-SITE NOT = SITEI
                    OR E-RSA-CODE-SALLE NOT = SALLEI
                    OR E-RSA-DATE-DEB > W-RSA-FIN
                    SET FIN-RESA-OUI TO TRUE
                 ELSE
                    IF E-RSA-DATE-FIN NOT < W-RSA-DEB
                       AND E-RSA-SESSION NOT = CODESESI
                       MOVE E-RSA-SESSION TO W-RSA-CONFLIT
                       SET FIN-RESA-OUI TO TRUE
                    END-IF
                 END-IF
              ELSE
                 SET FIN-RESA-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FRESA'       TO file-name
           SET c-endbr        TO TRUE
           MOVE E-RESERVATION TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF W-RSA-CONFLIT NOT = SPACE
              MOVE -1 to sallel
              MOVE SPACE TO messo
              STRING 'Salle deja reservee sur ces dates par la '
                                       DELIMITED BY SIZE
                     'session '        DELIMITED BY SIZE
                     W-RSA-CONFLIT     DELIMITED BY SIZE
                     INTO messo
              END-STRING
              perform 22000-TRAIT-ENVOI
           END-IF
           .

       23300-ECRIT-SESSION.
      *    Ecrit la session (creation ou modification). SUR UNE
      *    MODIFICATION, LES ANCIENNES DATES SONT GARDEES POUR
      *    DECIDER DE LA CASCADE VERS LES DOSSIERS RATTACHES
           MOVE SPACE TO W-DEB-AVANT W-FIN-AVANT W-SALLE-AVANT
           IF SES-EXISTE-OUI
              MOVE CODESESI  TO E-SES-CODE
              MOVE 'FSESS'   TO file-name
                 MOVE enrgmt         TO E-SESSION
                 MOVE E-SES-DATE-DEB TO W-DEB-AVANT
                 MOVE E-SES-DATE-FIN TO W-FIN-AVANT
                 IF E-SES-SALLE NOT = LOW-VALUE
                    MOVE E-SES-SALLE TO W-SALLE-AVANT
                 END-IF
              END-IF
           END-IF

           MOVE DATEFINI  TO E-SES-DATE-FIN
           MOVE LIEUI     TO E-SES-LIEU
           MOVE CAPAI     TO E-SES-CAPACITE
           MOVE SITEI     TO E-SES-SITE
           MOVE SALLEI    TO E-SES-CODE-SALLE

      *    Taux facture au financeur (centimes par jour-stagiaire,
      *    facultatif : une session hors convention se facture a 0)
      *    rattachements (INF1CI11 / INF3CI11)
           IF SES-EXISTE-NON
              MOVE 0 TO E-SES-INSCRITS
              MOVE SPACE TO E-SES-ORIGINE
           END-IF

           MOVE 'FSESS'    TO file-name
                  MOVE 'Session creee avec succes' to messo
               END-IF
               PERFORM 23310-AUDIT-SESSION
               IF W-SALLE-AVANT NOT = SPACE
                  OR E-SES-SALLE NOT = SPACE
                  PERFORM 23320-MAJ-RESERVATION
               END-IF
      *        UNE SESSION DEPLACEE ENTRAINE SES DOSSIERS : LES
      *        DATES DE PRESTATION COPIEES (CF CSTAG) ET LES
      *        PLACEMENTS COURANTS SUIVENT, AVEC TRACE 'M' ET
           PERFORM 22000-TRAIT-ENVOI
           .

       23320-MAJ-RESERVATION.
      *    L'ancienne reservation (salle ou dates d'avant) est
      *    rendue, puis la salle est reservee sur la periode
      *    retenue : la cle FRESA11 porte la date de debut
           IF W-SALLE-AVANT NOT = SPACE
              MOVE W-DEB-AVANT(5:4) TO W-RSA-DEB-AVANT(1:4)
              MOVE W-DEB-AVANT(3:2) TO W-RSA-DEB-AVANT(5:2)
              MOVE W-DEB-AVANT(1:2) TO W-RSA-DEB-AVANT(7:2)
              MOVE W-SALLE-AVANT    TO E-RSA-SALLE
              MOVE W-RSA-DEB-AVANT  TO E-RSA-DATE-DEB
              MOVE CODESESI         TO E-RSA-SESSION
              MOVE 'FRESA'          TO file-name
              SET c-delete          TO TRUE
              MOVE E-RESERVATION    TO enrgmt
              CALL pgm-accfile USING accfile-param
           END-IF

           IF E-SES-SALLE NOT = SPACE
              MOVE DATEDEBI(5:4)    TO W-RSA-DEB(1:4)
              MOVE DATEDEBI(3:2)    TO W-RSA-DEB(5:2)
              MOVE DATEDEBI(1:2)    TO W-RSA-DEB(7:2)
              MOVE DATEFINI(5:4)    TO W-RSA-FIN(1:4)
              MOVE DATEFINI(3:2)    TO W-RSA-FIN(5:2)
              MOVE DATEFINI(1:2)    TO W-RSA-FIN(7:2)
              MOVE SPACE            TO E-RESERVATION
              MOVE E-SES-SALLE      TO E-RSA-SALLE
              MOVE W-RSA-DEB        TO E-RSA-DATE-DEB
              MOVE CODESESI         TO E-RSA-SESSION
              MOVE W-RSA-FIN        TO E-RSA-DATE-FIN
              MOVE DATE-TD          TO E-RSA-DATE-MAJ
              MOVE EIBUSERID        TO E-RSA-USERID
              MOVE 'FRESA'          TO file-name
              SET c-write           TO TRUE
              MOVE E-RESERVATION    TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 MOVE 'Session enregistree, reservation de salle '
                      & 'en echec' to messo
              END-IF
           END-IF
           .

       23310-AUDIT-SESSION.
      *    Trace d'audit de la mise a jour du referentiel (TDQ INFO)
           MOVE SPACE TO E-TD
                     FROM(E-HISTO)
                     RESP(C-R)
           END-EXEC
           PERFORM SCELLE-HISTO

           MOVE SPACE           TO E-DETAIL
           MOVE CLE-HISTO       TO E-DET-CLE-HISTO
                     FROM(E-DETAIL)
                     RESP(C-R)
           END-EXEC
           PERFORM SCELLE-DETAIL

           MOVE SPACE           TO E-DETAIL
           MOVE CLE-HISTO       TO E-DET-CLE-HISTO
                     FROM(E-DETAIL)
                     RESP(C-R)
           END-EXEC
           PERFORM SCELLE-DETAIL
           .

       24400-DEPOSE-RECAP.
              MOVE -1     TO confl

              MOVE '9'    TO CODESESA TITREA DATEDEBA DATEFINA
                             LIEUA CAPAA SITEA SALLEA

              MOVE 'Confirmez votre choix -(O/N)' to messo


      *       Askip / Highlight / mdt
              MOVE '9'    TO CODESESA TITREA DATEDEBA DATEFINA
                             LIEUA CAPAA SITEA SALLEA

              MOVE 'Mauvais choix' TO messo

           MOVE SPACE TO confo
           .

      *--------------------------------------------------
      * -- SCELLEMENT DES TRACES D'AUDIT ----------------
      *--------------------------------------------------
       SCELLE-HISTO.
      *    Empreinte et valeur chainee de la trace FSTAGA11
      *    qui vient d'etre ecrite, deposees dans FSCEL11
           IF C-R = DFHRESP(NORMAL)
              MOVE 'A'        TO SCP-TYPE
              MOVE 'E'        TO SCP-FONCTION
              MOVE E-HISTO    TO SCP-ENREG
              PERFORM SCELLE-TRACE
           END-IF
           .

       SCELLE-DETAIL.
      *    Idem pour le detail avant/apres FSTAGD11
           IF C-R = DFHRESP(NORMAL)
              MOVE 'D'        TO SCP-TYPE
              MOVE 'E'        TO SCP-FONCTION
              MOVE E-DETAIL   TO SCP-ENREG
              PERFORM SCELLE-TRACE
           END-IF
           .

       SCELLE-TRACE.
      *    Un incident de scellement ne bloque pas la mise a
      *    jour : la trace non scellee sort a la verification
           MOVE MON-PROG      TO SCP-PROGRAMME
           MOVE EIBUSERID     TO SCP-USERID
           CALL pgm-scellaud USING SCELLEMENT-PARAM
           .


       90000-ERR-TOUCHE.
      *----------------*
           MOVE 'TOUCHE DE FONCTION INVALIDE' TO messo
