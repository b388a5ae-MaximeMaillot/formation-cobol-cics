      * Structure de l'historique d'audit consultable (FSTAGA11)
       COPY CTDHIST.

      * Zone d'appel du scellement des traces d'audit (FSCEL11)
       COPY CSCEP.

      * Structure du NIR du stagiaire (FNIR11, index unique FNIRP11)
       COPY CNIR.

      * Journal des acces au NIR (FNIRJ11)
       COPY CNIRJ.

      * Pilotage de la generation de checklist
       01 TDO-FIN-BROWSE              PIC 9.
         88 TDO-FIN-BROWSE-OUI   VALUE 1.
         02 pgm-validdat                 PIC X(8) value 'VALIDDAT'.
         02 pgm-validper                 PIC X(8) value 'VALIDPER'.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.
         02 pgm-scellaud                 PIC X(8) value 'SCELLAUD'.
         02 pgm-validjou                 PIC X(8) value 'VALIDJOU'.

      * --------- Parametre pour sous-programme VALIDJOU (age du
       01 STATUT-CIBLE                   PIC X(1).
       01 SENS-DELTA                     PIC S9(1).

      * --------- Parametre pour sous-programme VALIDNIR (cle
      *           modulo 97, coherence avec le sexe et la date de
      *           naissance)
       01 pgm-validnir                   PIC X(8) value 'VALIDNIR'.
       01 validnir-param.
         02 NIR-A-VALIDER                PIC X(15).
         02 SEXE-A-VALIDER               PIC X(1).
         02 NAISS-A-VALIDER              PIC X(8).
         02 CR-NIR                       PIC 9.
           88 cr-nir-invalide            value 0.
           88 cr-nir-valide              value 1.
           88 cr-nir-sexe                value 2.
           88 cr-nir-naissance           value 3.

      * --------- NIR transmis (affiche masque) et NIR retenu ;
      *           une saisie sans '*' remplace le NIR transmis
       01 W-NIR-RETENU                   PIC X(15).
       01 W-NIR-MASQUE                   PIC X(15).

      * --------- Rang du dossier suspens en cours de correction
       01 RANG-COURANT                   PIC 9(5).

                  MOVE E-SUS-EMAIL      TO EMAILO
                  MOVE E-SUS-DATE-DEB   TO DATEDEBO
                  MOVE E-SUS-DATE-FIN   TO DATEFINO
                  IF E-SUS-NIR = SPACE
                     MOVE SPACE TO NIRO
                  ELSE
                     MOVE ALL '*' TO W-NIR-MASQUE
                     MOVE E-SUS-NIR(1:5) TO W-NIR-MASQUE(1:5)
                     MOVE W-NIR-MASQUE TO NIRO
                  END-IF
                  MOVE E-SUS-SEXE       TO SEXEO

                  MOVE E-SUS-RANG TO RANG-PREC
                  MOVE 'Corrigez les champs puis validez' to messo
             END-IF
           END-IF

           PERFORM 23225-CHECK-NIR
           .

      *--------------------------------------------------
      * -- CONTROLE DU NIR ------------------------------
      *--------------------------------------------------
       23225-CHECK-NIR.
      *    Memes controles qu'a la creation INF1CI11 : cle modulo
      *    97, coherence avec le sexe et la naissance, NIR non
      *    encore attribue (index unique FNIRP11)
           MOVE RANG-COURANT TO E-SUS-RANG
           MOVE 'FSUSP'   TO file-name
           SET c-consult  TO TRUE
           MOVE E-SUSPENS TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt TO E-SUSPENS
              MOVE E-SUS-NIR TO W-NIR-RETENU
           ELSE
              MOVE SPACE TO W-NIR-RETENU
           END-IF
           IF NIRI NOT = SPACE AND NOT = LOW-VALUE
              AND NIRI(6:1) NOT = '*'
              MOVE NIRI TO W-NIR-RETENU
           END-IF

           IF W-NIR-RETENU NOT = SPACE
              IF SEXEI NOT = 'H' AND NOT = 'F'
                 MOVE -1 to sexel
                 MOVE 'Sexe obligatoire avec le NIR (H/F)' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF

              MOVE W-NIR-RETENU TO NIR-A-VALIDER
              MOVE SEXEI        TO SEXE-A-VALIDER
              MOVE DATENI       TO NAISS-A-VALIDER
              CALL pgm-validnir USING validnir-param

              EVALUATE TRUE
                WHEN cr-nir-invalide
                  MOVE -1 to nirl
                  MOVE 'NIR invalide (cle de controle fausse)' to messo
                  perform 22000-TRAIT-ENVOI
                WHEN cr-nir-sexe
                  MOVE -1 to sexel
                  MOVE 'NIR incoherent avec le sexe' to messo
                  perform 22000-TRAIT-ENVOI
                WHEN cr-nir-naissance
                  MOVE -1 to nirl
                  MOVE 'NIR incoherent avec la date de naissance'
                    to messo
                  perform 22000-TRAIT-ENVOI
                WHEN OTHER
                  continue
              END-EVALUATE

              MOVE W-NIR-RETENU TO E-NIR-VALEUR
              MOVE 'FNIRP'      TO file-name
              SET c-consult     TO TRUE
              MOVE E-NIR        TO enrgmt
              CALL pgm-accfile USING accfile-param

              IF cr-ok
                 MOVE enrgmt TO E-NIR
                 MOVE SPACE TO messo
                 STRING 'NIR deja attribue au dossier '
                          DELIMITED BY SIZE
                        E-NIR-NUMERO DELIMITED BY SIZE
                        INTO messo
                 END-STRING
                 MOVE -1 to nirl
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF
           .

       23210-GET-ANNEE-COURANTE.
                      ' cree' DELIMITED BY SIZE
                      INTO messo
               END-STRING
               IF W-NIR-RETENU NOT = SPACE
                  PERFORM 23345-ENREGISTRE-NIR
               END-IF
             WHEN OTHER
               MOVE 'Echec de la creation' to messo
           END-EVALUATE
              MOVE 'A'       TO E-PLA-STATUT
              MOVE SPACE     TO E-PLA-CODE-SESSION
                                E-PLA-CODE-EMPLOYEUR
                                E-PLA-TUTEUR

              MOVE 'FPLAC'     TO file-name
              SET c-write      TO TRUE
           .


       23345-ENREGISTRE-NIR.
      *    Le NIR controle est range dans FNIR11 et la saisie
      *    journalisee dans FNIRJ11 ; un NIR pose entre-temps sur
      *    un autre dossier est refuse par l'index unique (DUPREC)
           MOVE SPACE           TO E-NIR
           MOVE CANDIDAT-NUMERO TO E-NIR-NUMERO
           MOVE W-NIR-RETENU    TO E-NIR-VALEUR
           MOVE SEXEI           TO E-NIR-SEXE
           MOVE EIBUSERID       TO E-NIR-USERID
           MOVE DATE-TD         TO E-NIR-DATE-MAJ

           MOVE 'FNIR'    TO file-name
           SET c-write    TO TRUE
           MOVE E-NIR     TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               MOVE SPACE TO E-ACCES-NIR
               MOVE CANDIDAT-NUMERO TO E-NRJ-NUMERO
               MOVE DATE-TD         TO E-NRJ-DATE
               MOVE HEURE-TD        TO E-NRJ-HEURE
               MOVE EIBTRMID        TO E-NRJ-TERMINAL
               MOVE EIBUSERID       TO E-NRJ-USERID
               MOVE 'M'             TO E-NRJ-ACTION
               MOVE MON-PROG        TO E-NRJ-PROGRAMME
               MOVE 'FNIRJ'         TO file-name
               SET c-write          TO TRUE
               MOVE E-ACCES-NIR     TO enrgmt
               CALL pgm-accfile USING accfile-param
             WHEN cr-duplicate
               MOVE 'Stagiaire cree, NIR refuse (deja attribue)'
                 to messo
             WHEN OTHER
               MOVE 'Stagiaire cree, echec de l''ecriture du NIR'
                 to messo
           END-EVALUATE
           .

      *--------------------------------------------------
      * -- AJUSTEMENT DES COMPTEURS PRECALCULES ---------
      *--------------------------------------------------
                     FROM(E-HISTO)
                     RESP(C-R)
           END-EXEC
           PERFORM SCELLE-HISTO

           PERFORM PUBLIE-EVENEMENT
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

       SCELLE-TRACE.
      *    Un incident de scellement ne bloque pas la mise a
      *    jour : la trace non scellee sort a la verification
           MOVE MON-PROG      TO SCP-PROGRAMME
           MOVE EIBUSERID     TO SCP-USERID
           CALL pgm-scellaud USING SCELLEMENT-PARAM
           .


      *--------------------------------------------------
      * -- PUBLICATION DE L'EVENEMENT POUR L'AVAL -------
      *--------------------------------------------------

              MOVE '9'    TO RANGA NOMA PRENOMA ADR1A ADR2A CODEPA
                             VILLEA TELDOMA TELMOBA DATENA
                             DATEDEBA DATEFINA EMAILA NIRA SEXEA

              MOVE 'Confirmez votre choix' to messo

      *       Askip / Highlight / mdt        
              MOVE '9'    TO RANGA NOMA PRENOMA ADR1A ADR2A CODEPA
                             VILLEA TELDOMA TELMOBA DATENA
                             DATEDEBA DATEFINA EMAILA NIRA SEXEA

              MOVE 'Mauvais choix' TO messo

