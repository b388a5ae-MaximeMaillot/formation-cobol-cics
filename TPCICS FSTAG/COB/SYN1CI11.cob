      *======================================================*
      *   SYNTHESE DU DOSSIER EN UN ECRAN : IDENTITE ET      *
      *   STATUT (FSTAG11), PLACEMENT COURANT AVEC LA RAISON *
      *   SOCIALE DE L'EMPLOYEUR (FPLAC11 + FEMPL11), SON    *
      *   TUTEUR ET SES EVALUATIONS (FTUTE11 + FEVPL11),     *
      *   PIECES MANQUANTES (FDOCS11), DERNIERE NOTE         *
      *   (FNOTE11), PROCHAIN ENTRETIEN (FENTR11), DERNIER   *
      *   COURRIEL (FMAIL11) ET RECLAMATIONS OUVERTES        *
      *   (FRECL11). LES TOUCHES FONCTION SAUTENT VERS LES   *
      *   ECRANS DE DETAIL : PF4=FICHE PF5=PIECES PF6=NOTES  *
      *   PF9=ENTRETIENS PF10=COURRIERS (REGISTRE COR1CI11)  *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      * Structure d'un employeur (FEMPL11)
       COPY CEMPL.

      * Structure d'un tuteur en entreprise (FTUTE11)
       COPY CTUTE.

      * Structure d'une evaluation de placement (FEVPL11)
       COPY CEVPL.

      * Structure d'une piece justificative (FDOCS11)
       COPY CDOCS.

      * Structure d'un courriel du sas (FMAIL11)
       COPY CMAIL.

      * Structure d'une reclamation (FRECL11)
       COPY CRECL.

      * Structure d'un profil d'habilitation (FHABI11)
       COPY CHABI.

      * --------- Role consultation (ou sans profil FHABI11) : les
      *           donnees personnelles sont masquees par MASQPERS
       01 W-MASQUAGE                     PIC 9.
         88 MASQUAGE-OUI           VALUE 1.
         88 MASQUAGE-NON           VALUE 0.

       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.
      * --------- Zones de construction des lignes de synthese
       01 W-PLA-TROUVE                   PIC 9.
       01 PLA-SAUVE                      PIC X(400).
       01 W-EVP-RESUME.
         05 FILLER                       PIC X(1) VALUE 'A'.
         05 W-EVP-ASSIDUITE              PIC X(1).
         05 FILLER                       PIC X(2) VALUE ' P'.
         05 W-EVP-PONCTUALITE            PIC X(1).
         05 FILLER                       PIC X(2) VALUE ' C'.
         05 W-EVP-COMPETENCES            PIC X(1).
         05 FILLER                       PIC X(3) VALUE ' R:'.
         05 W-EVP-RECOMMANDE             PIC X(1).
       01 W-EVP-MI                       PIC X(12).
       01 W-EVP-FIN                      PIC X(12).
       01 W-NB-MANQUANTES                PIC 9(3).
       01 W-NB-MANQUANTES-EDIT           PIC ZZ9.
       01 W-NOTE-TROUVEE                 PIC 9.
       01 W-MAIL-TROUVE                  PIC 9.
       01 MAIL-SAUVE                     PIC X(400).
       01 W-ETAT-MAIL-LIB                PIC X(10).
       01 W-NB-RCL-OUVERTES              PIC 9(3).
       01 W-NB-RCL-OUVERTES-EDIT         PIC ZZ9.
       01 RCL-SAUVE                      PIC X(400).

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.
         02 pgm-masqpers                 PIC X(8) value 'MASQPERS'.

      * ---------- Paramètre pour sous-programme ACCFILE
       01 accfile-param.

           MOVE  PROG-COURANT     TO  PROG-PRECEDENT
           MOVE  MON-PROG         TO  PROG-COURANT

           PERFORM 10500-LIT-ROLE-UTILISATEUR
           .

       10500-LIT-ROLE-UTILISATEUR.
      *---------------------------*
      *    Seuls les roles gestion et supervision voient les
      *    coordonnees completes du stagiaire
           SET MASQUAGE-OUI TO TRUE
           MOVE EIBUSERID        TO E-HAB-USERID
           MOVE 'FHABI'          TO file-name
           SET c-consult         TO TRUE
           MOVE E-HABILITATION   TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt TO E-HABILITATION
              IF ROLE-GESTION OR ROLE-SUPERVISION
                 SET MASQUAGE-NON TO TRUE
              END-IF
           END-IF
           .

       20000-TRAIT-PROGRAMME.
                   PERFORM  23500-SAUT-DETAIL
                   MOVE 'ENT1CI11' TO PROG-SUIVANT
                   perform 23110-PROG-SUIVANT
              WHEN DFHPF10
                   PERFORM  23500-SAUT-DETAIL
                   MOVE 'COR1CI11' TO PROG-SUIVANT
                   perform 23110-PROG-SUIVANT
              WHEN DFHPF1
                   PERFORM  90100-TRAIT-AIDE
              WHEN DFHPF12
      *--------------------------------------------------
       24000-ASSEMBLE-SYNTHESE.
      *----------------------*
           MOVE SPACE TO IDENT2O STATUT2O PLACEO TUTEVALO DOCSO
                         NOTEO ENTREO MAIL2O RECLAMO messo

           MOVE CUR-NUMSTAG TO E-NUMERO
           MOVE 'FSTAG'     TO file-name
           END-IF

           MOVE enrgmt TO E-STAGIAIRE
           IF MASQUAGE-OUI
              CALL pgm-masqpers USING E-STAGIAIRE
           END-IF

           STRING E-PRENOM DELIMITED BY '  '
                  ' '      DELIMITED BY SIZE
           END-IF

           PERFORM 24100-PLACEMENT-COURANT
           PERFORM 24150-TUTEUR-EVALUATIONS
           PERFORM 24200-PIECES-MANQUANTES
           PERFORM 24300-DERNIERE-NOTE
           PERFORM 24400-PROCHAIN-ENTRETIEN
           PERFORM 24500-DERNIER-COURRIEL
           PERFORM 24600-RECLAMATIONS-OUVERTES
           .

       24100-PLACEMENT-COURANT.
           END-IF
           .

       24150-TUTEUR-EVALUATIONS.
      *----------------------*
      *    Tuteur du placement courant et resume des evaluations
      *    mi-parcours / fin (assiduite, ponctualite, competences,
      *    recommandation)
           IF W-PLA-TROUVE = 0
              continue
           ELSE
              MOVE PLA-SAUVE TO E-PLACEMENT
              MOVE SPACE TO E-TUT-NOM
              IF E-PLA-TUTEUR = SPACE OR LOW-VALUE
                 MOVE '(NON DESIGNE)' TO E-TUT-NOM
              ELSE
                 MOVE E-PLA-CODE-EMPLOYEUR TO E-TUT-EMPLOYEUR
                 MOVE E-PLA-TUTEUR         TO E-TUT-SEQ
                 MOVE 'FTUTE'     TO file-name
                 SET c-consult    TO TRUE
                 MOVE E-TUTEUR    TO enrgmt
                 CALL pgm-accfile USING accfile-param
                 IF cr-ok
                    MOVE enrgmt TO E-TUTEUR
                 ELSE
                    MOVE '(TUTEUR INCONNU)' TO E-TUT-NOM
                 END-IF
              END-IF

              MOVE 'M' TO E-EVP-TYPE
              PERFORM 24160-RESUME-EVALUATION
              MOVE W-EVP-FIN TO W-EVP-MI
              MOVE 'F' TO E-EVP-TYPE
              PERFORM 24160-RESUME-EVALUATION

              STRING 'TUTEUR ' DELIMITED BY SIZE
                     E-TUT-NOM DELIMITED BY '  '
                     ' MI-PARCOURS ' DELIMITED BY SIZE
                     W-EVP-MI DELIMITED BY SIZE
                     ' FIN ' DELIMITED BY SIZE
                     W-EVP-FIN DELIMITED BY SIZE
                     INTO TUTEVALO
              END-STRING
           END-IF
           .

       24160-RESUME-EVALUATION.
      *----------------------*
      *    Resume d'une evaluation du placement courant dans
      *    W-EVP-FIN (type pose par l'appelant dans E-EVP-TYPE)
           MOVE E-PLA-NUMERO TO E-EVP-NUMERO
           MOVE E-PLA-SEQ    TO E-EVP-SEQ
           MOVE 'FEVPL'      TO file-name
           SET c-consult     TO TRUE
           MOVE E-EVAL-PLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt TO E-EVAL-PLACEMENT
              MOVE E-EVP-ASSIDUITE   TO W-EVP-ASSIDUITE
              MOVE E-EVP-PONCTUALITE TO W-EVP-PONCTUALITE
              MOVE E-EVP-COMPETENCES TO W-EVP-COMPETENCES
              MOVE E-EVP-RECOMMANDE  TO W-EVP-RECOMMANDE
              MOVE W-EVP-RESUME      TO W-EVP-FIN
           ELSE
              MOVE 'NON SAISIE'      TO W-EVP-FIN
           END-IF
           .

       24200-PIECES-MANQUANTES.
      *----------------------*
           MOVE 0 TO W-NB-MANQUANTES
           END-IF
           .

       24600-RECLAMATIONS-OUVERTES.
      *----------------------*
      *    Reclamations sans date de reponse : nombre et plus
      *    ancienne (date de reception, categorie, gestionnaire)
           MOVE 0 TO W-NB-RCL-OUVERTES
           SET FIN-BROWSE-NON TO TRUE
           MOVE CUR-NUMSTAG   TO E-RCL-NUMERO
           MOVE 0             TO E-RCL-SEQ
           MOVE 'FRECL'       TO file-name
           SET c-startbr      TO TRUE
           MOVE E-RECLAMATION TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-RECLAMATION TO enrgmt
              MOVE 'FRECL'       TO file-name
              SET c-readnext     TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-RECLAMATION
                 IF E-RCL-NUMERO NOT = CUR-NUMSTAG
                    SET FIN-BROWSE-OUI TO TRUE
                 ELSE
                    IF E-RCL-DATE-REPONSE = SPACE
                       ADD 1 TO W-NB-RCL-OUVERTES
                       IF W-NB-RCL-OUVERTES = 1
                          MOVE E-RECLAMATION TO RCL-SAUVE
                       END-IF
                    END-IF
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM
           MOVE 'FRECL'       TO file-name
           SET c-endbr        TO TRUE
           MOVE E-RECLAMATION TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF W-NB-RCL-OUVERTES = 0
              MOVE 'AUCUNE RECLAMATION OUVERTE' TO RECLAMO
           ELSE
              MOVE RCL-SAUVE         TO E-RECLAMATION
              MOVE W-NB-RCL-OUVERTES TO W-NB-RCL-OUVERTES-EDIT
              STRING W-NB-RCL-OUVERTES-EDIT    DELIMITED BY SIZE
                     ' OUVERTE(S) - PLUS ANCIENNE DU '
                                               DELIMITED BY SIZE
                     E-RCL-DATE-RECEPTION(7:2) DELIMITED BY SIZE
                     '/'                       DELIMITED BY SIZE
                     E-RCL-DATE-RECEPTION(5:2) DELIMITED BY SIZE
                     '/'                       DELIMITED BY SIZE
                     E-RCL-DATE-RECEPTION(1:4) DELIMITED BY SIZE
                     ' ('                      DELIMITED BY SIZE
                     E-RCL-CATEGORIE           DELIMITED BY SIZE
                     ') '                      DELIMITED BY SIZE
                     E-RCL-GESTIONNAIRE        DELIMITED BY SPACE
                     INTO RECLAMO
              END-STRING
           END-IF
           .

       23110-PROG-SUIVANT.
      *------------------*
           EXEC CICS XCTL  PROGRAM  (PROG-SUIVANT)

       90100-TRAIT-AIDE.
      *-----------------*
           MOVE 'PF4=Fiche PF5=Pieces PF6=Notes PF9=Entret. PF10=Courr.'
             TO messo
           PERFORM  22000-TRAIT-ENVOI
           .
