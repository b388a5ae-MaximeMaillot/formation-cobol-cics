      *   EN CONSONANCE VALIDPHO, SUR FSTAG11 VIA L'INDEX    *
      *   FPHON11 ET SUR L'ARCHIVE FSTAGH11) N'EST PAS       *
      *   CREEE : ELLE PART EN SUSPENS FSUSP11 AVEC LE       *
      *   NUMERO PRESUME, A TRANCHER SUR SUS1CI11.           *
      *   UNE SESSION DEMANDEE DOIT EXISTER AU CATALOGUE,    *
      *   AVOIR UNE PLACE ET N'EXIGER AUCUN PREREQUIS        *
      *   (FPREQ11) : UNE PERSONNE NOUVELLE N'A NI           *
      *   CERTIFICATION NI SESSION SUIVIE                    *
      *   UN NIR TRANSMIS EST CONTROLE (VALIDNIR) ; S'IL EST *
      *   DEJA ATTRIBUE (FNIR11, CLE ALTERNATIVE UNIQUE) LA  *
      *   CANDIDATURE PART EN SUSPENS COMME DOSSIER EXISTANT *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
               RECORD KEY IS E-PLA-CLE
               FILE STATUS IS FPLAC-STATUT.

      *        CATALOGUE DES SESSIONS ET PREREQUIS (FPREQ11
      *        FACULTATIF : ABSENT, AUCUN PREREQUIS N'EST EXIGE)
           SELECT FSESS-FILE ASSIGN TO FSESS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SES-CODE
               FILE STATUS IS FSESS-STATUT.

           SELECT FPREQ-FILE ASSIGN TO FPREQ11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-PRQ-CLE
               FILE STATUS IS FPREQ-STATUT.

           SELECT FSTAGA-FILE ASSIGN TO FSTAGA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SUS-RANG
               FILE STATUS IS FSUSP-STATUT.

      *        NIR DES STAGIAIRES : CLE PRIMAIRE LE NUMERO, CLE
      *        ALTERNATIVE UNIQUE LE NIR (CHEMIN DD FNIR111) ; LES
      *        SAISIES SONT JOURNALISEES DANS FNIRJ11
           SELECT FNIR-FILE ASSIGN TO FNIR11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-NIR-NUMERO
               ALTERNATE RECORD KEY IS E-NIR-VALEUR
               FILE STATUS IS FNIR-STATUT.

           SELECT FNIRJ-FILE ASSIGN TO FNIRJ11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NRJ-CLE
               FILE STATUS IS FNIRJ-STATUT.

           SELECT REJET-FILE ASSIGN TO RPTREJET
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJET-STATUT.
           05 CAND-EMAIL              PIC X(40).
           05 CAND-DATE-DEB           PIC X(8).
           05 CAND-DATE-FIN           PIC X(8).
           05 CAND-CODE-SESSION       PIC X(6).
           05 CAND-NIR                PIC X(15).
           05 CAND-SEXE               PIC X(1).
           05 FILLER                  PIC X(19).
      *        ENVELOPPE DE L'ECHANGE : PREMIERE LIGNE '01'
      *        (NUMERO + NOMBRE ANNONCE), DERNIERE LIGNE '99'
      *        (NOMBRE PORTE)
       FD  FPLAC-FILE.
       COPY CPLAC.

       FD  FSESS-FILE.
       COPY CSESS.

       FD  FPREQ-FILE.
       COPY CPREQ.

       FD  FSTAGA-FILE.
       COPY CTDHIST.

       FD  FSUSP-FILE.
       COPY CSUSP.

       FD  FNIR-FILE.
       COPY CNIR.

       FD  FNIRJ-FILE.
       COPY CNIRJ.

       FD  REJET-FILE.
       01  REJET-LIGNE                PIC X(132).


       WORKING-STORAGE SECTION.

      *------------------------------------------------------*
      *   SCELLEMENT DES TRACES D'AUDIT ECRITES (FSCEL11)     *
      *------------------------------------------------------*
       01 pgm-scellbat                PIC X(8) VALUE 'SCELLBAT'.
       COPY CSCEP.

       01 CAND-STATUT                 PIC X(2).
         88 CAND-OK                   VALUE '00'.
         88 CAND-FIN                  VALUE '10'.
       01 FPLAC-STATUT                PIC X(2).
         88 FPLAC-OK                  VALUE '00'.

       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.

       01 FPREQ-STATUT                PIC X(2).
         88 FPREQ-OK                  VALUE '00'.
         88 FPREQ-ABSENT              VALUE '35'.
       01 W-FPREQ-PRESENT             PIC 9 VALUE 0.

       01 FSTAGA-STATUT               PIC X(2).
         88 FSTAGA-OK                 VALUE '00'.

         88 FSUSP-OK                  VALUE '00'.
         88 FSUSP-FIN                 VALUE '10'.

       01 FNIR-STATUT                 PIC X(2).
         88 FNIR-OK                   VALUE '00'.

       01 FNIRJ-STATUT                PIC X(2).
         88 FNIRJ-OK                  VALUE '00'.

       01 REJET-STATUT                PIC X(2).
         88 REJET-OK                  VALUE '00'.

         02 pgm-validdat              PIC X(8) value 'VALIDDAT'.
         02 pgm-validper              PIC X(8) value 'VALIDPER'.
         02 pgm-validpho              PIC X(8) value 'VALIDPHO'.
         02 pgm-validnir              PIC X(8) value 'VALIDNIR'.

      * --------- Parametre pour sous-programme VALIDNIR
       01 validnir-param.
         02 NIR-A-VALIDER             PIC X(15).
         02 SEXE-A-VALIDER            PIC X(1).
         02 NAISS-A-VALIDER           PIC X(8).
         02 CR-NIR                    PIC 9.
           88 cr-nir-invalide         value 0.
           88 cr-nir-valide           value 1.
           88 cr-nir-sexe             value 2.
           88 cr-nir-naissance        value 3.

      * --------- Parametre pour sous-programme VALIDPHO
       01 validpho-param.
              STOP RUN
           END-IF

           OPEN I-O FSESS-FILE
           IF NOT FSESS-OK
              DISPLAY 'CHA1CI11 - OUVERTURE FSESS11 IMPOSSIBLE : '
                      FSESS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FPREQ-FILE
           EVALUATE TRUE
              WHEN FPREQ-OK
                 MOVE 1 TO W-FPREQ-PRESENT
              WHEN FPREQ-ABSENT
                 MOVE 0 TO W-FPREQ-PRESENT
              WHEN OTHER
                 DISPLAY 'CHA1CI11 - OUVERTURE FPREQ11 IMPOSSIBLE : '
                         FPREQ-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN I-O FSTAGA-FILE
           IF NOT FSTAGA-OK
              DISPLAY 'CHA1CI11 - OUVERTURE FSTAGA11 IMPOSSIBLE : '
              STOP RUN
           END-IF

           OPEN I-O FNIR-FILE
           IF NOT FNIR-OK
              DISPLAY 'CHA1CI11 - OUVERTURE FNIR11 IMPOSSIBLE : '
                      FNIR-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FNIRJ-FILE
           IF NOT FNIRJ-OK
              DISPLAY 'CHA1CI11 - OUVERTURE FNIRJ11 IMPOSSIBLE : '
                      FNIRJ-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 11000-CHERCHE-RANG-SUSPENS

           OPEN OUTPUT REJET-FILE
              PERFORM 21300-CONTROLE-EMAIL
           END-IF

      *    Session demandee : catalogue, capacite et prerequis ;
      *    comme a l'ecran, ses dates deviennent celles de la
      *    prestation
           IF CANDIDAT-VALIDE AND CAND-CODE-SESSION NOT = SPACE
              PERFORM 21500-CONTROLE-SESSION
           END-IF

      *    Dates de prestation
           IF CANDIDAT-VALIDE
              PERFORM 21400-CONTROLE-PRESTATION
           END-IF

      *    NIR facultatif : cle, sexe et naissance
           IF CANDIDAT-VALIDE AND CAND-NIR NOT = SPACE
              PERFORM 21600-CONTROLE-NIR
           END-IF
           .

       21600-CONTROLE-NIR.
      *----------------------*
           IF CAND-SEXE NOT = 'H' AND NOT = 'F'
              MOVE 'SEXE ABSENT OU INVALIDE AVEC LE NIR'
                TO W-MOTIF-REJET
              SET CANDIDAT-REJETE TO TRUE
           ELSE
              MOVE CAND-NIR        TO NIR-A-VALIDER
              MOVE CAND-SEXE       TO SEXE-A-VALIDER
              MOVE CAND-DATE-NAISS TO NAISS-A-VALIDER
              CALL pgm-validnir USING validnir-param
              EVALUATE TRUE
                WHEN cr-nir-invalide
                  MOVE 'NIR INVALIDE (CLE DE CONTROLE)'
                    TO W-MOTIF-REJET
                  SET CANDIDAT-REJETE TO TRUE
                WHEN cr-nir-sexe
                  MOVE 'NIR INCOHERENT AVEC LE SEXE' TO W-MOTIF-REJET
                  SET CANDIDAT-REJETE TO TRUE
                WHEN cr-nir-naissance
                  MOVE 'NIR INCOHERENT AVEC LA NAISSANCE'
                    TO W-MOTIF-REJET
                  SET CANDIDAT-REJETE TO TRUE
                WHEN OTHER
                  CONTINUE
              END-EVALUATE
           END-IF
           .

       21500-CONTROLE-SESSION.
      *----------------------*
           MOVE CAND-CODE-SESSION TO E-SES-CODE
           READ FSESS-FILE
              INVALID KEY
                 MOVE 'SESSION INCONNUE AU CATALOGUE' TO W-MOTIF-REJET
                 SET CANDIDAT-REJETE TO TRUE
              NOT INVALID KEY
                 IF E-SES-CAPACITE > 0
                    AND E-SES-INSCRITS >= E-SES-CAPACITE
                    MOVE 'SESSION COMPLETE : CAPACITE ATTEINTE'
                      TO W-MOTIF-REJET
                    SET CANDIDAT-REJETE TO TRUE
                 ELSE
                    MOVE E-SES-DATE-DEB TO CAND-DATE-DEB
                    MOVE E-SES-DATE-FIN TO CAND-DATE-FIN
                 END-IF
           END-READ

      *    Le premier prerequis declare suffit a refuser : la
      *    personne creee n'a encore ni resultat FRESU11 ni
      *    placement FPLAC11 ; le rattachement se fait ensuite
      *    sur INF3CI11, avec derogation possible de la supervision
           IF CANDIDAT-VALIDE AND W-FPREQ-PRESENT = 1
              MOVE CAND-CODE-SESSION TO E-PRQ-SESSION
              MOVE LOW-VALUE         TO E-PRQ-TYPE E-PRQ-REQUIS
              START FPREQ-FILE KEY IS NOT LESS THAN E-PRQ-CLE
                 INVALID KEY
                    MOVE SPACE TO E-PRQ-SESSION
                 NOT INVALID KEY
                    READ FPREQ-FILE NEXT RECORD
                       AT END
                          MOVE SPACE TO E-PRQ-SESSION
                    END-READ
              END-START
              IF E-PRQ-SESSION = CAND-CODE-SESSION
                 MOVE SPACE TO W-MOTIF-REJET
                 IF PRQ-CERTIFICATION
                    STRING 'PREREQUIS : CERTIFICATION '
                           E-PRQ-REQUIS ' REQUISE'
                           DELIMITED BY SIZE INTO W-MOTIF-REJET
                    END-STRING
                 ELSE
                    STRING 'PREREQUIS : SESSION '
                           E-PRQ-REQUIS ' NON SUIVIE'
                           DELIMITED BY SIZE INTO W-MOTIF-REJET
                    END-STRING
                 END-IF
                 SET CANDIDAT-REJETE TO TRUE
              END-IF
           END-IF
           .

       21100-CONTROLE-TELDOM.
           CALL pgm-validpho USING validpho-param
           MOVE CLE-PHONETIQUE TO W-PHO-PRENOM-CAND

      *    Un NIR deja attribue designe le dossier sans ambiguite
           IF CAND-NIR NOT = SPACE
              MOVE CAND-NIR TO E-NIR-VALEUR
              READ FNIR-FILE KEY IS E-NIR-VALEUR
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET DOSSIER-EXISTANT-OUI TO TRUE
                    MOVE E-NIR-NUMERO TO W-EXI-NUMERO
                    MOVE ' NIR'       TO W-EXI-ORIGINE
              END-READ
           END-IF

           IF DOSSIER-EXISTANT-NON AND W-PHO-NOM-CAND NOT = SPACE
              PERFORM 22100-RAPPROCHE-VIVANTS
           END-IF
           IF DOSSIER-EXISTANT-NON
                       NOT INVALID KEY
                          IF SUPPRIME-NON
                             PERFORM 22250-COMPARE-DOSSIER
                             PERFORM 22260-COMPARE-NIR
                          END-IF
                    END-READ
                 END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   UN HOMONYME VIVANT DONT LE NIR CONNU DIFFERE DE       *
      *   CELUI TRANSMIS EST UNE AUTRE PERSONNE : IL N'EST PAS  *
      *   RETENU COMME DOSSIER EXISTANT                         *
      *--------------------------------------------------------*
       22260-COMPARE-NIR.
      *----------------------*
           IF DOSSIER-EXISTANT-OUI AND CAND-NIR NOT = SPACE
              MOVE E-NUMERO TO E-NIR-NUMERO
              READ FNIR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF E-NIR-VALEUR NOT = CAND-NIR
                       SET DOSSIER-EXISTANT-NON TO TRUE
                    END-IF
              END-READ
           END-IF
           .

      *--------------------------------------------------------*
      *   DOSSIERS ARCHIVES : FSTAGH11 N'A PAS D'INDEX          *
      *   PHONETIQUE, L'ARCHIVE EST PARCOURUE ET CHAQUE IMAGE   *
              MOVE CAND-DATE-NAISS TO E-DATE-NAISS
              MOVE CAND-DATE-DEB   TO E-DATE-DEB-PRESTA
              MOVE CAND-DATE-FIN   TO E-DATE-FIN-PRESTA
              MOVE CAND-CODE-SESSION TO E-CODE-SESSION
              MOVE 'A'             TO E-STATUT
              SET SUPPRIME-NON     TO TRUE
      *       CONSENTEMENTS REPUTES ACCORDES A LA CREATION,
                 NOT INVALID KEY
                    ADD 1 TO W-NB-CREES
                    PERFORM 24200-CREE-PLACEMENT
                    PERFORM 24600-INCREMENTE-SESSION
                    PERFORM 24300-AUDIT-CREATION
                    PERFORM 24400-GENERE-CHECKLIST
                    IF CAND-NIR NOT = SPACE
                       PERFORM 24700-ENREGISTRE-NIR
                    END-IF
              END-WRITE
           END-IF
           .
              MOVE CAND-DATE-DEB   TO E-PLA-DATE-DEB
              MOVE CAND-DATE-FIN   TO E-PLA-DATE-FIN
              MOVE 'A'             TO E-PLA-STATUT
              MOVE CAND-CODE-SESSION TO E-PLA-CODE-SESSION

              WRITE E-PLACEMENT
                 INVALID KEY
           END-IF
           .

       24600-INCREMENTE-SESSION.
      *    Le rattachement compte un inscrit de plus sur la
      *    session, comme 23360-INCREMENTE-SESSION de INF1CI11
           IF CAND-CODE-SESSION NOT = SPACE
              MOVE CAND-CODE-SESSION TO E-SES-CODE
              READ FSESS-FILE
                 INVALID KEY
                    DISPLAY 'CHA1CI11 - SESSION ' CAND-CODE-SESSION
                            ' ABSENTE A L''INSCRIPTION'
                 NOT INVALID KEY
                    ADD 1 TO E-SES-INSCRITS
                    REWRITE E-SESSION
                       INVALID KEY
                          DISPLAY 'CHA1CI11 - ECHEC MAJ SESSION '
                                  CAND-CODE-SESSION
                    END-REWRITE
              END-READ
           END-IF
           .

       24700-ENREGISTRE-NIR.
      *    Le NIR controle est range dans FNIR11 et la saisie
      *    journalisee dans FNIRJ11, comme sur INF1CI11
           MOVE SPACE           TO E-NIR
           MOVE CANDIDAT-NUMERO TO E-NIR-NUMERO
           MOVE CAND-NIR        TO E-NIR-VALEUR
           MOVE CAND-SEXE       TO E-NIR-SEXE
           MOVE W-DATE-AUDIT    TO E-NIR-DATE-MAJ
           MOVE 'CHA1CI11'      TO E-NIR-USERID

           WRITE E-NIR
              INVALID KEY
                 DISPLAY 'CHA1CI11 - ECHEC NIR NUM '
                         CANDIDAT-NUMERO ' STATUT ' FNIR-STATUT
              NOT INVALID KEY
                 MOVE SPACE           TO E-ACCES-NIR
                 MOVE CANDIDAT-NUMERO TO E-NRJ-NUMERO
                 MOVE W-DATE-AUDIT    TO E-NRJ-DATE
                 MOVE W-HEURE-AUDIT   TO E-NRJ-HEURE
                 MOVE 'BTCH'          TO E-NRJ-TERMINAL
                 MOVE 'CHA1CI11'      TO E-NRJ-USERID
                 MOVE 'M'             TO E-NRJ-ACTION
                 MOVE 'CHA1CI11'      TO E-NRJ-PROGRAMME
                 WRITE E-ACCES-NIR
                    INVALID KEY
                       CONTINUE
                 END-WRITE
           END-WRITE
           .

       24300-AUDIT-CREATION.
      *    Meme trace de creation que 23310-AUDIT-CREATION de
      *    INF1CI11, portee ici directement sur FSTAGA11
           MOVE 'CHA1CI11'      TO USERID-USER-H
           MOVE 'C'             TO FONCTION-H

           MOVE E-HISTO     TO SCP-ENREG
           WRITE E-HISTO
              INVALID KEY
                 DISPLAY 'CHA1CI11 - ECHEC AUDIT NUM '
                         CANDIDAT-NUMERO
              NOT INVALID KEY
                 PERFORM 86000-SCELLE-HISTO
           END-WRITE
           .

           MOVE W-DATE-AUDIT    TO E-SUS-DATE-REJET
           MOVE 'A'             TO E-SUS-ETAT
           MOVE 0               TO E-SUS-NUMERO-CREE
           MOVE CAND-NIR        TO E-SUS-NIR
           MOVE CAND-SEXE       TO E-SUS-SEXE

           WRITE E-SUSPENS
              INVALID KEY
           END-WRITE
           .

      *--------------------------------------------------------*
      *   SCELLEMENT DE LA TRACE D'AUDIT QUI VIENT D'ETRE      *
      *   ECRITE : EMPREINTE ET VALEUR CHAINEE DEPOSEES DANS   *
      *   FSCEL11 PAR SCELLBAT (UN INCIDENT NE BLOQUE PAS LE   *
      *   TRAITEMENT, LA TRACE SORT A LA VERIFICATION)         *
      *--------------------------------------------------------*
       86000-SCELLE-HISTO.
      *----------------------*
           MOVE 'A'             TO SCP-TYPE
           MOVE 'E'             TO SCP-FONCTION
           MOVE 'CHA1CI11'      TO SCP-PROGRAMME
           MOVE SCP-ENREG(29:8) TO SCP-USERID
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE W-NB-LUS     TO W-TOT-LUS
           CLOSE FDOCS-FILE
           CLOSE FTDOC-FILE
           CLOSE FSUSP-FILE
           CLOSE FNIR-FILE
           CLOSE FNIRJ-FILE
           CLOSE FPHON-FILE
           CLOSE FSTAGH-FILE
           CLOSE FSTAG-FILE
           CLOSE FPLAC-FILE
           CLOSE FSESS-FILE
           IF W-FPREQ-PRESENT = 1
              CLOSE FPREQ-FILE
           END-IF
           CLOSE FSTAGA-FILE
           CLOSE REJET-FILE
           MOVE 'F'             TO SCP-FONCTION
           CALL pgm-scellbat USING SCELLEMENT-PARAM

           DISPLAY 'CHA1CI11 - CHARGEMENT TERMINE - ' W-NB-LUS
                   ' LU(S) / ' W-NB-CREES ' CREE(S) / '
