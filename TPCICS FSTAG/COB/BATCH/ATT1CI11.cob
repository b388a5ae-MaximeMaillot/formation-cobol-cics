      *   (IDENTITE + PERIODE DE PRESTATION), INSCRITE AU    *
      *   REGISTRE FATTE11. UNE CARTE PORTANT UN NUMERO      *
      *   DECLENCHE LA REIMPRESSION D'UN DUPLICATA           *
      *   L'ATTESTATION EST SUIVIE DU PASSEPORT DE           *
      *   COMPETENCES DU STAGIAIRE (EVALUATIONS FEVAL11 PAR  *
      *   SESSION, LIBELLES FCOMP11, EVALUATEURS FFORM11)    *
      *   PUIS DU PLAN D'ACTION INDIVIDUEL CONVENU LORS DES  *
      *   ENTRETIENS DE SUIVI (FPACT11)                      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
               RECORD KEY IS E-ATT-CLE
               FILE STATUS IS FATTE-STATUT.

           SELECT FEVAL-FILE ASSIGN TO FEVAL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-EVA-CLE
               FILE STATUS IS FEVAL-STATUT.

           SELECT FCOMP-FILE ASSIGN TO FCOMP11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-CMP-CLE
               FILE STATUS IS FCOMP-STATUT.

           SELECT FSESS-FILE ASSIGN TO FSESS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SES-CODE
               FILE STATUS IS FSESS-STATUT.

           SELECT FFORM-FILE ASSIGN TO FFORM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-FOR-CODE
               FILE STATUS IS FFORM-STATUT.

      *        CARTE FACULTATIVE : NUMERO POUR DUPLICATA
           SELECT FPACT-FILE ASSIGN TO FPACT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-PAC-CLE
               FILE STATUS IS FPACT-STATUT.

           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.
       FD  FATTE-FILE.
       COPY CATTE.

       FD  FEVAL-FILE.
       COPY CEVAL.

       FD  FCOMP-FILE.
       COPY CCOMP.

       FD  FSESS-FILE.
       COPY CSESS.

       FD  FFORM-FILE.
       COPY CFORM.

       FD  FPACT-FILE.
       COPY CPACT.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-NUMERO            PIC X(6).
         88 FATTE-OK                  VALUE '00'.
         88 FATTE-FIN                 VALUE '10'.

       01 FEVAL-STATUT                PIC X(2).
         88 FEVAL-OK                  VALUE '00'.
         88 FEVAL-FIN                 VALUE '10'.

       01 FCOMP-STATUT                PIC X(2).
         88 FCOMP-OK                  VALUE '00'.

       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.

       01 FFORM-STATUT                PIC X(2).
         88 FFORM-OK                  VALUE '00'.

       01 FPACT-STATUT                PIC X(2).
         88 FPACT-OK                  VALUE '00'.
         88 FPACT-FIN                 VALUE '10'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.
         88 CARTE-ABSENT              VALUE '35'.

       01 W-NB-EMISES                 PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   REGISTRE DES CORRESPONDANCES (FCORR11) : LA COPIE   *
      *   DE CHAQUE LETTRE EST REPEREE DANS LE DEPOT FREPO11  *
      *   (CODE DE VERSEMENT DE L'ETAPE REP1CI11 DU JCL ET    *
      *   RANG DE SA PREMIERE LIGNE DANS L'EDITION)           *
      *------------------------------------------------------*
       01 W-CODE-DEPOT                PIC X(8) VALUE 'LETATTES'.
       01 W-NB-LIGNES-EDITEES         PIC 9(5) VALUE 0.
       01 pgm-corrbat                 PIC X(8) VALUE 'CORRBAT '.
      *    CODE RETOUR DU PAS, PRESERVE AUTOUR DE L'APPEL
       01 W-RC-APPELANT               PIC S9(4) COMP.
       COPY CCORP.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-JOUR.
           05 W-DATE-JOUR-AAAA        PIC 9(4).

       01 W-LIGNE-CORPS               PIC X(132).

      *------------------------------------------------------*
      *   LIGNES DU PASSEPORT DE COMPETENCES                 *
      *------------------------------------------------------*
       01 W-LIGNE-PASSEPORT.
           05 FILLER                  PIC X(20) VALUE SPACE.
           05 FILLER                  PIC X(36) VALUE
              'PASSEPORT DE COMPETENCES'.

       01 W-LIGNE-COMPETENCE.
           05 FILLER                  PIC X(4)  VALUE SPACE.
           05 W-LC-CODE               PIC X(4).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LC-LIBELLE            PIC X(40).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LC-NIVEAU             PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-LC-NIVEAU-LIB         PIC X(11).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LC-DATE               PIC X(10).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LC-EVALUATEUR         PIC X(36).
           05 FILLER                  PIC X(17) VALUE SPACE.

      *------------------------------------------------------*
      *   LIGNES DU PLAN D'ACTION INDIVIDUEL                 *
      *------------------------------------------------------*
       01 W-LIGNE-PLAN.
           05 FILLER                  PIC X(20) VALUE SPACE.
           05 FILLER                  PIC X(36) VALUE
              'PLAN D''ACTION INDIVIDUEL'.

       01 W-LIGNE-PLAN-ENTETE.
           05 FILLER                  PIC X(4)  VALUE SPACE.
           05 FILLER                  PIC X(5)  VALUE 'NO'.
           05 FILLER                  PIC X(13) VALUE 'RESPONSABLE'.
           05 FILLER                  PIC X(12) VALUE 'ECHEANCE'.
           05 FILLER                  PIC X(12) VALUE 'ETAT'.
           05 FILLER                  PIC X(60) VALUE 'ACTION'.

       01 W-LIGNE-ACTION.
           05 FILLER                  PIC X(4)  VALUE SPACE.
           05 W-LA-SEQ                PIC 9(3).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LA-RESPONSABLE        PIC X(11).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LA-ECHEANCE           PIC X(10).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LA-ETAT               PIC X(10).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-LA-DESCRIPTION        PIC X(60).
           05 FILLER                  PIC X(26) VALUE SPACE.

       01 W-PAC-NB                    PIC 9(3).

       01 W-PAS-NUMERO                PIC 9(6).
       01 W-PAS-SESSION               PIC X(6).
       01 W-PAS-NB                    PIC 9(3).

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*
              STOP RUN
           END-IF

           OPEN INPUT FEVAL-FILE
           IF NOT FEVAL-OK
              DISPLAY 'ATT1CI11 - OUVERTURE FEVAL11 IMPOSSIBLE : '
                      FEVAL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FCOMP-FILE
           IF NOT FCOMP-OK
              DISPLAY 'ATT1CI11 - OUVERTURE FCOMP11 IMPOSSIBLE : '
                      FCOMP-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSESS-FILE
           IF NOT FSESS-OK
              DISPLAY 'ATT1CI11 - OUVERTURE FSESS11 IMPOSSIBLE : '
                      FSESS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FFORM-FILE
           IF NOT FFORM-OK
              DISPLAY 'ATT1CI11 - OUVERTURE FFORM11 IMPOSSIBLE : '
                      FFORM-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FPACT-FILE
           IF NOT FPACT-OK
              DISPLAY 'ATT1CI11 - OUVERTURE FPACT11 IMPOSSIBLE : '
                      FPACT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT ATT-FILE
           IF NOT ATT-OK
              DISPLAY 'ATT1CI11 - OUVERTURE RPTATTES IMPOSSIBLE : '
       22000-EMET-ATTESTATION.
      *----------------------*
           PERFORM 25000-EDITE-ATTESTATION
           PERFORM 26000-EDITE-PASSEPORT
           PERFORM 27000-EDITE-PLAN

           MOVE E-NUMERO          TO E-ATT-NUMERO
           MOVE E-DATE-FIN-PRESTA TO E-ATT-DATE-FIN

           PERFORM 25000-EDITE-ATTESTATION
           WRITE ATT-LIGNE FROM W-LIGNE-DUPLI
           ADD 1 TO W-NB-LIGNES-EDITEES
           PERFORM 26000-EDITE-PASSEPORT
           PERFORM 27000-EDITE-PLAN
           ADD 1 TO W-NB-EMISES
           .

       25000-EDITE-ATTESTATION.
      *----------------------*
           PERFORM 28000-INSCRIT-LETTRE

           WRITE ATT-LIGNE FROM W-LIGNE-SAUT
           ADD 1 TO W-NB-LIGNES-EDITEES
           WRITE ATT-LIGNE FROM W-LIGNE-TITRE
           ADD 1 TO W-NB-LIGNES-EDITEES
           MOVE SPACE TO ATT-LIGNE
           WRITE ATT-LIGNE
           ADD 1 TO W-NB-LIGNES-EDITEES

           MOVE SPACE TO W-LIGNE-CORPS
           STRING 'NOUS ATTESTONS QUE '   DELIMITED BY SIZE
                  INTO W-LIGNE-CORPS
           END-STRING
           WRITE ATT-LIGNE FROM W-LIGNE-CORPS
           ADD 1 TO W-NB-LIGNES-EDITEES

           MOVE SPACE TO W-LIGNE-CORPS
           STRING 'A ACCOMPLI SA PRESTATION DU ' DELIMITED BY SIZE
                  INTO W-LIGNE-CORPS
           END-STRING
           WRITE ATT-LIGNE FROM W-LIGNE-CORPS
           ADD 1 TO W-NB-LIGNES-EDITEES

           MOVE SPACE TO ATT-LIGNE
           WRITE ATT-LIGNE
           ADD 1 TO W-NB-LIGNES-EDITEES
           MOVE SPACE TO W-LIGNE-CORPS
           STRING 'FAIT LE '              DELIMITED BY SIZE
                  W-DATE-EDITION          DELIMITED BY SIZE
                  INTO W-LIGNE-CORPS
           END-STRING
           WRITE ATT-LIGNE FROM W-LIGNE-CORPS
           ADD 1 TO W-NB-LIGNES-EDITEES
           .

      *--------------------------------------------------------*
      *   PASSEPORT DE COMPETENCES : EVALUATIONS DU STAGIAIRE   *
      *   REGROUPEES PAR SESSION (PAGE SUIVANT L'ATTESTATION)   *
      *--------------------------------------------------------*
       26000-EDITE-PASSEPORT.
      *----------------------*
           MOVE E-NUMERO  TO W-PAS-NUMERO
           MOVE SPACE     TO W-PAS-SESSION
           MOVE 0         TO W-PAS-NB
           MOVE '00'      TO FEVAL-STATUT

           MOVE W-PAS-NUMERO TO E-EVA-NUMERO
           MOVE LOW-VALUE    TO E-EVA-SESSION E-EVA-COMPETENCE
           START FEVAL-FILE KEY IS NOT LESS THAN E-EVA-CLE
              INVALID KEY
                 SET FEVAL-FIN TO TRUE
           END-START

           PERFORM UNTIL FEVAL-FIN
              READ FEVAL-FILE NEXT RECORD
                 AT END
                    SET FEVAL-FIN TO TRUE
                 NOT AT END
                    IF E-EVA-NUMERO = W-PAS-NUMERO
                       PERFORM 26100-EDITE-EVALUATION
                    ELSE
                       SET FEVAL-FIN TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           .

       26100-EDITE-EVALUATION.
      *----------------------*
           IF W-PAS-NB = 0
      *       PREMIERE EVALUATION : ENTETE DU PASSEPORT
              WRITE ATT-LIGNE FROM W-LIGNE-SAUT
              ADD 1 TO W-NB-LIGNES-EDITEES
              WRITE ATT-LIGNE FROM W-LIGNE-PASSEPORT
              ADD 1 TO W-NB-LIGNES-EDITEES
              MOVE SPACE TO ATT-LIGNE
              WRITE ATT-LIGNE
              ADD 1 TO W-NB-LIGNES-EDITEES
              MOVE SPACE TO W-LIGNE-CORPS
              STRING E-PRENOM                DELIMITED BY '  '
                     ' '                     DELIMITED BY SIZE
                     E-NOM                   DELIMITED BY '  '
                     ', DOSSIER NO '         DELIMITED BY SIZE
                     E-NUMERO                DELIMITED BY SIZE
                     INTO W-LIGNE-CORPS
              END-STRING
              WRITE ATT-LIGNE FROM W-LIGNE-CORPS
              ADD 1 TO W-NB-LIGNES-EDITEES
           END-IF
           ADD 1 TO W-PAS-NB

           IF E-EVA-SESSION NOT = W-PAS-SESSION
      *       RUPTURE SUR SESSION : INTITULE DU CATALOGUE
              MOVE E-EVA-SESSION TO W-PAS-SESSION
              MOVE E-EVA-SESSION TO E-SES-CODE
              READ FSESS-FILE
                 INVALID KEY
                    MOVE SPACE TO E-SES-TITRE
              END-READ
              MOVE SPACE TO ATT-LIGNE
              WRITE ATT-LIGNE
              ADD 1 TO W-NB-LIGNES-EDITEES
              MOVE SPACE TO W-LIGNE-CORPS
              STRING 'SESSION '              DELIMITED BY SIZE
                     W-PAS-SESSION           DELIMITED BY SIZE
                     ' - '                   DELIMITED BY SIZE
                     E-SES-TITRE             DELIMITED BY SIZE
                     INTO W-LIGNE-CORPS
              END-STRING
              WRITE ATT-LIGNE FROM W-LIGNE-CORPS
              ADD 1 TO W-NB-LIGNES-EDITEES
           END-IF

           MOVE E-EVA-COMPETENCE TO W-LC-CODE
           MOVE E-EVA-SESSION    TO E-CMP-SESSION
           MOVE E-EVA-COMPETENCE TO E-CMP-CODE
           READ FCOMP-FILE
              INVALID KEY
                 MOVE '(COMPETENCE RETIREE DU REFERENTIEL)'
                   TO W-LC-LIBELLE
              NOT INVALID KEY
                 MOVE E-CMP-LIBELLE TO W-LC-LIBELLE
           END-READ

           MOVE E-EVA-NIVEAU TO W-LC-NIVEAU
           EVALUATE TRUE
              WHEN EVA-NOTIONS
                 MOVE 'NOTIONS'     TO W-LC-NIVEAU-LIB
              WHEN EVA-APPLICATION
                 MOVE 'APPLICATION' TO W-LC-NIVEAU-LIB
              WHEN EVA-MAITRISE
                 MOVE 'MAITRISE'    TO W-LC-NIVEAU-LIB
              WHEN EVA-EXPERTISE
                 MOVE 'EXPERTISE'   TO W-LC-NIVEAU-LIB
              WHEN OTHER
                 MOVE SPACE         TO W-LC-NIVEAU-LIB
           END-EVALUATE

           MOVE SPACE TO W-LC-DATE
           STRING E-EVA-DATE(1:2) '/' E-EVA-DATE(3:2) '/'
                  E-EVA-DATE(5:4)
                  DELIMITED BY SIZE INTO W-LC-DATE
           END-STRING

           MOVE E-EVA-EVALUATEUR TO E-FOR-CODE
           MOVE SPACE            TO W-LC-EVALUATEUR
           READ FFORM-FILE
              INVALID KEY
                 MOVE E-EVA-EVALUATEUR TO W-LC-EVALUATEUR
              NOT INVALID KEY
                 STRING E-FOR-PRENOM DELIMITED BY '  '
                        ' '          DELIMITED BY SIZE
                        E-FOR-NOM    DELIMITED BY '  '
                        INTO W-LC-EVALUATEUR
                 END-STRING
           END-READ

           WRITE ATT-LIGNE FROM W-LIGNE-COMPETENCE
           ADD 1 TO W-NB-LIGNES-EDITEES
           .

      *--------------------------------------------------------*
      *   PLAN D'ACTION INDIVIDUEL : ACTIONS CONVENUES LORS DES *
      *   ENTRETIENS DE SUIVI ET LEUR ETAT EN FIN DE PLACEMENT  *
      *--------------------------------------------------------*
       27000-EDITE-PLAN.
      *----------------------*
           MOVE 0         TO W-PAC-NB
           MOVE '00'      TO FPACT-STATUT

           MOVE E-NUMERO  TO E-PAC-NUMERO
           MOVE 0         TO E-PAC-SEQ
           START FPACT-FILE KEY IS NOT LESS THAN E-PAC-CLE
              INVALID KEY
                 SET FPACT-FIN TO TRUE
           END-START

           PERFORM UNTIL FPACT-FIN
              READ FPACT-FILE NEXT RECORD
                 AT END
                    SET FPACT-FIN TO TRUE
                 NOT AT END
                    IF E-PAC-NUMERO = E-NUMERO
                       PERFORM 27100-EDITE-ACTION
                    ELSE
                       SET FPACT-FIN TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           .

       27100-EDITE-ACTION.
      *----------------------*
           IF W-PAC-NB = 0
      *       PREMIERE ACTION : ENTETE DU PLAN
              MOVE SPACE TO ATT-LIGNE
              WRITE ATT-LIGNE
              ADD 1 TO W-NB-LIGNES-EDITEES
              WRITE ATT-LIGNE FROM W-LIGNE-PLAN
              ADD 1 TO W-NB-LIGNES-EDITEES
              MOVE SPACE TO ATT-LIGNE
              WRITE ATT-LIGNE
              ADD 1 TO W-NB-LIGNES-EDITEES
              WRITE ATT-LIGNE FROM W-LIGNE-PLAN-ENTETE
              ADD 1 TO W-NB-LIGNES-EDITEES
           END-IF
           ADD 1 TO W-PAC-NB

           MOVE E-PAC-SEQ TO W-LA-SEQ
           IF PAC-RESP-GESTIONNAIRE
              MOVE 'GESTIONNAIR' TO W-LA-RESPONSABLE
           ELSE
              MOVE 'STAGIAIRE'   TO W-LA-RESPONSABLE
           END-IF

           MOVE SPACE TO W-LA-ECHEANCE
           STRING E-PAC-ECHEANCE(7:2) '/' E-PAC-ECHEANCE(5:2) '/'
                  E-PAC-ECHEANCE(1:4)
                  DELIMITED BY SIZE INTO W-LA-ECHEANCE
           END-STRING

           EVALUATE TRUE
              WHEN PAC-REALISEE
                 MOVE 'REALISEE'   TO W-LA-ETAT
              WHEN PAC-ABANDONNEE
                 MOVE 'ABANDONNEE' TO W-LA-ETAT
              WHEN OTHER
                 MOVE 'NON SOLDEE' TO W-LA-ETAT
           END-EVALUATE

           MOVE E-PAC-DESCRIPTION TO W-LA-DESCRIPTION
           WRITE ATT-LIGNE FROM W-LIGNE-ACTION
           ADD 1 TO W-NB-LIGNES-EDITEES
           .

      *--------------------------------------------------------*
      *   INSCRIPTION AU REGISTRE DES CORRESPONDANCES FCORR11   *
      *   (CORRBAT) : L'ATTESTATION, ORIGINAL OU DUPLICATA,     *
      *   AVEC LA PREMIERE LIGNE DE SA COPIE DANS LE DEPOT      *
      *--------------------------------------------------------*
       28000-INSCRIT-LETTRE.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE E-NUMERO        TO COR-NUMERO
           MOVE 'C'             TO COR-CANAL
           IF MODE-DUPLICATA-OUI
              MOVE 'ATTDUPLI'   TO COR-MODELE
           ELSE
              MOVE 'ATTESTAT'   TO COR-MODELE
           END-IF
           MOVE 'ATT1CI11'      TO COR-PROGRAMME
           MOVE W-CODE-DEPOT    TO COR-REP-CODE
           MOVE W-DATE-SYS      TO COR-REP-DATE
           COMPUTE COR-REP-LIGNE = W-NB-LIGNES-EDITEES + 1
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE FSTAG-FILE
           CLOSE FATTE-FILE
           CLOSE FEVAL-FILE
           CLOSE FCOMP-FILE
           CLOSE FSESS-FILE
           CLOSE FFORM-FILE
           CLOSE FPACT-FILE
           CLOSE ATT-FILE
           MOVE 'F'             TO COR-FONCTION
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE

           DISPLAY 'ATT1CI11 - EDITION TERMINEE - ' W-NB-EMISES
                   ' ATTESTATION(S)'
