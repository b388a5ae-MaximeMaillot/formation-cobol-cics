      *   EDITION LISIBLE - IDENTITE (FSTAG11), PIECES       *
      *   (FDOCS11), NOTES (FNOTE11), ENTRETIENS (FENTR11),  *
      *   POINTAGES (FPRES11), PLACEMENTS (FPLAC11),         *
      *   MESSAGES (FMAIL11), HISTORIQUE D'AUDIT (FSTAGA11), *
      *   EVALUATIONS DE COMPETENCES (FEVAL11) ET            *
      *   RECLAMATIONS (FRECL11) - PUIS LA DEMANDE EST       *
      *   MARQUEE SERVIE.                                    *
      *   LE FICHIER DES DEMANDES TIENT LIEU DE REGISTRE     *
      *   POUR LE DOSSIER DE CONFORMITE                      *
      *======================================================*
               RECORD KEY IS CLE-HISTO
               FILE STATUS IS FSTAGA-STATUT.

           SELECT FEVAL-FILE ASSIGN TO FEVAL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-EVA-CLE
               FILE STATUS IS FEVAL-STATUT.

           SELECT FRECL-FILE ASSIGN TO FRECL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-RCL-CLE
               FILE STATUS IS FRECL-STATUT.

           SELECT DRA-FILE ASSIGN TO DRAOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DRA-STATUT.
       FD  FSTAGA-FILE.
       COPY CTDHIST.

       FD  FEVAL-FILE.
       COPY CEVAL.

       FD  FRECL-FILE.
       COPY CRECL.

       FD  DRA-FILE.
       01  DRA-LIGNE                  PIC X(132).

         88 FSTAGA-OK                 VALUE '00'.
         88 FSTAGA-FIN                VALUE '10'.

       01 FEVAL-STATUT                PIC X(2).
         88 FEVAL-OK                  VALUE '00'.
         88 FEVAL-FIN                 VALUE '10'.

       01 FRECL-STATUT                PIC X(2).
         88 FRECL-OK                  VALUE '00'.
         88 FRECL-FIN                 VALUE '10'.

       01 DRA-STATUT                  PIC X(2).
         88 DRA-OK                    VALUE '00'.

           OPEN INPUT FPLAC-FILE
           OPEN INPUT FMAIL-FILE
           OPEN INPUT FSTAGA-FILE
           OPEN INPUT FEVAL-FILE
           OPEN INPUT FRECL-FILE

           OPEN OUTPUT DRA-FILE
           IF NOT DRA-OK
           PERFORM 36000-EDITE-ENTRETIENS
           PERFORM 37000-EDITE-MESSAGES
           PERFORM 38000-EDITE-AUDIT
           PERFORM 39000-EDITE-COMPETENCES
           PERFORM 39500-EDITE-RECLAMATIONS

           MOVE 'S'          TO E-DRA-ETAT
           MOVE W-DATE-AUDIT TO E-DRA-DATE-SERVIE
           END-READ
           .

      *--------------------------------------------------------*
      *   EVALUATIONS DE COMPETENCES (FEVAL11)                  *
      *--------------------------------------------------------*
       39000-EDITE-COMPETENCES.
      *----------------------*
           MOVE 'EVALUATIONS DE COMPETENCES (FEVAL11)' TO W-SEC-TITRE
           WRITE DRA-LIGNE FROM W-LIGNE-SECTION
           MOVE 0 TO W-NB-SECTION

           MOVE W-NUMERO  TO E-EVA-NUMERO
           MOVE LOW-VALUE TO E-EVA-SESSION E-EVA-COMPETENCE
           START FEVAL-FILE KEY IS GREATER THAN E-EVA-CLE
              INVALID KEY
                 SET FEVAL-FIN TO TRUE
           END-START

           PERFORM 39100-LIT-EVALUATION
             UNTIL FEVAL-FIN
           MOVE '00' TO FEVAL-STATUT

           MOVE W-NB-SECTION TO W-CPT-NOMBRE
           MOVE ' EVALUATION(S))' TO W-CPT-SUITE
           WRITE DRA-LIGNE FROM W-LIGNE-COMPTE
           .

       39100-LIT-EVALUATION.
      *----------------------*
           READ FEVAL-FILE NEXT RECORD
              AT END
                 SET FEVAL-FIN TO TRUE
              NOT AT END
                 IF E-EVA-NUMERO NOT = W-NUMERO
                    SET FEVAL-FIN TO TRUE
                 ELSE
                    ADD 1 TO W-NB-SECTION
                    MOVE 'COMPETENCE' TO W-CHP-LIBELLE
                    MOVE SPACE        TO W-CHP-VALEUR
                    STRING 'SESSION ' E-EVA-SESSION
                           ' COMPETENCE ' E-EVA-COMPETENCE
                           ' NIVEAU=' E-EVA-NIVEAU
                           ' LE ' E-EVA-DATE
                           ' PAR ' E-EVA-EVALUATEUR
                           DELIMITED BY SIZE INTO W-CHP-VALEUR
                    END-STRING
                    WRITE DRA-LIGNE FROM W-LIGNE-CHAMP
                 END-IF
           END-READ
           .

      *--------------------------------------------------------*
      *   RECLAMATIONS DU DOSSIER (FRECL11), OUVERTES OU        *
      *   REPONDUES                                             *
      *--------------------------------------------------------*
       39500-EDITE-RECLAMATIONS.
      *----------------------*
           MOVE 'RECLAMATIONS (FRECL11)' TO W-SEC-TITRE
           WRITE DRA-LIGNE FROM W-LIGNE-SECTION
           MOVE 0 TO W-NB-SECTION

           MOVE W-NUMERO  TO E-RCL-NUMERO
           MOVE 0         TO E-RCL-SEQ
           START FRECL-FILE KEY IS GREATER THAN E-RCL-CLE
              INVALID KEY
                 SET FRECL-FIN TO TRUE
           END-START

           PERFORM 39600-LIT-RECLAMATION
             UNTIL FRECL-FIN
           MOVE '00' TO FRECL-STATUT

           MOVE W-NB-SECTION TO W-CPT-NOMBRE
           MOVE ' RECLAMATION(S))' TO W-CPT-SUITE
           WRITE DRA-LIGNE FROM W-LIGNE-COMPTE
           .

       39600-LIT-RECLAMATION.
      *----------------------*
           READ FRECL-FILE NEXT RECORD
              AT END
                 SET FRECL-FIN TO TRUE
              NOT AT END
                 IF E-RCL-NUMERO NOT = W-NUMERO
                    SET FRECL-FIN TO TRUE
                 ELSE
                    ADD 1 TO W-NB-SECTION
                    MOVE 'RECLAMATION' TO W-CHP-LIBELLE
                    MOVE SPACE         TO W-CHP-VALEUR
                    STRING 'N0 ' E-RCL-SEQ
                           ' RECUE LE ' E-RCL-DATE-RECEPTION
                           ' ORIGINE=' E-RCL-ORIGINE
                           ' CATEGORIE=' E-RCL-CATEGORIE
                           ' CANAL=' E-RCL-CANAL
                           ' EMPLOYEUR=' E-RCL-EMPLOYEUR
                           ' SESSION=' E-RCL-SESSION
                           ' GESTIONNAIRE=' E-RCL-GESTIONNAIRE
                           DELIMITED BY SIZE INTO W-CHP-VALEUR
                    END-STRING
                    WRITE DRA-LIGNE FROM W-LIGNE-CHAMP
                    MOVE 'OBJET'       TO W-CHP-LIBELLE
                    MOVE E-RCL-OBJET   TO W-CHP-VALEUR
                    WRITE DRA-LIGNE FROM W-LIGNE-CHAMP
                    MOVE 'REPONSE'     TO W-CHP-LIBELLE
                    MOVE SPACE         TO W-CHP-VALEUR
                    IF E-RCL-DATE-REPONSE = SPACE
                       MOVE 'OUVERTE - PAS ENCORE DE REPONSE'
                         TO W-CHP-VALEUR
                    ELSE
                       STRING 'LE ' E-RCL-DATE-REPONSE
                              ' ISSUE=' E-RCL-ISSUE
                              ' ' E-RCL-REPONSE
                              DELIMITED BY SIZE INTO W-CHP-VALEUR
                       END-STRING
                    END-IF
                    WRITE DRA-LIGNE FROM W-LIGNE-CHAMP
                 END-IF
           END-READ
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE FDRGP-FILE
           CLOSE FPLAC-FILE
           CLOSE FMAIL-FILE
           CLOSE FSTAGA-FILE
           CLOSE FEVAL-FILE
           CLOSE FRECL-FILE
           CLOSE DRA-FILE

           DISPLAY 'DRA2CI11 - GUICHET SERVI - ' W-NB-DEMANDES
