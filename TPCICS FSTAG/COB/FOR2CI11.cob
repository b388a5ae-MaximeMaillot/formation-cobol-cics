      *   PLACE ; SESSION + FORMATEUR + ROLE (P=PRINCIPAL,   *
      *   A=ASSISTANT) CREE OU CORRIGE L'AFFECTATION, ROLE   *
      *   X LA RETIRE. LA CHARGE MENSUELLE S'EDITE PAR LE    *
      *   BATCH FOR3CI11. L'AFFECTATION EST REFUSEE SI LE    *
      *   FORMATEUR EST INDISPONIBLE (FINDI11) OU DEJA       *
      *   PRINCIPAL D'UNE AUTRE SESSION SUR CES DATES ; UN   *
      *   PRINCIPAL AFFECTE SOLDE LES DEMANDES DE            *
      *   REMPLACEMENT OUVERTES DE LA SESSION (FREMP11).     *
      *   UNE AFFECTATION PROPOSEE PAR LA RECONDUCTION DU    *
      *   CATALOGUE (CAT1CI11) SE CONFIRME EN LA RESAISISSANT *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      * Structure d'une affectation (FAFFE11)
       COPY CAFFE.

      * Structure d'une indisponibilite formateur (FINDI11)
       COPY CINDI.

      * Structure d'une demande de remplacement (FREMP11)
       COPY CREMP.

       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.
       01 NUM-PAGE-EDIT                  PIC Z9.
       01 W-DATE-ECR                     PIC X(10).

      * --------- Dates de la session (AAAAMMJJ) et controle des
      *           chevauchements avec les absences et les autres
      *           sessions du formateur
       01 W-SES-DEB                      PIC 9(8).
       01 W-SES-FIN                      PIC 9(8).
       01 W-AUT-DEB                      PIC 9(8).
       01 W-AUT-FIN                      PIC 9(8).
       01 W-IND-CONFLIT                  PIC X(1).
         88 IND-CONFLIT-OUI         VALUE 'O'.
         88 IND-CONFLIT-NON         VALUE 'N'.
       01 W-IND-CONFLIT-DEB              PIC 9(8).
       01 W-IND-CONFLIT-FIN              PIC 9(8).
       01 W-AFF-CONFLIT                  PIC X(6).
       01 W-DATE-EDIT-DEB                PIC X(10).
       01 W-DATE-EDIT-FIN                PIC X(10).
       01 W-NB-POURVUS                   PIC 9(3).
       01 W-ETAT-AVANT                   PIC X(1).

      * --------- Zone de construction d'une ligne d'affectation
       01 W-LIGNE-AFFECT.
         05 W-LIG-FORMATEUR              PIC X(6).
         05 W-LIG-PRENOM                 PIC X(15).
         05 FILLER                       PIC X(7) VALUE ' ROLE  '.
         05 W-LIG-ROLE                   PIC X(10).
         05 W-LIG-ETAT                   PIC X(13).

      * --------- Nom des sous-programmes
       01 pgm-name.
              PERFORM 22000-TRAIT-ENVOI
           END-IF

           MOVE enrgmt   TO E-SESSION
           MOVE E-SES-DATE-DEB(5:4) TO W-SES-DEB(1:4)
           MOVE E-SES-DATE-DEB(3:2) TO W-SES-DEB(5:2)
           MOVE E-SES-DATE-DEB(1:2) TO W-SES-DEB(7:2)
           MOVE E-SES-DATE-FIN(5:4) TO W-SES-FIN(1:4)
           MOVE E-SES-DATE-FIN(3:2) TO W-SES-FIN(5:2)
           MOVE E-SES-DATE-FIN(1:2) TO W-SES-FIN(7:2)

           MOVE CODESESI TO SESSION-COURANTE

      *    FORMATEUR + ROLE SAISIS : MISE A JOUR DE L'AFFECTATION

       23520-POSE-AFFECTATION.
      *----------------------*
      *    LE FORMATEUR DOIT ETRE DISPONIBLE SUR LES DATES DE LA
      *    SESSION ET NE PAS Y ETRE PRINCIPAL D'UNE AUTRE SESSION
           PERFORM 23530-CHECK-INDISPO
           PERFORM 23540-CHECK-AUTRES-SESSIONS

           MOVE CODESESI TO E-AFF-SESSION
           MOVE CODEFORI TO E-AFF-FORMATEUR

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           MOVE ROLEI      TO E-AFF-ROLE
           MOVE W-DATE-ECR TO E-AFF-DATE-MAJ
           MOVE EIBUSERID  TO E-AFF-USERID
           SET AFF-CONFIRMEE TO TRUE

           MOVE 'FAFFE'        TO file-name
           SET c-write         TO TRUE
                 CALL pgm-accfile USING accfile-param
                 IF cr-ok
                    MOVE enrgmt     TO E-AFFECTATION
                    MOVE E-AFF-ETAT TO W-ETAT-AVANT
                    MOVE ROLEI      TO E-AFF-ROLE
                    MOVE W-DATE-ECR TO E-AFF-DATE-MAJ
                    MOVE EIBUSERID  TO E-AFF-USERID
                    SET AFF-CONFIRMEE TO TRUE
                    MOVE 'FAFFE'        TO file-name
                    SET c-rewrite       TO TRUE
                    MOVE E-AFFECTATION  TO enrgmt
                    CALL pgm-accfile USING accfile-param
                    IF cr-ok
                       IF W-ETAT-AVANT = 'P'
                          MOVE 'Affectation proposee confirmee'
                            to messo
                       ELSE
                          MOVE 'Role de l''affectation corrige'
                            to messo
                       END-IF
                    ELSE
                       MOVE 'Echec de la correction' to messo
                    END-IF
              WHEN OTHER
                 MOVE 'Echec de l''affectation' to messo
           END-EVALUATE

      *    UN PRINCIPAL EN PLACE REMPLACE LE FORMATEUR ABSENT
           IF cr-ok AND ROLEI = 'P'
              PERFORM 23550-SOLDE-REMPLACEMENTS
           END-IF
           .

       23530-CHECK-INDISPO.
      *----------------------*
      *    ABSENCES DU FORMATEUR (FINDI11, CLE FORMATEUR + DEBUT)
      *    COMMENCANT AVANT LA FIN DE LA SESSION ET FINISSANT
      *    APRES SON DEBUT
           SET IND-CONFLIT-NON TO TRUE
           SET FIN-BROWSE-NON  TO TRUE

           MOVE CODEFORI  TO E-IND-FORMATEUR
           MOVE 0         TO E-IND-DATE-DEB
           MOVE E-INDISPO TO enrgmt
           MOVE 'FINDI'   TO file-name
           SET c-startbr  TO TRUE
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-INDISPO TO enrgmt
              MOVE 'FINDI'   TO file-name
              SET c-readnext TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-INDISPO
                 IF E-IND-FORMATEUR NOT = CODEFORI
                    OR E-IND-DATE-DEB > W-SES-FIN
                    SET FIN-BROWSE-OUI TO TRUE
                 ELSE
                    IF E-IND-DATE-FIN NOT < W-SES-DEB
                       SET IND-CONFLIT-OUI TO TRUE
                       MOVE E-IND-DATE-DEB TO W-IND-CONFLIT-DEB
                       MOVE E-IND-DATE-FIN TO W-IND-CONFLIT-FIN
                       SET FIN-BROWSE-OUI TO TRUE
                    END-IF
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FINDI'   TO file-name
           SET c-endbr    TO TRUE
           MOVE E-INDISPO TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF IND-CONFLIT-OUI
              MOVE SPACE TO W-DATE-EDIT-DEB W-DATE-EDIT-FIN
              STRING W-IND-CONFLIT-DEB(7:2) '/'
                     W-IND-CONFLIT-DEB(5:2) '/'
                     W-IND-CONFLIT-DEB(1:4)
                     DELIMITED BY SIZE INTO W-DATE-EDIT-DEB
              END-STRING
              STRING W-IND-CONFLIT-FIN(7:2) '/'
                     W-IND-CONFLIT-FIN(5:2) '/'
                     W-IND-CONFLIT-FIN(1:4)
                     DELIMITED BY SIZE INTO W-DATE-EDIT-FIN
              END-STRING
              MOVE SPACE TO messo
              STRING 'Formateur indisponible du ' DELIMITED BY SIZE
                     W-DATE-EDIT-DEB              DELIMITED BY SIZE
                     ' au '                       DELIMITED BY SIZE
                     W-DATE-EDIT-FIN              DELIMITED BY SIZE
                     INTO messo
              END-STRING
              MOVE -1 to codeforl
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       23540-CHECK-AUTRES-SESSIONS.
      *----------------------*
      *    AFFECTATIONS PRINCIPALES DU FORMATEUR SUR D'AUTRES
      *    SESSIONS NON ANNULEES DONT LES DATES CHEVAUCHENT
           MOVE SPACE TO W-AFF-CONFLIT
           SET FIN-BROWSE-NON TO TRUE

           MOVE LOW-VALUE     TO E-AFF-CLE
           MOVE E-AFFECTATION TO enrgmt
           MOVE 'FAFFE'       TO file-name
           SET c-startbr      TO TRUE
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-AFFECTATION TO enrgmt
              MOVE 'FAFFE'       TO file-name
              SET c-readnext     TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-AFFECTATION
                 IF E-AFF-FORMATEUR = CODEFORI
                    AND AFF-PRINCIPAL
                    AND E-AFF-SESSION NOT = CODESESI
                    PERFORM 23545-CHECK-DATES-SESSION
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FAFFE'       TO file-name
           SET c-endbr        TO TRUE
           MOVE E-AFFECTATION TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF W-AFF-CONFLIT NOT = SPACE
              MOVE SPACE TO messo
              STRING 'Formateur deja principal sur ces dates : '
                                       DELIMITED BY SIZE
                     'session '        DELIMITED BY SIZE
                     W-AFF-CONFLIT     DELIMITED BY SIZE
                     INTO messo
              END-STRING
              MOVE -1 to codeforl
              PERFORM 22000-TRAIT-ENVOI
           END-IF
           .

       23545-CHECK-DATES-SESSION.
      *----------------------*
           MOVE E-AFF-SESSION TO E-SES-CODE
           MOVE 'FSESS'       TO file-name
           SET c-consult      TO TRUE
           MOVE E-SESSION     TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              MOVE enrgmt TO E-SESSION
              MOVE E-SES-DATE-DEB(5:4) TO W-AUT-DEB(1:4)
              MOVE E-SES-DATE-DEB(3:2) TO W-AUT-DEB(5:2)
              MOVE E-SES-DATE-DEB(1:2) TO W-AUT-DEB(7:2)
              MOVE E-SES-DATE-FIN(5:4) TO W-AUT-FIN(1:4)
              MOVE E-SES-DATE-FIN(3:2) TO W-AUT-FIN(5:2)
              MOVE E-SES-DATE-FIN(1:2) TO W-AUT-FIN(7:2)
              IF NOT SES-ANNULEE
                 AND W-AUT-DEB NOT > W-SES-FIN
                 AND W-AUT-FIN NOT < W-SES-DEB
                 MOVE E-AFF-SESSION TO W-AFF-CONFLIT
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-IF
           .

       23550-SOLDE-REMPLACEMENTS.
      *----------------------*
      *    DEMANDES DE REMPLACEMENT OUVERTES DE LA SESSION (FREMP11,
      *    CLE SESSION + FORMATEUR ABSENT) : LE NOUVEAU PRINCIPAL
      *    EST NOTE COMME REMPLACANT
           MOVE 0 TO W-NB-POURVUS
           SET FIN-BROWSE-NON TO TRUE

           MOVE CODESESI       TO E-REM-SESSION
           MOVE LOW-VALUE      TO E-REM-FORMATEUR
           MOVE E-REMPLACEMENT TO enrgmt
           MOVE 'FREMP'        TO file-name
           SET c-startbr       TO TRUE
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI
              MOVE E-REMPLACEMENT TO enrgmt
              MOVE 'FREMP'        TO file-name
              SET c-readnext      TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-REMPLACEMENT
                 IF E-REM-SESSION NOT = CODESESI
                    SET FIN-BROWSE-OUI TO TRUE
                 ELSE
                    IF REM-A-POURVOIR
                       AND E-REM-FORMATEUR NOT = CODEFORI
                       PERFORM 23555-POURVOIT-DEMANDE
                    END-IF
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FREMP'        TO file-name
           SET c-endbr         TO TRUE
           MOVE E-REMPLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF W-NB-POURVUS > 0
              MOVE 'Formateur affecte en remplacement de l''absent'
                to messo
           END-IF
           .

       23555-POURVOIT-DEMANDE.
      *----------------------*
      *    LE PARCOURS EST INTERROMPU LE TEMPS DE LA MISE A JOUR
      *    PUIS REPRIS APRES LA DEMANDE POURVUE
           MOVE 'FREMP'        TO file-name
           SET c-endbr         TO TRUE
           MOVE E-REMPLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param

           MOVE 'FREMP'        TO file-name
           SET c-read          TO TRUE
           MOVE E-REMPLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt         TO E-REMPLACEMENT
              SET REM-POURVU      TO TRUE
              MOVE CODEFORI       TO E-REM-REMPLACANT
              MOVE W-DATE-ECR     TO E-REM-DATE-MAJ
              MOVE EIBUSERID      TO E-REM-USERID
              MOVE 'FREMP'        TO file-name
              SET c-rewrite       TO TRUE
              MOVE E-REMPLACEMENT TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 ADD 1 TO W-NB-POURVUS
              END-IF
           END-IF

           MOVE 'FREMP'        TO file-name
           SET c-startbr       TO TRUE
           MOVE E-REMPLACEMENT TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE 'FREMP'        TO file-name
              SET c-readnext      TO TRUE
              MOVE E-REMPLACEMENT TO enrgmt
              CALL pgm-accfile USING accfile-param
           ELSE
              SET FIN-BROWSE-OUI TO TRUE
           END-IF
           .

      *--------------------------------------------------
           ELSE
              MOVE 'ASSISTANT'  TO W-LIG-ROLE
           END-IF

           IF AFF-PROPOSEE
              MOVE 'A CONFIRMER' TO W-LIG-ETAT
           ELSE
              MOVE SPACE         TO W-LIG-ETAT
           END-IF
           .

       23110-PROG-SUIVANT.
