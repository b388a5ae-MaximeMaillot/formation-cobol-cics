      *   MOUVEMENT (NUMERO + CHAMP + NOUVELLE VALEUR) :     *
      *   MEMES CONTROLES QUE LA SAISIE INF3CI11 (VALIDDAT/  *
      *   VALIDPER, PREFIXES TELEPHONE, STRUCTURE EMAIL,     *
      *   SESSION AU CATALOGUE ET PREREQUIS FPREQ11), TRACE  *
      *   'M' ET DETAIL AVANT/APRES PAR ENREGISTREMENT       *
      *   TOUCHE, JOURNAL DES MOUVEMENTS APPLIQUES ET        *
      *   REJETES. UN PASSAGE AU STATUT C PORTE LE MOTIF     *
      *   D'ABANDON (VALEUR 'C' + BLANC + CODE FMABA11),     *
      *   ENREGISTRE DANS FABAN11                            *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
               RECORD KEY IS E-SES-CODE
               FILE STATUS IS FSESS-STATUT.

      *        PREREQUIS DES SESSIONS ET HISTORIQUE DU STAGIAIRE
      *        (CERTIFICATIONS FRESU11, PLACEMENTS FPLAC11) : UN
      *        FICHIER ABSENT (STATUT 35) VAUT ABSENCE DE DONNEES
           SELECT FPREQ-FILE ASSIGN TO FPREQ11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-PRQ-CLE
               FILE STATUS IS FPREQ-STATUT.

           SELECT FRESU-FILE ASSIGN TO FRESU11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-RES-CLE
               FILE STATUS IS FRESU-STATUT.

           SELECT FPLAC-FILE ASSIGN TO FPLAC11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-PLA-CLE
               FILE STATUS IS FPLAC-STATUT.

           SELECT FSTAGA-FILE ASSIGN TO FSTAGA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-DET-CLE
               FILE STATUS IS FSTAGD-STATUT.

      *        MOTIFS D'ABANDON (REFERENTIEL) ET ABANDONS DATES
           SELECT FMABA-FILE ASSIGN TO FMABA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-MAB-CLE
               FILE STATUS IS FMABA-STATUT.

           SELECT FABAN-FILE ASSIGN TO FABAN11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-ABA-CLE
               FILE STATUS IS FABAN-STATUT.

           SELECT JRNL-FILE ASSIGN TO RPTMAJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-STATUT.
       FD  FSESS-FILE.
       COPY CSESS.

       FD  FPREQ-FILE.
       COPY CPREQ.

       FD  FRESU-FILE.
       COPY CRESU.

       FD  FPLAC-FILE.
       COPY CPLAC.

       FD  FSTAGA-FILE.
       COPY CTDHIST.

       FD  FSTAGD-FILE.
       COPY CDETA.

       FD  FMABA-FILE.
       COPY CMABA.

       FD  FABAN-FILE.
       COPY CABAN.

       FD  JRNL-FILE.
       01  JRNL-LIGNE                 PIC X(132).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------*
      *   SCELLEMENT DES TRACES D'AUDIT ECRITES (FSCEL11)     *
      *------------------------------------------------------*
       01 pgm-scellbat                PIC X(8) VALUE 'SCELLBAT'.
       COPY CSCEP.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.
         88 CARTE-FIN                 VALUE '10'.
       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.

       01 FPREQ-STATUT                PIC X(2).
         88 FPREQ-OK                  VALUE '00'.
         88 FPREQ-FIN                 VALUE '10'.
         88 FPREQ-ABSENT              VALUE '35'.

       01 FRESU-STATUT                PIC X(2).
         88 FRESU-OK                  VALUE '00'.
         88 FRESU-FIN                 VALUE '10'.
         88 FRESU-ABSENT              VALUE '35'.

       01 FPLAC-STATUT                PIC X(2).
         88 FPLAC-OK                  VALUE '00'.
         88 FPLAC-FIN                 VALUE '10'.
         88 FPLAC-ABSENT              VALUE '35'.

       01 FSTAGA-STATUT               PIC X(2).
         88 FSTAGA-OK                 VALUE '00'.

       01 FSTAGD-STATUT               PIC X(2).
         88 FSTAGD-OK                 VALUE '00'.

       01 FMABA-STATUT                PIC X(2).
         88 FMABA-OK                  VALUE '00'.

       01 FABAN-STATUT                PIC X(2).
         88 FABAN-OK                  VALUE '00'.

       01 JRNL-STATUT                 PIC X(2).
         88 JRNL-OK                   VALUE '00'.

           88 cr-periode-fin-invalide    value 2.
           88 cr-periode-ordre-invalide  value 3.

      *------------------------------------------------------*
      *   PREREQUIS DE LA SESSION : CERTIFICATION OBTENUE OU  *
      *   SESSION SUIVIE JUSQU'AU BOUT, PAR LE CODE EXIGE OU  *
      *   UNE SESSION DE MEME INTITULE (RECONDUCTION). PAS DE *
      *   DEROGATION EN BATCH : ELLE SE DONNE EN LIGNE        *
      *------------------------------------------------------*
       01 W-FPREQ-PRESENT             PIC 9 VALUE 0.
       01 W-FRESU-PRESENT             PIC 9 VALUE 0.
       01 W-FPLAC-PRESENT             PIC 9 VALUE 0.
       01 W-SES-DATE-DEB              PIC X(8).
       01 W-SES-DATE-FIN              PIC X(8).
       01 W-PRQ-SESSION               PIC X(6).
       01 W-PRQ-NB                    PIC S9(4) COMP.
       01 W-PRQ-IDX                   PIC S9(4) COMP.
       01 W-PRQ-MANQUANT              PIC S9(4) COMP.
       01 W-PRQ-TABLE.
         05 W-PRQ-POSTE OCCURS 10.
           10 W-PRQ-TYPE              PIC X(1).
           10 W-PRQ-REQUIS            PIC X(6).
       01 W-PRQ-CODE                  PIC X(6).
       01 W-PRQ-TITRE                 PIC X(30).
       01 W-PRQ-FIN-BROWSE            PIC 9.
       01 W-PRQ-SATISFAIT             PIC 9.
         88 PRQ-SATISFAIT-OUI         VALUE 1.
         88 PRQ-SATISFAIT-NON         VALUE 0.

      *------------------------------------------------------*
      *   VALEURS AVANT/APRES POUR LE DETAIL D'AUDIT          *
      *------------------------------------------------------*
       01 W-VALEUR-AVANT              PIC X(40).
       01 W-VALEUR-APRES              PIC X(40).
       01 W-STATUT-AVANT              PIC X(1).

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-JOUR.
              STOP RUN
           END-IF

           OPEN INPUT FPREQ-FILE
           EVALUATE TRUE
              WHEN FPREQ-OK
                 MOVE 1 TO W-FPREQ-PRESENT
              WHEN FPREQ-ABSENT
                 MOVE 0 TO W-FPREQ-PRESENT
              WHEN OTHER
                 DISPLAY 'MAJ1CI11 - OUVERTURE FPREQ11 IMPOSSIBLE : '
                         FPREQ-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN INPUT FRESU-FILE
           EVALUATE TRUE
              WHEN FRESU-OK
                 MOVE 1 TO W-FRESU-PRESENT
              WHEN FRESU-ABSENT
                 MOVE 0 TO W-FRESU-PRESENT
              WHEN OTHER
                 DISPLAY 'MAJ1CI11 - OUVERTURE FRESU11 IMPOSSIBLE : '
                         FRESU-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN INPUT FPLAC-FILE
           EVALUATE TRUE
              WHEN FPLAC-OK
                 MOVE 1 TO W-FPLAC-PRESENT
              WHEN FPLAC-ABSENT
                 MOVE 0 TO W-FPLAC-PRESENT
              WHEN OTHER
                 DISPLAY 'MAJ1CI11 - OUVERTURE FPLAC11 IMPOSSIBLE : '
                         FPLAC-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN I-O FSTAGA-FILE
           IF NOT FSTAGA-OK
              DISPLAY 'MAJ1CI11 - OUVERTURE FSTAGA11 IMPOSSIBLE : '
              STOP RUN
           END-IF

           OPEN INPUT FMABA-FILE
           IF NOT FMABA-OK
              DISPLAY 'MAJ1CI11 - OUVERTURE FMABA11 IMPOSSIBLE : '
                      FMABA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FABAN-FILE
           IF NOT FABAN-OK
              DISPLAY 'MAJ1CI11 - OUVERTURE FABAN11 IMPOSSIBLE : '
                      FABAN-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT JRNL-FILE
           IF NOT JRNL-OK
              DISPLAY 'MAJ1CI11 - OUVERTURE RPTMAJ IMPOSSIBLE : '
                    SET MVT-REJETE TO TRUE
                 NOT INVALID KEY
                    PERFORM 25000-AUDIT-MOUVEMENT
                    IF MVT-CHAMP = 'STATUT    '
                       PERFORM 25500-MAJ-ABANDON
                    END-IF
                    ADD 1 TO W-NB-APPLIQUES
              END-REWRITE
           END-IF
                    MOVE 'STATUT INVALIDE (A/T/C)' TO W-MOTIF-REJET
                    SET MVT-REJETE TO TRUE
                 ELSE
                    IF MVT-VALEUR(1:1) = 'C'
                       PERFORM 23700-CONTROLE-MOTIF
                    END-IF
                 END-IF
                 IF MVT-VALIDE
                    MOVE E-STATUT TO W-VALEUR-AVANT
                    MOVE E-STATUT TO W-STATUT-AVANT
                    MOVE MVT-VALEUR(1:1) TO E-STATUT
                    MOVE MVT-VALEUR(1:4) TO W-VALEUR-APRES
                 END-IF
              WHEN 'SESSION   '
                 PERFORM 23600-CONTROLE-SESSION
       23600-CONTROLE-SESSION.
      *----------------------*
      *    La session doit exister au catalogue ; comme a l'ecran,
      *    les dates de prestation sont reprises de la session et
      *    un changement de session exige ses prerequis
           MOVE MVT-VALEUR(1:6) TO W-PRQ-SESSION
           MOVE W-PRQ-SESSION   TO E-SES-CODE
           READ FSESS-FILE
              INVALID KEY
                 MOVE 'SESSION INCONNUE AU CATALOGUE'
                   TO W-MOTIF-REJET
                 SET MVT-REJETE TO TRUE
              NOT INVALID KEY
                 MOVE E-SES-DATE-DEB TO W-SES-DATE-DEB
                 MOVE E-SES-DATE-FIN TO W-SES-DATE-FIN
           END-READ

           IF MVT-VALIDE AND W-PRQ-SESSION NOT = E-CODE-SESSION
              AND W-FPREQ-PRESENT = 1
              PERFORM 23610-CONTROLE-PREREQUIS
           END-IF

           IF MVT-VALIDE
              MOVE E-CODE-SESSION TO W-VALEUR-AVANT
              MOVE W-PRQ-SESSION  TO E-CODE-SESSION
              MOVE W-SES-DATE-DEB TO E-DATE-DEB-PRESTA
              MOVE W-SES-DATE-FIN TO E-DATE-FIN-PRESTA
              MOVE E-CODE-SESSION TO W-VALEUR-APRES
           END-IF
           .

       23610-CONTROLE-PREREQUIS.
      *----------------------*
      *    Prerequis declares pour la session (FPREQ11, cle
      *    session + type + session exigee)
           MOVE 0 TO W-PRQ-NB W-PRQ-FIN-BROWSE
           MOVE W-PRQ-SESSION TO E-PRQ-SESSION
           MOVE LOW-VALUE     TO E-PRQ-TYPE E-PRQ-REQUIS
           START FPREQ-FILE KEY IS NOT LESS THAN E-PRQ-CLE
              INVALID KEY
                 MOVE 1 TO W-PRQ-FIN-BROWSE
           END-START

           PERFORM UNTIL W-PRQ-FIN-BROWSE = 1
              READ FPREQ-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO W-PRQ-FIN-BROWSE
                 NOT AT END
                    IF E-PRQ-SESSION NOT = W-PRQ-SESSION
                       OR W-PRQ-NB = 10
                       MOVE 1 TO W-PRQ-FIN-BROWSE
                    ELSE
                       ADD 1 TO W-PRQ-NB
                       MOVE E-PRQ-TYPE   TO W-PRQ-TYPE(W-PRQ-NB)
                       MOVE E-PRQ-REQUIS TO W-PRQ-REQUIS(W-PRQ-NB)
                    END-IF
              END-READ
           END-PERFORM

           MOVE 0 TO W-PRQ-MANQUANT
           PERFORM VARYING W-PRQ-IDX FROM 1 BY 1
                   UNTIL W-PRQ-IDX > W-PRQ-NB OR W-PRQ-MANQUANT > 0
              PERFORM 23620-VERIFIE-PREREQUIS
              IF PRQ-SATISFAIT-NON
                 MOVE W-PRQ-IDX TO W-PRQ-MANQUANT
              END-IF
           END-PERFORM

           IF W-PRQ-MANQUANT > 0
              MOVE SPACE TO W-MOTIF-REJET
              IF W-PRQ-TYPE(W-PRQ-MANQUANT) = 'C'
                 STRING 'PREREQUIS : CERTIFICATION '
                        W-PRQ-REQUIS(W-PRQ-MANQUANT) ' REQUISE'
                        DELIMITED BY SIZE INTO W-MOTIF-REJET
                 END-STRING
              ELSE
                 STRING 'PREREQUIS : SESSION '
                        W-PRQ-REQUIS(W-PRQ-MANQUANT) ' NON SUIVIE'
                        DELIMITED BY SIZE INTO W-MOTIF-REJET
                 END-STRING
              END-IF
              SET MVT-REJETE TO TRUE
           END-IF
           .

       23620-VERIFIE-PREREQUIS.
      *----------------------*
      *    L'intitule de la session exigee sert a reconnaitre ses
      *    reconductions au catalogue
           SET PRQ-SATISFAIT-NON TO TRUE
           MOVE SPACE TO W-PRQ-TITRE
           MOVE W-PRQ-REQUIS(W-PRQ-IDX) TO E-SES-CODE
           READ FSESS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE E-SES-TITRE TO W-PRQ-TITRE
           END-READ

           MOVE 0 TO W-PRQ-FIN-BROWSE
           IF W-PRQ-TYPE(W-PRQ-IDX) = 'C'
      *       CERTIFICATIONS OBTENUES DU STAGIAIRE (FRESU11)
              IF W-FRESU-PRESENT = 0
                 MOVE 1 TO W-PRQ-FIN-BROWSE
              ELSE
                 MOVE E-NUMERO  TO E-RES-NUMERO
                 MOVE LOW-VALUE TO E-RES-SESSION
                 START FRESU-FILE KEY IS NOT LESS THAN E-RES-CLE
                    INVALID KEY
                       MOVE 1 TO W-PRQ-FIN-BROWSE
                 END-START
              END-IF
              PERFORM UNTIL W-PRQ-FIN-BROWSE = 1
                 READ FRESU-FILE NEXT RECORD
                    AT END
                       MOVE 1 TO W-PRQ-FIN-BROWSE
                    NOT AT END
                       IF E-RES-NUMERO NOT = E-NUMERO
                          MOVE 1 TO W-PRQ-FIN-BROWSE
                       ELSE
                          IF RES-OBTENU
                             MOVE E-RES-SESSION TO W-PRQ-CODE
                             PERFORM 23630-COMPARE-SESSION
                             IF PRQ-SATISFAIT-OUI
                                MOVE 1 TO W-PRQ-FIN-BROWSE
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           ELSE
      *       PLACEMENTS TERMINES DU STAGIAIRE (FPLAC11)
              IF W-FPLAC-PRESENT = 0
                 MOVE 1 TO W-PRQ-FIN-BROWSE
              ELSE
                 MOVE E-NUMERO  TO E-PLA-NUMERO
                 MOVE 0         TO E-PLA-SEQ
                 START FPLAC-FILE KEY IS NOT LESS THAN E-PLA-CLE
                    INVALID KEY
                       MOVE 1 TO W-PRQ-FIN-BROWSE
                 END-START
              END-IF
              PERFORM UNTIL W-PRQ-FIN-BROWSE = 1
                 READ FPLAC-FILE NEXT RECORD
                    AT END
                       MOVE 1 TO W-PRQ-FIN-BROWSE
                    NOT AT END
                       IF E-PLA-NUMERO NOT = E-NUMERO
                          MOVE 1 TO W-PRQ-FIN-BROWSE
                       ELSE
                          IF PLA-TERMINE
                             MOVE E-PLA-CODE-SESSION TO W-PRQ-CODE
                             PERFORM 23630-COMPARE-SESSION
                             IF PRQ-SATISFAIT-OUI
                                MOVE 1 TO W-PRQ-FIN-BROWSE
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .

       23630-COMPARE-SESSION.
      *----------------------*
           IF W-PRQ-CODE = W-PRQ-REQUIS(W-PRQ-IDX)
              SET PRQ-SATISFAIT-OUI TO TRUE
           ELSE
              IF W-PRQ-TITRE NOT = SPACE
                 AND W-PRQ-CODE NOT = SPACE AND LOW-VALUE
                 MOVE W-PRQ-CODE TO E-SES-CODE
                 READ FSESS-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-SES-TITRE = W-PRQ-TITRE
                          SET PRQ-SATISFAIT-OUI TO TRUE
                       END-IF
                 END-READ
              END-IF
           END-IF
           .

       23700-CONTROLE-MOTIF.
      *----------------------*
      *    Comme a l'ecran, le passage au statut C exige un motif
      *    d'abandon connu du referentiel FMABA11
           IF MVT-VALEUR(3:2) = SPACE
              MOVE 'MOTIF D''ABANDON OBLIGATOIRE (C + MOTIF)'
                TO W-MOTIF-REJET
              SET MVT-REJETE TO TRUE
           ELSE
              MOVE MVT-VALEUR(3:2) TO E-MAB-CODE
              READ FMABA-FILE
                 INVALID KEY
                    MOVE 'MOTIF D''ABANDON INCONNU' TO W-MOTIF-REJET
                    SET MVT-REJETE TO TRUE
                 NOT INVALID KEY
                    CONTINUE
              END-READ
           END-IF
           .

       25000-AUDIT-MOUVEMENT.
           MOVE 'MAJ1CI11'      TO USERID-USER-H
           MOVE 'M'             TO FONCTION-H

           MOVE E-HISTO     TO SCP-ENREG
           WRITE E-HISTO
              INVALID KEY
                 DISPLAY 'MAJ1CI11 - ECHEC AUDIT NUM ' E-NUMERO
              NOT INVALID KEY
                 PERFORM 86000-SCELLE-HISTO
           END-WRITE

           MOVE CLE-HISTO       TO E-DET-CLE-HISTO
           MOVE W-VALEUR-AVANT  TO E-DET-AVANT
           MOVE W-VALEUR-APRES  TO E-DET-APRES

           MOVE E-DETAIL    TO SCP-ENREG
           WRITE E-DETAIL
              INVALID KEY
                 DISPLAY 'MAJ1CI11 - ECHEC DETAIL NUM ' E-NUMERO
              NOT INVALID KEY
                 PERFORM 86100-SCELLE-DETAIL
           END-WRITE
           .

      *--------------------------------------------------------*
      *   ABANDON (FABAN11) : DATE DU JOUR AU PASSAGE AU STATUT  *
      *   C, SEUL LE MOTIF CHANGE POUR UN DOSSIER DEJA ANNULE ;  *
      *   LA SORTIE DU STATUT C RETIRE L'ABANDON                 *
      *--------------------------------------------------------*
       25500-MAJ-ABANDON.
      *----------------------*
           MOVE E-NUMERO TO E-ABA-NUMERO
           IF STATUT-ANNULE
              READ FABAN-FILE
                 INVALID KEY
                    MOVE SPACE      TO E-ABANDON
                    MOVE E-NUMERO   TO E-ABA-NUMERO
                    MOVE W-DATE-SYS TO E-ABA-DATE
                    MOVE 'MAJ1CI11' TO E-ABA-ORIGINE
                    PERFORM 25510-COMPLETE-ABANDON
                    WRITE E-ABANDON
                       INVALID KEY
                          DISPLAY 'MAJ1CI11 - ECHEC ABANDON NUM '
                                  E-NUMERO
                    END-WRITE
                 NOT INVALID KEY
                    IF W-STATUT-AVANT NOT = 'C'
                       MOVE W-DATE-SYS TO E-ABA-DATE
                       MOVE 'MAJ1CI11' TO E-ABA-ORIGINE
                    END-IF
                    PERFORM 25510-COMPLETE-ABANDON
                    REWRITE E-ABANDON
                       INVALID KEY
                          DISPLAY 'MAJ1CI11 - ECHEC ABANDON NUM '
                                  E-NUMERO
                    END-REWRITE
              END-READ
           ELSE
              IF W-STATUT-AVANT = 'C'
                 DELETE FABAN-FILE RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
              END-IF
           END-IF
           .

       25510-COMPLETE-ABANDON.
      *----------------------*
           MOVE MVT-VALEUR(3:2) TO E-ABA-MOTIF
           MOVE W-DATE-AUDIT    TO E-ABA-DATE-MAJ
           MOVE 'MAJ1CI11'      TO E-ABA-USERID
           .

       26000-EDITE-JOURNAL.
      *----------------------*
           MOVE MVT-NUMERO TO W-JRN-NUMERO
           WRITE JRNL-LIGNE FROM W-LIGNE-JRNL
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
           MOVE 'MAJ1CI11'      TO SCP-PROGRAMME
           MOVE SCP-ENREG(29:8) TO SCP-USERID
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       86100-SCELLE-DETAIL.
      *----------------------*
      *    LE DETAIL EST SCELLE AU NOM DE L'AUTEUR DE SON
      *    EVENEMENT, SCELLE JUSTE AVANT
           MOVE 'D'             TO SCP-TYPE
           MOVE 'E'             TO SCP-FONCTION
           MOVE 'MAJ1CI11'      TO SCP-PROGRAMME
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE W-NB-APPLIQUES TO W-TOT-APPLIQUES
           CLOSE CARTE-FILE
           CLOSE FSTAG-FILE
           CLOSE FSESS-FILE
           IF W-FPREQ-PRESENT = 1
              CLOSE FPREQ-FILE
           END-IF
           IF W-FRESU-PRESENT = 1
              CLOSE FRESU-FILE
           END-IF
           IF W-FPLAC-PRESENT = 1
              CLOSE FPLAC-FILE
           END-IF
           CLOSE FSTAGA-FILE
           CLOSE FSTAGD-FILE
           CLOSE FMABA-FILE
           CLOSE FABAN-FILE
           CLOSE JRNL-FILE
           MOVE 'F'             TO SCP-FONCTION
           CALL pgm-scellbat USING SCELLEMENT-PARAM

           DISPLAY 'MAJ1CI11 - MISE A JOUR TERMINEE - '
                   W-NB-APPLIQUES ' APPLIQUE(S) / '
