      *   ('DELAI NN' ANNEES APRES LA FIN DE PRESTATION).    *
      *   LES CHAMPS NOMINATIFS SONT ANONYMISES DANS         *
      *   FSTAG11, FSTAGH11, FDOCS11 ET FSTAGD11, LES        *
      *   COORDONNEES BANCAIRES FBANC11, LE NIR FNIR11 ET    *
      *   LA SITUATION AUPRES DE L'OPERATEUR DE L'EMPLOI     *
      *   FDEIN11 SONT SUPPRIMES,                            *
      *   LE SQUELETTE STATISTIQUE (STATUT, DATES, VILLE,    *
      *   ANNEE DE NAISSANCE) EST CONSERVE. UN CERTIFICAT    *
      *   D'EFFACEMENT EST EDITE PAR PERSONNE                *
               RECORD KEY IS E-BAN-NUMERO
               FILE STATUS IS FBANC-STATUT.

           SELECT FNIR-FILE ASSIGN TO FNIR11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NIR-NUMERO
               ALTERNATE RECORD KEY IS E-NIR-VALEUR
               FILE STATUS IS FNIR-STATUT.

           SELECT FDEIN-FILE ASSIGN TO FDEIN11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-DEI-NUMERO
               ALTERNATE RECORD KEY IS E-DEI-IDENTIFIANT
               FILE STATUS IS FDEIN-STATUT.

           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.
       FD  FBANC-FILE.
       COPY CBANC.

       FD  FNIR-FILE.
       COPY CNIR.

       FD  FDEIN-FILE.
       COPY CDEIN.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-MODE              PIC X(5).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------*
      *   SCELLEMENT DES TRACES D'AUDIT REECRITES (FSCEL11)   *
      *------------------------------------------------------*
       01 pgm-scellbat                PIC X(8) VALUE 'SCELLBAT'.
       COPY CSCEP.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.
         88 FSTAG-FIN                 VALUE '10'.
       01 FBANC-STATUT                PIC X(2).
         88 FBANC-OK                  VALUE '00'.

       01 FNIR-STATUT                 PIC X(2).
         88 FNIR-OK                   VALUE '00'.

       01 FDEIN-STATUT                PIC X(2).
         88 FDEIN-OK                  VALUE '00'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.
         88 CARTE-FIN                 VALUE '10'.

       01 W-LIGNE-CERT5.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(28) VALUE
              'FBANC11, FNIR11 ET FDEIN11. '.
           05 FILLER                  PIC X(43) VALUE
              'SEUL LE SQUELETTE STATISTIQUE EST CONSERVE.'.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
              STOP RUN
           END-IF

           OPEN I-O FNIR-FILE
           IF NOT FNIR-OK
              DISPLAY 'RGP1CI11 - OUVERTURE FNIR11 IMPOSSIBLE : '
                      FNIR-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FDEIN-FILE
           IF NOT FDEIN-OK
              DISPLAY 'RGP1CI11 - OUVERTURE FDEIN11 IMPOSSIBLE : '
                      FDEIN-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT CERT-FILE
           IF NOT CERT-OK
              DISPLAY 'RGP1CI11 - OUVERTURE RPTCERT IMPOSSIBLE : '
           PERFORM 43000-EFFACE-FDOCS
           PERFORM 44000-EFFACE-FSTAGD
           PERFORM 45000-EFFACE-FBANC
           PERFORM 45500-EFFACE-FNIR
           PERFORM 45600-EFFACE-FDEIN
           PERFORM 46000-EDITE-CERTIFICAT
           ADD 1 TO W-NB-EFFACES
           .
                    IF E-DET-CLE-HISTO(1:6) = W-NUMERO-TRAITE
                       MOVE 'EFFACE RGPD' TO E-DET-AVANT
                       MOVE 'EFFACE RGPD' TO E-DET-APRES
                       MOVE E-DETAIL      TO SCP-ENREG
                       REWRITE E-DETAIL
                          INVALID KEY
                             CONTINUE
                          NOT INVALID KEY
                             PERFORM 44100-RESCELLE-DETAIL
                       END-REWRITE
                    ELSE
                       SET FSTAGD-FIN TO TRUE
           MOVE '00' TO FSTAGD-STATUT
           .

       44100-RESCELLE-DETAIL.
      *----------------------*
      *    Reecriture autorisee : le detail blanchi est rescelle
      *    dans FSCEL11 pour que la verification hebdomadaire ne le
      *    signale pas comme altere
           MOVE 'D'             TO SCP-TYPE
           MOVE 'M'             TO SCP-FONCTION
           MOVE 'RGP1CI11'      TO SCP-PROGRAMME
           MOVE 'RGP1CI11'      TO SCP-USERID
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       45000-EFFACE-FBANC.
      *----------------------*
      *    Les coordonnees bancaires n'ont aucune valeur
           END-READ
           .

       45500-EFFACE-FNIR.
      *----------------------*
      *    Le NIR suit les coordonnees bancaires ; l'index
      *    unique FNIRX11 est mis a jour avec la base
           MOVE W-NUMERO-TRAITE TO E-NIR-NUMERO
           READ FNIR-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DELETE FNIR-FILE RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
           END-READ
           .

       45600-EFFACE-FDEIN.
      *----------------------*
      *    L'identifiant demandeur d'emploi et la situation
      *    transmise par l'operateur suivent le NIR
           MOVE W-NUMERO-TRAITE TO E-DEI-NUMERO
           READ FDEIN-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 DELETE FDEIN-FILE RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
           END-READ
           .

       46000-EDITE-CERTIFICAT.
      *----------------------*
           WRITE CERT-LIGNE FROM W-LIGNE-CERT1
           CLOSE FDOCS-FILE
           CLOSE FSTAGD-FILE
           CLOSE FBANC-FILE
           CLOSE FNIR-FILE
           CLOSE FDEIN-FILE
           CLOSE CERT-FILE
           MOVE 'F'             TO SCP-FONCTION
           CALL pgm-scellbat USING SCELLEMENT-PARAM

           DISPLAY 'RGP1CI11 - EFFACEMENT TERMINE - '
                   W-NB-EFFACES ' PERSONNE(S)'
