               RECORD KEY IS E-MAI-CLE
               FILE STATUS IS FMAIL-STATUT.

           SELECT FRESA-FILE ASSIGN TO FRESA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-RSA-CLE
               FILE STATUS IS FRESA-STATUT.

      *        CARTE PARAMETRE : CODE DE LA SESSION ANNULEE
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
       FD  FMAIL-FILE.
       COPY CMAIL.

       FD  FRESA-FILE.
       COPY CRESA.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-SESSION           PIC X(6).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------*
      *   SCELLEMENT DES TRACES D'AUDIT ECRITES (FSCEL11)     *
      *------------------------------------------------------*
       01 pgm-scellbat                PIC X(8) VALUE 'SCELLBAT'.
       COPY CSCEP.

      *------------------------------------------------------*
      *   REGISTRE DES CORRESPONDANCES (FCORR11) : LA COPIE   *
      *   DE CHAQUE LETTRE EST REPEREE DANS LE DEPOT FREPO11  *
      *   (CODE DE VERSEMENT DE L'ETAPE REP1CI11 DU JCL ET    *
      *   RANG DE SA PREMIERE LIGNE DANS L'EDITION)           *
      *------------------------------------------------------*
       01 W-CODE-DEPOT                PIC X(8) VALUE 'LETANNUL'.
       01 W-NB-LIGNES-EDITEES         PIC 9(5) VALUE 0.
       01 pgm-corrbat                 PIC X(8) VALUE 'CORRBAT '.
      *    CODE RETOUR DU PAS, PRESERVE AUTOUR DE L'APPEL
       01 W-RC-APPELANT               PIC S9(4) COMP.
       COPY CCORP.

       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.
         88 FSESS-FIN                 VALUE '10'.
       01 FMAIL-STATUT                PIC X(2).
         88 FMAIL-OK                  VALUE '00'.

       01 FRESA-STATUT                PIC X(2).
         88 FRESA-OK                  VALUE '00'.
         88 FRESA-ABSENT              VALUE '35'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

           END-IF

           MOVE E-SES-TITRE TO W-TITRE-ANNULEE
           IF E-SES-SALLE NOT = SPACE AND LOW-VALUE
              PERFORM 11100-LIBERE-SALLE
           END-IF
           MOVE 'C' TO E-SES-ETAT
           MOVE 0   TO E-SES-INSCRITS
           REWRITE E-SESSION
           END-REWRITE
           .

      *    LA SALLE RESERVEE (FRESA11) EST RENDUE AUX AUTRES
      *    SESSIONS ET LA SESSION ANNULEE N'EN PORTE PLUS
       11100-LIBERE-SALLE.
      *----------------------*
           OPEN I-O FRESA-FILE
           EVALUATE TRUE
              WHEN FRESA-OK
                 MOVE E-SES-SITE          TO E-RSA-SITE
                 MOVE E-SES-CODE-SALLE    TO E-RSA-CODE-SALLE
                 MOVE E-SES-DATE-DEB(5:4) TO E-RSA-DATE-DEB(1:4)
                 MOVE E-SES-DATE-DEB(3:2) TO E-RSA-DATE-DEB(5:2)
                 MOVE E-SES-DATE-DEB(1:2) TO E-RSA-DATE-DEB(7:2)
                 MOVE E-SES-CODE          TO E-RSA-SESSION
                 DELETE FRESA-FILE
                    INVALID KEY
                       DISPLAY 'ANN1CI11 - RESERVATION DE SALLE '
                               'ABSENTE : ' E-SES-SALLE
                 END-DELETE
                 CLOSE FRESA-FILE
              WHEN FRESA-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'ANN1CI11 - OUVERTURE FRESA11 IMPOSSIBLE : '
                         FRESA-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           MOVE SPACE TO E-SES-SALLE
           .

      *--------------------------------------------------------*
      *   SESSIONS D'ACCUEIL : OUVERTES, DEBUTANT APRES CE      *
      *   JOUR, AVEC DES PLACES LIBRES                          *
           MOVE 'ANN1CI11'      TO USERID-USER-H
           MOVE 'M'             TO FONCTION-H

           MOVE E-HISTO     TO SCP-ENREG
           WRITE E-HISTO
              INVALID KEY
                 DISPLAY 'ANN1CI11 - ECHEC AUDIT NUM ' E-NUMERO
              NOT INVALID KEY
                 PERFORM 86000-SCELLE-HISTO
           END-WRITE
           .

                      E-MAI-NUMERO
           ELSE
              ADD 1 TO W-NB-COURRIELS
              PERFORM 25100-INSCRIT-COURRIEL
           END-IF
           .

       23200-EDITE-LETTRE.
      *----------------------*
           PERFORM 25000-INSCRIT-LETTRE

           WRITE LET-LIGNE FROM W-LIGNE-SAUT
           ADD 1 TO W-NB-LIGNES-EDITEES

           MOVE SPACE TO W-LIGNE-ADRESSE
           STRING E-PRENOM DELIMITED BY '  '
                  INTO W-LIGNE-ADRESSE
           END-STRING
           WRITE LET-LIGNE FROM W-LIGNE-ADRESSE
           ADD 1 TO W-NB-LIGNES-EDITEES

           MOVE E-ADR1 TO W-LIGNE-ADRESSE
           WRITE LET-LIGNE FROM W-LIGNE-ADRESSE
           ADD 1 TO W-NB-LIGNES-EDITEES
           IF E-ADR2 NOT = SPACE
              MOVE E-ADR2 TO W-LIGNE-ADRESSE
              WRITE LET-LIGNE FROM W-LIGNE-ADRESSE
              ADD 1 TO W-NB-LIGNES-EDITEES
           END-IF

           MOVE SPACE TO W-LIGNE-ADRESSE
                  INTO W-LIGNE-ADRESSE
           END-STRING
           WRITE LET-LIGNE FROM W-LIGNE-ADRESSE
           ADD 1 TO W-NB-LIGNES-EDITEES

           MOVE SPACE TO LET-LIGNE
           WRITE LET-LIGNE
           ADD 1 TO W-NB-LIGNES-EDITEES

           MOVE SPACE TO W-LIGNE-CORPS
           STRING 'VOTRE SESSION '      DELIMITED BY SIZE
                  INTO W-LIGNE-CORPS
           END-STRING
           WRITE LET-LIGNE FROM W-LIGNE-CORPS
           ADD 1 TO W-NB-LIGNES-EDITEES

           ADD 1 TO W-NB-LETTRES
           .
           WRITE RPT-LIGNE FROM W-LIGNE-DOSSIER
           .

      *--------------------------------------------------------*
      *   INSCRIPTION AU REGISTRE DES CORRESPONDANCES FCORR11   *
      *   (CORRBAT) : LA LETTRE AVEC LA PREMIERE LIGNE DE SA    *
      *   COPIE DANS LE DEPOT, LE MESSAGE AVEC SA CLE DU SAS    *
      *--------------------------------------------------------*
       25000-INSCRIT-LETTRE.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE E-NUMERO        TO COR-NUMERO
           MOVE 'C'             TO COR-CANAL
           MOVE 'SESSANNU'      TO COR-MODELE
           MOVE 'ANN1CI11'      TO COR-PROGRAMME
           MOVE W-CODE-DEPOT    TO COR-REP-CODE
           MOVE W-DATE-SYS      TO COR-REP-DATE
           COMPUTE COR-REP-LIGNE = W-NB-LIGNES-EDITEES + 1
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

       25100-INSCRIT-COURRIEL.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE E-MAI-NUMERO    TO COR-NUMERO
           MOVE 'E'             TO COR-CANAL
           MOVE E-MAI-TEMPLATE  TO COR-MODELE
           MOVE 'ANN1CI11'      TO COR-PROGRAMME
           MOVE SPACE           TO COR-REFERENCE
           MOVE 'FMAIL11 '      TO COR-SAS-FICHIER
           MOVE E-MAI-SEQ       TO COR-SAS-SEQ
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
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
           MOVE 'ANN1CI11'      TO SCP-PROGRAMME
           MOVE SCP-ENREG(29:8) TO SCP-USERID
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE FSESS-FILE
           CLOSE FMAIL-FILE
           CLOSE LET-FILE
           CLOSE RPT-FILE
           MOVE 'F'             TO SCP-FONCTION
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           MOVE 'F'             TO COR-FONCTION
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE

           DISPLAY 'ANN1CI11 - SESSION ' W-SESSION-ANNULEE
                   ' ANNULEE - ' W-NB-DETACHES ' DOSSIER(S)'
