
       01 W-MAIL-DEPOSE               PIC 9.

      *------------------------------------------------------*
      *   REGISTRE DES CORRESPONDANCES (FCORR11) : LA COPIE   *
      *   DE CHAQUE LETTRE EST REPEREE DANS LE DEPOT FREPO11  *
      *   (CODE DE VERSEMENT DE L'ETAPE REP1CI11 DU JCL ET    *
      *   RANG DE SA PREMIERE LIGNE DANS L'EDITION)           *
      *------------------------------------------------------*
       01 W-CODE-DEPOT                PIC X(8) VALUE 'LETRELPI'.
       01 W-NB-LIGNES-EDITEES         PIC 9(5) VALUE 0.
       01 pgm-corrbat                 PIC X(8) VALUE 'CORRBAT '.
      *    CODE RETOUR DU PAS, PRESERVE AUTOUR DE L'APPEL
       01 W-RC-APPELANT               PIC S9(4) COMP.
       COPY CCORP.

       01 W-DELAI-JOURS               PIC 9(3).

       01 W-NB-RELANCES-1             PIC 9(5) VALUE 0.

       23000-EDITE-LETTRE.
      *----------------------*
           PERFORM 26000-INSCRIT-LETTRE

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

           MOVE E-DOC-LIBELLE TO W-OBJ-LIBELLE
           WRITE LET-LIGNE FROM W-LIGNE-OBJET
           ADD 1 TO W-NB-LIGNES-EDITEES

           MOVE SPACE TO W-LIGNE-CORPS
           EVALUATE TRUE
                 END-STRING
           END-EVALUATE
           WRITE LET-LIGNE FROM W-LIGNE-CORPS
           ADD 1 TO W-NB-LIGNES-EDITEES
           .

       25000-DEPOSE-COURRIEL.
           IF W-MAIL-DEPOSE = 0
              DISPLAY 'REL1CI11 - SAS FMAIL11 SATURE NUM '
                      E-MAI-NUMERO
           ELSE
              PERFORM 26100-INSCRIT-COURRIEL
           END-IF
           .

           END-REWRITE
           .

      *--------------------------------------------------------*
      *   INSCRIPTION AU REGISTRE DES CORRESPONDANCES FCORR11   *
      *   (CORRBAT) : LA LETTRE AVEC LA PREMIERE LIGNE DE SA    *
      *   COPIE DANS LE DEPOT, LE MESSAGE AVEC SA CLE DU SAS    *
      *--------------------------------------------------------*
       26000-INSCRIT-LETTRE.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE E-NUMERO        TO COR-NUMERO
           MOVE 'C'             TO COR-CANAL
           EVALUATE TRUE
              WHEN DOC-JAMAIS-RELANCE
                 MOVE 'RELANCE1' TO COR-MODELE
              WHEN DOC-RELANCE-1
                 MOVE 'RELANCE2' TO COR-MODELE
              WHEN OTHER
                 MOVE 'DEMEURE ' TO COR-MODELE
           END-EVALUATE
           MOVE 'REL1CI11'      TO COR-PROGRAMME
           MOVE W-CODE-DEPOT    TO COR-REP-CODE
           MOVE W-DATE-SYS      TO COR-REP-DATE
           COMPUTE COR-REP-LIGNE = W-NB-LIGNES-EDITEES + 1
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

       26100-INSCRIT-COURRIEL.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE E-MAI-NUMERO    TO COR-NUMERO
           MOVE 'E'             TO COR-CANAL
           MOVE E-MAI-TEMPLATE  TO COR-MODELE
           MOVE 'REL1CI11'      TO COR-PROGRAMME
           MOVE SPACE           TO COR-REFERENCE
           MOVE 'FMAIL11 '      TO COR-SAS-FICHIER
           MOVE E-MAI-SEQ       TO COR-SAS-SEQ
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE FDOCS-FILE
           CLOSE FSTAG-FILE
           CLOSE FMAIL-FILE
           CLOSE LET-FILE
           MOVE 'F'             TO COR-FONCTION
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE

           DISPLAY 'REL1CI11 - RELANCES TERMINEES'
           DISPLAY '   PREMIERES RELANCES : ' W-NB-RELANCES-1
