
       01 W-NIVEAU-CIBLE              PIC X(1).
       01 W-MAIL-DEPOSE               PIC 9.

      *------------------------------------------------------*
      *   REGISTRE DES CORRESPONDANCES (FCORR11) : LA COPIE   *
      *   DE CHAQUE LETTRE EST REPEREE DANS LE DEPOT FREPO11  *
      *   (CODE DE VERSEMENT DE L'ETAPE REP1CI11 DU JCL ET    *
      *   RANG DE SA PREMIERE LIGNE DANS L'EDITION)           *
      *------------------------------------------------------*
       01 W-CODE-DEPOT                PIC X(8) VALUE 'LETABSEN'.
       01 W-NB-LIGNES-EDITEES         PIC 9(5) VALUE 0.
       01 pgm-corrbat                 PIC X(8) VALUE 'CORRBAT '.
      *    CODE RETOUR DU PAS, PRESERVE AUTOUR DE L'APPEL
       01 W-RC-APPELANT               PIC S9(4) COMP.
       COPY CCORP.

       01 W-ALERTE-POSEE              PIC 9.
       01 W-ENTRETIEN-POSE            PIC 9.

                     INTO W-LIGNE-CORPS
              END-STRING
              WRITE LET-LIGNE FROM W-LIGNE-CORPS
              ADD 1 TO W-NB-LIGNES-EDITEES
           END-IF

           PERFORM 28000-DEPOSE-COURRIEL
                     INTO W-LIGNE-CORPS
              END-STRING
              WRITE LET-LIGNE FROM W-LIGNE-CORPS
              ADD 1 TO W-NB-LIGNES-EDITEES
           END-IF

           PERFORM 28000-DEPOSE-COURRIEL

       27000-EDITE-ADRESSE.
      *----------------------*
           PERFORM 29000-INSCRIT-LETTRE

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
           .

       28000-DEPOSE-COURRIEL.
           IF W-MAIL-DEPOSE = 0
              DISPLAY 'ABS1CI11 - SAS FMAIL11 SATURE NUM '
                      E-MAI-NUMERO
           ELSE
              PERFORM 29100-INSCRIT-COURRIEL
           END-IF
           .

      *--------------------------------------------------------*
      *   INSCRIPTION AU REGISTRE DES CORRESPONDANCES FCORR11   *
      *   (CORRBAT) : LA LETTRE AVEC LA PREMIERE LIGNE DE SA    *
      *   COPIE DANS LE DEPOT, LE MESSAGE AVEC SA CLE DU SAS    *
      *--------------------------------------------------------*
       29000-INSCRIT-LETTRE.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE E-NUMERO        TO COR-NUMERO
           MOVE 'C'             TO COR-CANAL
           IF W-NIVEAU-CIBLE = '1'
              MOVE 'ABSINJ1 '   TO COR-MODELE
           ELSE
              MOVE 'ABSINJ2 '   TO COR-MODELE
           END-IF
           MOVE 'ABS1CI11'      TO COR-PROGRAMME
           MOVE W-CODE-DEPOT    TO COR-REP-CODE
           MOVE W-DATE-SYS      TO COR-REP-DATE
           COMPUTE COR-REP-LIGNE = W-NB-LIGNES-EDITEES + 1
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

       29100-INSCRIT-COURRIEL.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE E-MAI-NUMERO    TO COR-NUMERO
           MOVE 'E'             TO COR-CANAL
           MOVE E-MAI-TEMPLATE  TO COR-MODELE
           MOVE 'ABS1CI11'      TO COR-PROGRAMME
           MOVE SPACE           TO COR-REFERENCE
           MOVE 'FMAIL11 '      TO COR-SAS-FICHIER
           MOVE E-MAI-SEQ       TO COR-SAS-SEQ
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

       90000-FIN-TRAITEMENT.
           CLOSE FENTR-FILE
           CLOSE FALRT-FILE
           CLOSE LET-FILE
           MOVE 'F'             TO COR-FONCTION
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE

           DISPLAY 'ABS1CI11 - SUIVI ABSENCES TERMINE'
           DISPLAY '   AVERTISSEMENTS     : ' W-NB-NIVEAU-1
