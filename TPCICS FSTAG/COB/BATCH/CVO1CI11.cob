           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(131) VALUE SPACE.

      *------------------------------------------------------*
      *   REGISTRE DES CORRESPONDANCES (FCORR11) : LA COPIE   *
      *   DE CHAQUE LETTRE EST REPEREE DANS LE DEPOT FREPO11  *
      *   (CODE DE VERSEMENT DE L'ETAPE REP1CI11 DU JCL ET    *
      *   RANG DE SA PREMIERE LIGNE DANS L'EDITION)           *
      *------------------------------------------------------*
       01 W-CODE-DEPOT                PIC X(8) VALUE 'LETCONVO'.
       01 W-NB-LIGNES-EDITEES         PIC 9(5) VALUE 0.
       01 pgm-corrbat                 PIC X(8) VALUE 'CORRBAT '.
      *    CODE RETOUR DU PAS, PRESERVE AUTOUR DE L'APPEL
       01 W-RC-APPELANT               PIC S9(4) COMP.
       COPY CCORP.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       22500-EDITE-LETTRE-PAPIER.
      *----------------------*
           PERFORM 25000-INSCRIT-LETTRE
           WRITE CONV-LIGNE FROM W-LIGNE-SAUT
           ADD 1 TO W-NB-LIGNES-EDITEES

      *    Bloc adresse destinataire
           MOVE SPACE TO W-LIGNE-FUSION
                  INTO W-LIGNE-FUSION
           END-STRING
           WRITE CONV-LIGNE FROM W-LIGNE-FUSION
           ADD 1 TO W-NB-LIGNES-EDITEES
           MOVE TRI-ADR1 TO CONV-LIGNE
           WRITE CONV-LIGNE
           ADD 1 TO W-NB-LIGNES-EDITEES
           IF TRI-ADR2 NOT = SPACE
              MOVE TRI-ADR2 TO CONV-LIGNE
              WRITE CONV-LIGNE
              ADD 1 TO W-NB-LIGNES-EDITEES
           END-IF
           MOVE SPACE TO W-LIGNE-FUSION
           STRING TRI-CODEP DELIMITED BY SIZE
                  INTO W-LIGNE-FUSION
           END-STRING
           WRITE CONV-LIGNE FROM W-LIGNE-FUSION
           ADD 1 TO W-NB-LIGNES-EDITEES
           MOVE SPACE TO CONV-LIGNE
           WRITE CONV-LIGNE
           ADD 1 TO W-NB-LIGNES-EDITEES

      *    Corps : lignes du modele, marqueurs fusionnes
           PERFORM VARYING IDX-MOD FROM 1 BY 1
              MOVE W-LIGNE-MODELE(IDX-MOD) TO W-LIGNE-SOURCE
              PERFORM 23000-FUSIONNE-LIGNE
              WRITE CONV-LIGNE FROM W-LIGNE-FUSION
              ADD 1 TO W-NB-LIGNES-EDITEES
           END-PERFORM

           ADD 1 TO W-NB-CONVOQUES
           IF W-MAIL-DEPOSE = 0
              DISPLAY 'CVO1CI11 - SAS FMAIL11 SATURE NUM '
                      E-MAI-NUMERO
           ELSE
              PERFORM 25100-INSCRIT-COURRIEL
           END-IF
           .

      *--------------------------------------------------------*
      *   INSCRIPTION AU REGISTRE DES CORRESPONDANCES FCORR11   *
      *   (CORRBAT) : LA LETTRE AVEC LA PREMIERE LIGNE DE SA    *
      *   COPIE DANS LE DEPOT, LE COURRIEL AVEC SA CLE DU SAS   *
      *--------------------------------------------------------*
       25000-INSCRIT-LETTRE.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE TRI-NUMERO      TO COR-NUMERO
           MOVE 'C'             TO COR-CANAL
           MOVE W-MODELE        TO COR-MODELE
           MOVE 'CVO1CI11'      TO COR-PROGRAMME
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
           MOVE 'CVO1CI11'      TO COR-PROGRAMME
           MOVE SPACE           TO COR-REFERENCE
           MOVE 'FMAIL11 '      TO COR-SAS-FICHIER
           MOVE E-MAI-SEQ       TO COR-SAS-SEQ
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE CONV-FILE
           CLOSE FMAIL-FILE
           MOVE 'F'             TO COR-FONCTION
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE

           DISPLAY 'CVO1CI11 - CONVOCATIONS TERMINEES - '
                   W-NB-CONVOQUES ' LETTRE(S)'
