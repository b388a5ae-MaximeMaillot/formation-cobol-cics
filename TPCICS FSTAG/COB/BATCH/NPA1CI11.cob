
       WORKING-STORAGE SECTION.

      *------------------------------------------------------*
      *   SCELLEMENT DES TRACES D'AUDIT ECRITES (FSCEL11)     *
      *------------------------------------------------------*
       01 pgm-scellbat                PIC X(8) VALUE 'SCELLBAT'.
       COPY CSCEP.

      *------------------------------------------------------*
      *   REGISTRE DES CORRESPONDANCES (FCORR11)              *
      *------------------------------------------------------*
       01 pgm-corrbat                 PIC X(8) VALUE 'CORRBAT '.
      *    CODE RETOUR DU PAS, PRESERVE AUTOUR DE L'APPEL
       01 W-RC-APPELANT               PIC S9(4) COMP.
       COPY CCORP.

       01 NPAI-STATUT                 PIC X(2).
         88 NPAI-OK                   VALUE '00'.
         88 NPAI-FIN                  VALUE '10'.
                 MOVE 'NUMERO INCONNU' TO W-NPA-VERDICT
              NOT INVALID KEY
                 MOVE E-NOM TO W-NPA-NOM
                 PERFORM 25000-INSCRIT-RETOUR
                 IF ADRESSE-INVALIDE-OUI
                    MOVE 'ADRESSE DEJA INVALIDEE'
                      TO W-NPA-VERDICT
           MOVE 'NPA1CI11'      TO USERID-USER-H
           MOVE 'M'             TO FONCTION-H

           MOVE E-HISTO     TO SCP-ENREG
           WRITE E-HISTO
              INVALID KEY
                 DISPLAY 'NPA1CI11 - ECHEC AUDIT NUM ' E-NUMERO
              NOT INVALID KEY
                 PERFORM 86000-SCELLE-HISTO
           END-WRITE
           .

      *--------------------------------------------------------*
      *   INSCRIPTION DU PLI RETOURNE AU REGISTRE DES           *
      *   CORRESPONDANCES FCORR11 (CORRBAT), SOUS LE CODE       *
      *   EDITION D'ORIGINE                                     *
      *--------------------------------------------------------*
       25000-INSCRIT-RETOUR.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE NPAI-NUMERO     TO COR-NUMERO
           MOVE 'R'             TO COR-CANAL
           MOVE NPAI-EDITION    TO COR-MODELE
           MOVE 'NPA1CI11'      TO COR-PROGRAMME
           MOVE SPACE           TO COR-REFERENCE
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

      *--------------------------------------------------------*
      *   COMPTAGE DES RETOURS PAR EDITION : LE SUIVI MENSUEL   *
      *   MONTRE QUELS MAILINGS PARTENT A LA POUBELLE           *
           END-PERFORM
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
           MOVE 'NPA1CI11'      TO SCP-PROGRAMME
           MOVE SCP-ENREG(29:8) TO SCP-USERID
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE NPAI-FILE
           CLOSE FSTAG-FILE
           CLOSE FSTAGA-FILE
           CLOSE RPT-FILE
           MOVE 'F'             TO SCP-FONCTION
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           MOVE 'F'             TO COR-FONCTION
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE

           DISPLAY 'NPA1CI11 - TRAITEMENT TERMINE - ' W-NB-LUS
                   ' RETOUR(S) - ' W-NB-INVALIDES
