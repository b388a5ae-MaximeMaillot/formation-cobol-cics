
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

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.
         88 FSTAG-FIN                 VALUE '10'.
           MOVE 'FIN1CI11'      TO USERID-USER-H
           MOVE 'M'             TO FONCTION-H

           MOVE E-HISTO     TO SCP-ENREG
           WRITE E-HISTO
              INVALID KEY
                 DISPLAY 'FIN1CI11 - ECHEC AUDIT NUM ' E-NUMERO
              NOT INVALID KEY
                 PERFORM 86000-SCELLE-HISTO
           END-WRITE
           .

           IF W-MAIL-DEPOSE = 0
              DISPLAY 'FIN1CI11 - SAS FMAIL11 SATURE NUM '
                      E-MAI-NUMERO
           ELSE
              PERFORM 26200-INSCRIT-COURRIEL
           END-IF
           .

      *--------------------------------------------------------*
      *   INSCRIPTION AU REGISTRE DES CORRESPONDANCES FCORR11   *
      *   (CORRBAT) : LE MESSAGE DEPOSE AVEC SA CLE DU SAS      *
      *--------------------------------------------------------*
       26200-INSCRIT-COURRIEL.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE E-MAI-NUMERO    TO COR-NUMERO
           MOVE 'E'             TO COR-CANAL
           MOVE E-MAI-TEMPLATE  TO COR-MODELE
           MOVE 'FIN1CI11'      TO COR-PROGRAMME
           MOVE SPACE           TO COR-REFERENCE
           MOVE 'FMAIL11 '      TO COR-SAS-FICHIER
           MOVE E-MAI-SEQ       TO COR-SAS-SEQ
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

      *--------------------------------------------------------*
      *   CHARGEMENT DES JOURS FERIES DE L'ANNEE (FJOUR11)       *
      *--------------------------------------------------------*
           END-WRITE
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
           MOVE 'FIN1CI11'      TO SCP-PROGRAMME
           MOVE SCP-ENREG(29:8) TO SCP-USERID
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE W-NB-CLOTURES TO W-TOT-CLOTURES
           CLOSE FMAIL-FILE
           CLOSE FSUIV-FILE
           CLOSE RPT-FILE
           MOVE 'F'             TO SCP-FONCTION
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           MOVE 'F'             TO COR-FONCTION
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE

           DISPLAY 'FIN1CI11 - CLOTURE TERMINEE - ' W-NB-LUS
                   ' LU(S) / ' W-NB-CLOTURES ' CLOTURE(S)'
