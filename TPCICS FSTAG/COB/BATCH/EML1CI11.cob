
       WORKING-STORAGE SECTION.

      *------------------------------------------------------*
      *   SCELLEMENT DES TRACES D'AUDIT ECRITES (FSCEL11)     *
      *------------------------------------------------------*
       01 pgm-scellbat                PIC X(8) VALUE 'SCELLBAT'.
       COPY CSCEP.

       01 FMAIL-STATUT                PIC X(2).
         88 FMAIL-OK                  VALUE '00'.
         88 FMAIL-FIN                 VALUE '10'.
           MOVE 'EML1CI11'      TO USERID-USER-H
           MOVE 'M'             TO FONCTION-H

           MOVE E-HISTO     TO SCP-ENREG
           WRITE E-HISTO
              INVALID KEY
                 DISPLAY 'EML1CI11 - ECHEC AUDIT NUM ' E-NUMERO
              NOT INVALID KEY
                 PERFORM 86000-SCELLE-HISTO
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
           MOVE 'EML1CI11'      TO SCP-PROGRAMME
           MOVE SCP-ENREG(29:8) TO SCP-USERID
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE W-NB-INVALIDES TO W-TOT-INVALIDES
           CLOSE FSTAG-FILE
           CLOSE FSTAGA-FILE
           CLOSE RPT-FILE
           MOVE 'F'             TO SCP-FONCTION
           CALL pgm-scellbat USING SCELLEMENT-PARAM

           DISPLAY 'EML1CI11 - CONTROLE TERMINE - ' W-NB-INVALIDES
                   ' ADRESSE(S) INVALIDEE(S)'
