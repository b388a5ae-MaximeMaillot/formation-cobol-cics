
       WORKING-STORAGE SECTION.

      *------------------------------------------------------*
      *   SCELLEMENT DES TRACES D'AUDIT ECRITES (FSCEL11)     *
      *------------------------------------------------------*
       01 pgm-scellbat                PIC X(8) VALUE 'SCELLBAT'.
       COPY CSCEP.

       01 ADRR-STATUT                 PIC X(2).
         88 ADRR-OK                   VALUE '00'.
         88 ADRR-FIN                  VALUE '10'.
           MOVE 'ADR2CI11'      TO USERID-USER-H
           MOVE 'M'             TO FONCTION-H

           MOVE E-HISTO     TO SCP-ENREG
           WRITE E-HISTO
              INVALID KEY
      *          DEUX PASSAGES DANS LA MEME SECONDE : LA TRACE
      *          EXISTANTE SUFFIT
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 86000-SCELLE-HISTO
           END-WRITE
           .

       24100-ECRIT-DETAIL.
      *----------------------*
           MOVE E-DETAIL    TO SCP-ENREG
           WRITE E-DETAIL
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM 86100-SCELLE-DETAIL
           END-WRITE
           .

           WRITE RPT-LIGNE FROM W-LIGNE-ANOMALIE
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
           MOVE 'ADR2CI11'      TO SCP-PROGRAMME
           MOVE SCP-ENREG(29:8) TO SCP-USERID
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       86100-SCELLE-DETAIL.
      *----------------------*
      *    LE DETAIL EST SCELLE AU NOM DE L'AUTEUR DE SON
      *    EVENEMENT, SCELLE JUSTE AVANT
           MOVE 'D'             TO SCP-TYPE
           MOVE 'E'             TO SCP-FONCTION
           MOVE 'ADR2CI11'      TO SCP-PROGRAMME
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE W-NB-LUS          TO W-TOT-LUES
           CLOSE FSTAGA-FILE
           CLOSE FSTAGD-FILE
           CLOSE RPT-FILE
           MOVE 'F'             TO SCP-FONCTION
           CALL pgm-scellbat USING SCELLEMENT-PARAM

           DISPLAY 'ADR2CI11 - RETOUR TRAITE - ' W-NB-LUS
                   ' LU(S) / ' W-NB-APPLIQUEES ' APPLIQUEE(S) / '
