      *   LA DUREE DE RETENTION PARAMETREE SONT DEVERSES     *
      *   DANS UNE GENERATION ANNUELLE D'ARCHIVE (AINSI QUE  *
      *   LEUR DETAIL FSTAGD11) PUIS PURGES DU FICHIER EN    *
      *   LIGNE, AVEC UN ETAT RECAPITULATIF. CHAQUE TRACE    *
      *   PURGEE EST SCELLEE 'ARCHIVEE' DANS FSCEL11 AVEC    *
      *   L'EMPREINTE DE L'IMAGE DEVERSEE : LA CHAINE RESTE  *
      *   CONTINUE ET LA GENERATION D'ARCHIVE RESTE          *
      *   VERIFIABLE (SCE1CI11)                              *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*

       WORKING-STORAGE SECTION.

      *------------------------------------------------------*
      *   SCELLEMENT DES TRACES ARCHIVEES (FSCEL11)           *
      *------------------------------------------------------*
       01 pgm-scellbat                PIC X(8) VALUE 'SCELLBAT'.
       COPY CSCEP.

       01 FSTAGA-STATUT               PIC X(2).
         88 FSTAGA-OK                 VALUE '00'.
         88 FSTAGA-FIN                VALUE '10'.
           MOVE CLE-HISTO TO W-CLE-EVENEMENT
           PERFORM 23000-ARCHIVE-DETAILS

           MOVE E-HISTO TO SCP-ENREG
           DELETE FSTAGA-FILE RECORD
              INVALID KEY
                 DISPLAY 'HIS1CI11 - SUPPRESSION IMPOSSIBLE '
                         CLE-HISTO
              NOT INVALID KEY
                 ADD 1 TO W-NB-ARCHIVES
                 MOVE 'A' TO SCP-TYPE
                 PERFORM 24000-SCELLE-ARCHIVAGE
           END-DELETE
           .

                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE E-DETAIL TO SCP-ENREG
                    DELETE FSTAGD-FILE RECORD
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE 'D' TO SCP-TYPE
                          PERFORM 24000-SCELLE-ARCHIVAGE
                    END-DELETE
                    ADD 1 TO W-NB-DETAILS
              END-READ
           END-PERFORM
           .

       24000-SCELLE-ARCHIVAGE.
      *    La sortie de la trace est scellee avec l'empreinte de
      *    l'image deversee dans la generation d'archive : la
      *    verification ne la compte pas comme disparue et peut
      *    controler l'archive elle-meme
           MOVE 'X'             TO SCP-FONCTION
           MOVE 'HIS1CI11'      TO SCP-PROGRAMME
           MOVE 'HIS1CI11'      TO SCP-USERID
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE 'EVENEMENTS LUS         :' TO W-REC-LIBELLE
           CLOSE ARCH-FILE
           CLOSE ARCHD-FILE
           CLOSE RPT-FILE
           MOVE 'F'             TO SCP-FONCTION
           CALL pgm-scellbat USING SCELLEMENT-PARAM

           DISPLAY 'HIS1CI11 - ARCHIVAGE TERMINE - '
                   W-NB-ARCHIVES ' EVENEMENT(S) / '
