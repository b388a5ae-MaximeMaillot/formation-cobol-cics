      *   STAGIAIRES DE SON PORTEFEUILLE DONT LA SESSION     *
      *   DEBUTE OU S'ACHEVE DANS LA SEMAINE, ET SES         *
      *   DOSSIERS DONT UNE PIECE EST EN MISE EN DEMEURE     *
      *   (FDOCS11 NIVEAU '3'), ET SES VISITES EMPLOYEUR     *
      *   PLANIFIEES ECHUES OU DU JOUR (FVISI11), ET LES     *
      *   ACTIONS DE PLAN D'ACTION ENCORE OUVERTES DONT       *
      *   L'ECHEANCE EST DEPASSEE (FPACT11). UN NUMERO SAISI *
      *   + PF4 SAUTE SUR LA FICHE, PF5 SUR LES PIECES, PF9  *
      *   SUR LES ENTRETIENS, PF10 SUR LE PLAN D'ACTION      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      * Structure d'une piece justificative (FDOCS11)
       COPY CDOCS.

      * Structure d'une visite employeur (FVISI11)
       COPY CVISI.

      * Structure d'un employeur (FEMPL11)
       COPY CEMPL.

      * Structure d'une action du plan (FPACT11)
       COPY CPACT.

       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.
         05 W-LIG-NOM                    PIC X(20).
         05 FILLER                       PIC X(1) VALUE SPACE.
         05 W-LIG-DETAIL                 PIC X(40).
      *    Ligne de visite : code employeur a la place du numero
       01 W-LIGNE-VISITE REDEFINES W-LIGNE-AGENDA.
         05 FILLER                       PIC X(10).
         05 W-LIG-EMPLOYEUR              PIC X(6).
         05 FILLER                       PIC X(62).

      * ---------- Paramètre pour sous-programme ACCFILE
       01 accfile-param.
                   PERFORM  23500-CHOISIT-NUMERO
                   MOVE 'ENT1CI11' TO PROG-SUIVANT
                   perform 23110-PROG-SUIVANT
              WHEN DFHPF10
                   PERFORM  23100-RECEIVE-NUMERO
                   PERFORM  23500-CHOISIT-NUMERO
                   MOVE 'PAC1CI11' TO PROG-SUIVANT
                   perform 23110-PROG-SUIVANT
              WHEN DFHPF1
                   PERFORM  90100-TRAIT-AIDE
              WHEN DFHPF12
           PERFORM 25000-MES-ENTRETIENS
           PERFORM 26000-MES-SESSIONS
           PERFORM 27000-MES-DEMEURES
           PERFORM 27500-MES-VISITES
           PERFORM 27600-MES-ACTIONS

           IF I = 1
              MOVE 'Agenda vide : rien a suivre aujourd''hui'
                TO messo
           ELSE
              MOVE 'Num+PF4=Fiche PF5=Pieces PF9=Entretiens PF10=Plan'
                TO messo
           END-IF
           .
           CALL pgm-accfile USING accfile-param
           .

      *--------------------------------------------------
      * --  VISITES EMPLOYEUR PLANIFIEES A FAIRE ---------
      *--------------------------------------------------
       27500-MES-VISITES.
      *----------------------*
      *    Visites planifiees du gestionnaire connecte dont la date
      *    (AAAAMMJJ) est atteinte et qui ne sont pas encore saisies
           SET FIN-BROWSE-NON TO TRUE
           MOVE LOW-VALUE  TO E-VIS-CLE
           MOVE 'FVISI'    TO file-name
           SET c-startbr   TO TRUE
           MOVE E-VISITE   TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI OR I > 12
              MOVE E-VISITE   TO enrgmt
              MOVE 'FVISI'    TO file-name
              SET c-readnext  TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-VISITE
                 IF E-VIS-GESTIONNAIRE = EIBUSERID
                    AND VIS-PLANIFIEE
                    AND E-VIS-DATE <= W-AUJOURDHUI-X
                    MOVE SPACE           TO W-LIGNE-AGENDA
                    MOVE 'VISITE    '    TO W-LIG-TYPE
                    MOVE E-VIS-EMPLOYEUR TO W-LIG-EMPLOYEUR
                    PERFORM 27510-RAISON-EMPLOYEUR
                    STRING 'PREVUE LE '  DELIMITED BY SIZE
                           E-VIS-DATE    DELIMITED BY SIZE
                           INTO W-LIG-DETAIL
                    END-STRING
                    MOVE W-LIGNE-AGENDA TO LIGNEO(I)
                    ADD 1 TO I
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FVISI'    TO file-name
           SET c-endbr     TO TRUE
           MOVE E-VISITE   TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       27510-RAISON-EMPLOYEUR.
      *----------------------*
           MOVE E-VIS-EMPLOYEUR TO E-EMP-CODE
           MOVE 'FEMPL'     TO file-name
           SET c-consult    TO TRUE
           MOVE E-EMPLOYEUR TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF cr-ok
              MOVE enrgmt       TO E-EMPLOYEUR
              MOVE E-EMP-RAISON TO W-LIG-NOM
           ELSE
              MOVE '(INCONNU)'  TO W-LIG-NOM
           END-IF
           .

      *--------------------------------------------------
      * --  ACTIONS DU PLAN ECHUES DU PORTEFEUILLE -------
      *--------------------------------------------------
       27600-MES-ACTIONS.
      *----------------------*
      *    Actions encore ouvertes dont l'echeance (AAAAMMJJ) est
      *    depassee, pour les stagiaires du gestionnaire connecte
           SET FIN-BROWSE-NON TO TRUE
           MOVE 0             TO E-PAC-NUMERO
           MOVE 0             TO E-PAC-SEQ
           MOVE 'FPACT'       TO file-name
           SET c-startbr      TO TRUE
           MOVE E-PLAN-ACTION TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF NOT cr-ok
              SET FIN-BROWSE-OUI TO TRUE
           END-IF

           PERFORM UNTIL FIN-BROWSE-OUI OR I > 12
              MOVE E-PLAN-ACTION TO enrgmt
              MOVE 'FPACT'       TO file-name
              SET c-readnext     TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-PLAN-ACTION
                 IF PAC-OUVERTE
                    AND E-PAC-ECHEANCE < W-AUJOURDHUI-X
                    MOVE E-PAC-NUMERO TO E-NUMERO
                    MOVE 'FSTAG'     TO file-name
                    SET c-consult    TO TRUE
                    MOVE E-STAGIAIRE TO enrgmt
                    CALL pgm-accfile USING accfile-param
                    IF cr-ok
                       MOVE enrgmt TO E-STAGIAIRE
                       IF E-GESTIONNAIRE = EIBUSERID
                          MOVE 'ACTION    ' TO W-LIG-TYPE
                          MOVE E-PAC-NUMERO TO W-LIG-NUMERO
                          MOVE E-NOM        TO W-LIG-NOM
                          MOVE SPACE        TO W-LIG-DETAIL
                          STRING 'ECHUE '          DELIMITED BY SIZE
                                 E-PAC-ECHEANCE    DELIMITED BY SIZE
                                 ' '               DELIMITED BY SIZE
                                 E-PAC-DESCRIPTION DELIMITED BY SIZE
                                 INTO W-LIG-DETAIL
                          END-STRING
                          MOVE W-LIGNE-AGENDA TO LIGNEO(I)
                          ADD 1 TO I
                       END-IF
                    END-IF
                 END-IF
              ELSE
                 SET FIN-BROWSE-OUI TO TRUE
              END-IF
           END-PERFORM

           MOVE 'FPACT'       TO file-name
           SET c-endbr        TO TRUE
           MOVE E-PLAN-ACTION TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       28000-NOM-STAGIAIRE.
      *----------------------*
           MOVE E-ENT-NUMERO TO E-NUMERO

       90100-TRAIT-AIDE.
      *-----------------*
           MOVE 'ENTREE=Rafraichir Num+PF4/5/9/10=Saut PF12=Fin'
             TO messo
           PERFORM  22000-TRAIT-ENVOI
           .
