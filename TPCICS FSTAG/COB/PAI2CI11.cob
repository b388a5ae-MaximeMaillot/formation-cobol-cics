      *   CONSULTATION DE L'HISTORIQUE DES PAIEMENTS D'UN    *
      *   STAGIAIRE (FHPAI11, ALIMENTE PAR LE CALCUL         *
      *   PAI1CI11) : UN MOIS PAR LIGNE AVEC JOURS COMPTES,  *
      *   TAUX, MONTANT ET DATE DU CALCUL, SUIVI D'UNE LIGNE *
      *   DE COMPLEMENT QUAND DES FRAIS OU UNE AIDE          *
      *   EXCEPTIONNELLE ONT ETE VERSES DANS LE MOIS. ACCES  *
      *   PAR LE MENU OU DEPUIS LA FICHE INF2CI11 (PF5), QUI *
      *   TRANSMET LE NUMERO COURANT                         *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
       01 W-FIN-BROWSE                   PIC 9.
         88 FIN-BROWSE-OUI          VALUE 1.
         88 FIN-BROWSE-NON          VALUE 0.
       01 W-PAGE-PLEINE                  PIC 9.
         88 PAGE-PLEINE-OUI         VALUE 1.
         88 PAGE-PLEINE-NON         VALUE 0.

      *
       01 interval                       pic S9(15) comp-3.
            '  CALCULE LE '.
         05 W-LIG-DATE-RUN               PIC X(10).

      * --------- Ligne de complement du mois : frais rembourses et
      *           aides exceptionnelles, verses hors montant net
       01 W-LIGNE-COMPLEMENT.
         05 FILLER                       PIC X(11) VALUE SPACE.
         05 FILLER                       PIC X(21) VALUE
            '+ FRAIS REMBOURSES   '.
         05 W-LIC-FRAIS                  PIC ZZZZZZ9,99.
         05 FILLER                       PIC X(25) VALUE
            '  + AIDE EXCEPTIONNELLE  '.
         05 W-LIC-AIDE                   PIC ZZZZZZ9,99.
       01 W-FRAIS-CENTIMES               PIC 9(9).
       01 W-AIDE-CENTIMES                PIC 9(9).

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.

           IF FIN-BROWSE-NON
              MOVE 1 TO I
              SET PAGE-PLEINE-NON TO TRUE
              PERFORM UNTIL I > 10 OR FIN-BROWSE-OUI
                                   OR PAGE-PLEINE-OUI
                 PERFORM 23140-LIRE-PAIEMENT
                 IF FIN-BROWSE-NON
                    PERFORM 23150-COMPLEMENT-MOIS
                 END-IF
      *          UN MOIS AVEC COMPLEMENT OCCUPE DEUX LIGNES : S'IL
      *          NE TIENT PAS EN BAS DE PAGE, IL OUVRE LA PAGE
      *          SUIVANTE (CURRENT-MOIS N'AVANCE PAS)
                 IF FIN-BROWSE-NON AND I = 10
                    AND (W-FRAIS-CENTIMES > 0 OR W-AIDE-CENTIMES > 0)
                    SET PAGE-PLEINE-OUI TO TRUE
                 END-IF
                 IF FIN-BROWSE-NON AND PAGE-PLEINE-NON
                    MOVE E-HPA-MOIS     TO W-LIG-MOIS
                    MOVE E-HPA-NB-DEMIJ TO W-LIG-JOURS
                    COMPUTE W-TAUX =
                    MOVE W-LIGNE-PAIE TO LIGNEO(I)
                    MOVE E-HPA-MOIS TO CURRENT-MOIS
                    ADD 1 TO I
                    IF W-FRAIS-CENTIMES > 0 OR W-AIDE-CENTIMES > 0
                       COMPUTE W-MONTANT = W-FRAIS-CENTIMES / 100
                       MOVE W-MONTANT      TO W-LIC-FRAIS
                       COMPUTE W-MONTANT = W-AIDE-CENTIMES / 100
                       MOVE W-MONTANT      TO W-LIC-AIDE
                       MOVE W-LIGNE-COMPLEMENT TO LIGNEO(I)
                       ADD 1 TO I
                    END-IF
                 END-IF
              END-PERFORM

           END-EVALUATE
           .

       23150-COMPLEMENT-MOIS.
      *---------------------*
      *    Frais et aides verses dans le mois (zones a blanc sur
      *    les historiques anterieurs)
           IF E-HPA-FRAIS-CENTIMES IS NUMERIC
              MOVE E-HPA-FRAIS-CENTIMES TO W-FRAIS-CENTIMES
           ELSE
              MOVE 0 TO W-FRAIS-CENTIMES
           END-IF
           IF E-HPA-AIDE-CENTIMES IS NUMERIC
              MOVE E-HPA-AIDE-CENTIMES  TO W-AIDE-CENTIMES
           ELSE
              MOVE 0 TO W-AIDE-CENTIMES
           END-IF
           .

       23160-LIRE-IDENTITE.
      *-------------------------*
           MOVE CUR-NUMSTAG TO E-NUMERO
