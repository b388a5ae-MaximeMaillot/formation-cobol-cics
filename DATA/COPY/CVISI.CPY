      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FVISI11    *
      *    VISITES DU GESTIONNAIRE CHEZ LES EMPLOYEURS D'ACCUEIL *
      *    (CF FEMPL11) : AU MOINS UNE VISITE PAR PLACEMENT      *
      *    FPLAC11. PLANIFIEES ET COMPLETEES SUR VIS1CI11 ; LES  *
      *    VISITES DUES FIGURENT A L'AGENDA AGD1CI11, LES        *
      *    PLACEMENTS SANS VISITE SONT EDITES PAR VIS2CI11       *
      *    CLE : E-VIS-CLE = EMPLOYEUR + DATE VISITE (AAAAMMJJ)  *
      *----------------------------------------------------------*
       01  E-VISITE.
      *-------------------------------------------  CLE
           05 E-VIS-CLE.
             10 E-VIS-EMPLOYEUR      PIC X(6).
             10 E-VIS-DATE           PIC X(8).
      *-------------------------------------------  GESTIONNAIRE CHARGE
           05 E-VIS-GESTIONNAIRE     PIC X(8).
      *-------------------------------------------  ETAT DE LA VISITE
           05 E-VIS-ETAT             PIC X(1).
             88 VIS-PLANIFIEE             VALUE 'P'.
             88 VIS-REALISEE              VALUE 'R'.
             88 VIS-ANNULEE               VALUE 'A'.
      *-------------------------------------------  STAGIAIRES VUS
      *                                             (PLACEMENTS FPLAC11
      *                                             EN COURS CHEZ
      *                                             L'EMPLOYEUR)
           05 E-VIS-NB-VUS           PIC 9(2).
           05 E-VIS-VU               OCCURS 10.
             10 E-VIS-VU-NUMERO      PIC 9(6).
             10 E-VIS-VU-SEQ         PIC 9(2).
      *-------------------------------------------  CONSTATS ET ACTIONS
      *                                             DE SUIVI
           05 E-VIS-CONSTATS         PIC X(120).
           05 E-VIS-ACTIONS          PIC X(120).
      *-------------------------------------------  MISE A JOUR
           05 E-VIS-DATE-MAJ         PIC X(10).
           05 E-VIS-USERID           PIC X(8).
