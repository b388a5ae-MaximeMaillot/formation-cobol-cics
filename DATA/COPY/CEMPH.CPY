      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FEMPH11    *
      *    HISTORIQUE DES CHANGEMENTS DE STATUT D'UN EMPLOYEUR   *
      *    D'ACCUEIL (CF FEMPL11) : UN ENREGISTREMENT PAR        *
      *    DECISION DE SUPERVISION PRISE SUR EST1CI11            *
      *    CLE : E-EMH-CLE = EMPLOYEUR + DATE (AAAAMMJJ) +       *
      *          HEURE (HHMMSS)                                  *
      *----------------------------------------------------------*
       01  E-HISTO-EMPLOYEUR.
      *-------------------------------------------  CLE
           05 E-EMH-CLE.
             10 E-EMH-EMPLOYEUR      PIC X(6).
             10 E-EMH-DATE           PIC X(8).
             10 E-EMH-HEURE          PIC X(6).
      *-------------------------------------------  STATUTS AVANT ET
      *                                             APRES LA DECISION
      *                                             (A, V OU S)
           05 E-EMH-STATUT-AVANT     PIC X(1).
           05 E-EMH-STATUT-APRES     PIC X(1).
      *-------------------------------------------  MOTIF DE LA DECISION
           05 E-EMH-MOTIF            PIC X(60).
      *-------------------------------------------  SUPERVISEUR DECIDEUR
           05 E-EMH-SUPERVISEUR      PIC X(8).
           05 E-EMH-TERMINAL         PIC X(4).
