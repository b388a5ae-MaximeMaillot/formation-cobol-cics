      *-------------------------------------------  EMPLOYEUR D'ACCUEIL
      *                                             (CF FEMPL11)
           05 E-PLA-CODE-EMPLOYEUR   PIC X(6).
      *-------------------------------------------  TUTEUR EN ENTREPRISE
      *                                             (SEQUENCE FTUTE11
      *                                             DE L'EMPLOYEUR,
      *                                             ESPACES = AUCUN)
           05 E-PLA-TUTEUR           PIC X(2).
