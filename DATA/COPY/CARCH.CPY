      *-------------------------------------------  RESTE DU DOSSIER
      *                                             (MEME DECOUPAGE
      *                                              QUE E-STAGIAIRE)
           05 E-ARC-CORPS            PIC X(385).
