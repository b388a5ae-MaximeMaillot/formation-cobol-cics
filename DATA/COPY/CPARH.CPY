             88 PAH-IMMEDIAT              VALUE 'I'.
             88 PAH-PROGRAMME             VALUE 'P'.
             88 PAH-APPLIQUE              VALUE 'A'.
      *                                             REOUVERTURE DU MOIS
      *                                             PAR ANNULATION D'UN
      *                                             CALCUL (APA1CI11)
             88 PAH-ANNULATION            VALUE 'N'.
      *-------------------------------------------  DATE D'EFFET D'UNE
      *                                             VALEUR PROGRAMMEE
           05 E-PAH-DATE-EFFET       PIC X(8).
