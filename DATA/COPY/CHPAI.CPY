           05 E-HPA-MONTANT-CENTIMES PIC 9(9).
      *-------------------------------------------  DATE DU CALCUL
           05 E-HPA-DATE-RUN         PIC X(10).
      *-------------------------------------------  RETENUES DU MOIS
      *                                             (CENTIMES) : SAISIES
      *                                             VERSEES AUX CREAN-
      *                                             CIERS ET INDU
      *                                             RECUPERE. LE
      *                                             MONTANT CI-DESSUS
      *                                             EST LE NET VERSE
           05 E-HPA-SAISIE-CENTIMES  PIC 9(9).
           05 E-HPA-INDU-CENTIMES    PIC 9(9).
      *-------------------------------------------  FRAIS DE DEPLACE-
      *                                             MENT ET DE REPAS
      *                                             REMBOURSES DANS LE
      *                                             RUN (CENTIMES,
      *                                             NOTES FFRAI11
      *                                             REGLEES EN LIGNE
      *                                             DISTINCTE, HORS
      *                                             MONTANT NET)
           05 E-HPA-FRAIS-CENTIMES   PIC 9(9).
      *-------------------------------------------  AIDES EXCEPTION-
      *                                             NELLES VERSEES
      *                                             (CENTIMES, FAIDE11 :
      *                                             PROCHAIN CALCUL
      *                                             PAI1CI11 OU ORDRE
      *                                             HORS CYCLE AID3CI11,
      *                                             HORS MONTANT NET)
           05 E-HPA-AIDE-CENTIMES    PIC 9(9).
