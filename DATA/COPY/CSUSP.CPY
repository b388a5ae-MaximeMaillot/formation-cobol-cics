      *-------------------------------------------  NUMERO ATTRIBUE
      *                                             (APRES LIBERATION)
           05 E-SUS-NUMERO-CREE      PIC 9(6).
      *-------------------------------------------  NIR ET SEXE TRANSMIS
      *                                             (AFFICHE MASQUE SUR
      *                                              SUS1CI11, RANGE
      *                                              DANS FNIR11 A LA
      *                                              LIBERATION)
           05 E-SUS-NIR              PIC X(15).
           05 E-SUS-SEXE             PIC X(1).
