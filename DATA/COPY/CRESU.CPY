      *-------------------------------------------  MISE A JOUR
           05 E-RES-DATE-MAJ         PIC X(10).
           05 E-RES-USERID           PIC X(8).
      *-------------------------------------------  CERTIFICAT DELIVRE
      *                                             (NUMERO FCERT11,
      *                                             ESPACES = AUCUN)
           05 E-RES-CERTIFICAT       PIC X(12).
