      *-------------------------------------------  MISE A JOUR
           05 E-AFF-DATE-MAJ         PIC X(10).
           05 E-AFF-USERID           PIC X(8).
      *-------------------------------------------  ETAT (P = PROPOSEE
      *                                             PAR LA RECONDUCTION
      *                                             DU CATALOGUE
      *                                             CAT1CI11, CONFIRMEE
      *                                             EN LA RESAISISSANT
      *                                             SUR FOR2CI11)
           05 E-AFF-ETAT             PIC X(1).
             88 AFF-CONFIRMEE             VALUE ' '.
             88 AFF-PROPOSEE              VALUE 'P'.
