      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FRELV11    *
      *    RELEVES MENSUELS DE PRESENCE DES EMPLOYEURS D'ACCUEIL *
      *    RECUS : UN ENREGISTREMENT PAR EMPLOYEUR ET PAR MOIS,  *
      *    POSE PAR PEN1CI11 AU CHARGEMENT DU RELEVE DANS        *
      *    FPRES11. PEN2CI11 RELANCE LES EMPLOYEURS SANS RELEVE  *
      *    AU CINQUIEME JOUR OUVRE DU MOIS SUIVANT               *
      *    CLE : E-REL-CLE = CODE EMPLOYEUR + MOIS (AAAAMM)      *
      *----------------------------------------------------------*
       01  E-RELEVE.
      *-------------------------------------------  CLE
           05 E-REL-CLE.
             10 E-REL-EMPLOYEUR      PIC X(6).
             10 E-REL-MOIS           PIC 9(6).
      *-------------------------------------------  PREMIERE RECEPTION
      *                                             (AAAAMMJJ)
           05 E-REL-DATE-RECEPTION   PIC X(8).
      *-------------------------------------------  DERNIERE RECEPTION
      *                                             (RELEVE COMPLETE OU
      *                                             CORRIGE, AAAAMMJJ)
           05 E-REL-DATE-MAJ         PIC X(8).
      *-------------------------------------------  LIGNES DU RELEVE
           05 E-REL-NB-LIGNES        PIC 9(5).
           05 E-REL-NB-REJETS        PIC 9(5).
           05 FILLER                 PIC X(10).
