      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FMABA11    *
      *    REFERENTIEL DES MOTIFS D'ABANDON (EMPLOI TROUVE,      *
      *    SANTE, DEMENAGEMENT, EXCLUSION, SANS NOUVELLES...) :  *
      *    ENTRETENU PAR L'ECRAN MAB1CI11, IL CONTROLE LE MOTIF  *
      *    EXIGE AU PASSAGE D'UN DOSSIER AU STATUT ANNULE        *
      *    (INF3CI11, INF4CI11, MAJ1CI11). UN MOTIF MARQUE       *
      *    'SORTIE POSITIVE' (EMPLOI, FORMATION) EST DISTINGUE   *
      *    DANS L'EDITION TRIMESTRIELLE ABA1CI11                 *
      *    CLE : E-MAB-CLE = CODE MOTIF                          *
      *----------------------------------------------------------*
       01  E-MOTIF-ABANDON.
      *-------------------------------------------  CLE
           05 E-MAB-CLE.
             10 E-MAB-CODE           PIC X(2).
      *-------------------------------------------  LIBELLE
           05 E-MAB-LIBELLE          PIC X(40).
      *-------------------------------------------  SORTIE POSITIVE
      *                                             (O/N)
           05 E-MAB-POSITIF          PIC X(1).
             88 MAB-SORTIE-POSITIVE  VALUE 'O'.
             88 MAB-POSITIF-VALIDE   VALUE 'O' 'N'.
      *-------------------------------------------  MISE A JOUR
           05 E-MAB-DATE-MAJ         PIC X(10).
           05 E-MAB-USERID           PIC X(8).
