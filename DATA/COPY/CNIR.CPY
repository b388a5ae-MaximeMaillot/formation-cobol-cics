      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FNIR11     *
      *    NUMERO D'INSCRIPTION AU REPERTOIRE (NIR) DES          *
      *    STAGIAIRES - DONNEE SENSIBLE TENUE HORS DE FSTAG11    *
      *    COMME LES COORDONNEES BANCAIRES (FBANC11) : JAMAIS    *
      *    AFFICHEE EN CLAIR SUR LES ECRANS DE CONSULTATION,     *
      *    CHAQUE ACCES EN LIGNE EST TRACE DANS FNIRJ11          *
      *    CLE : E-NIR-NUMERO (CF FSTAG11)                       *
      *    INDEX ALTERNATIF FNIRX11 (CHEMIN FNIRP11) SUR         *
      *    E-NIR-VALEUR, CLE UNIQUE : UN MEME NIR NE PEUT ETRE   *
      *    PORTE PAR DEUX DOSSIERS (ECRITURE REFUSEE EN DUPREC)  *
      *----------------------------------------------------------*
       01  E-NIR.
      *-------------------------------------------  NUMERO STAGIAIRE
           05 E-NIR-NUMERO           PIC 9(6).
      *-------------------------------------------  NIR : 13 CHIFFRES
      *                                             + CLE MODULO 97
           05 E-NIR-VALEUR.
             10 E-NIR-CORPS          PIC X(13).
             10 E-NIR-DETAIL REDEFINES E-NIR-CORPS.
               15 E-NIR-SEXE-NIR     PIC X(1).
               15 E-NIR-ANNEE        PIC X(2).
               15 E-NIR-MOIS         PIC X(2).
               15 E-NIR-DEPT         PIC X(2).
               15 E-NIR-COMMUNE      PIC X(3).
               15 E-NIR-ORDRE        PIC X(3).
             10 E-NIR-CLE            PIC X(2).
      *-------------------------------------------  SEXE DECLARE
           05 E-NIR-SEXE             PIC X(1).
             88 NIR-HOMME                 VALUE 'H'.
             88 NIR-FEMME                 VALUE 'F'.
      *-------------------------------------------  DERNIERE MISE A JOUR
           05 E-NIR-DATE-MAJ         PIC X(10).
           05 E-NIR-USERID           PIC X(8).
      *-------------------------------------------  RESERVE
           05 FILLER                 PIC X(20).
