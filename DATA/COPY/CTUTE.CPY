      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FTUTE11    *
      *    TUTEURS EN ENTREPRISE DES EMPLOYEURS D'ACCUEIL (CF    *
      *    FEMPL11) : PERSONNE QUI ENCADRE LE STAGIAIRE SUR      *
      *    SITE. SAISIE SUR TUT1CI11 ; LE PLACEMENT FPLAC11      *
      *    NOMME SON TUTEUR PAR LA SEQUENCE (E-PLA-TUTEUR)       *
      *    CLE : E-TUT-CLE = EMPLOYEUR + SEQUENCE                *
      *----------------------------------------------------------*
       01  E-TUTEUR.
      *-------------------------------------------  CLE
           05 E-TUT-CLE.
             10 E-TUT-EMPLOYEUR      PIC X(6).
             10 E-TUT-SEQ            PIC 9(2).
      *-------------------------------------------  IDENTITE ET FONCTION
           05 E-TUT-NOM              PIC X(30).
           05 E-TUT-FONCTION         PIC X(20).
      *-------------------------------------------  COORDONNEES
           05 E-TUT-TEL              PIC X(10).
           05 E-TUT-EMAIL            PIC X(40).
      *-------------------------------------------  MISE A JOUR
           05 E-TUT-DATE-MAJ         PIC X(10).
           05 E-TUT-USERID           PIC X(8).
