      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FMATE11    *
      *    INVENTAIRE DU MATERIEL PRETE AUX STAGIAIRES           *
      *    (ORDINATEURS PORTABLES, CHAUSSURES DE SECURITE,       *
      *    CAISSES A OUTILS), ENTRETENU PAR L'ECRAN MAT1CI11.    *
      *    L'ETAT 'P' (PRETE) ET L'EMPRUNTEUR SONT POSES PAR LE  *
      *    PRET (MAT2CI11) ET LEVES AU RETOUR (MAT3CI11) ; UN    *
      *    MATERIEL NON RESTITUE PASSE EN DETTE (MAT4CI11) EST   *
      *    SORTI DE L'INVENTAIRE DISPONIBLE ('N')                *
      *    CLE : E-MAT-INVENTAIRE                                *
      *----------------------------------------------------------*
       01  E-MATERIEL.
      *-------------------------------------------  NUMERO D'INVENTAIRE
           05 E-MAT-INVENTAIRE       PIC X(8).
      *-------------------------------------------  TYPE DE MATERIEL
           05 E-MAT-TYPE             PIC X(1).
             88 MAT-ORDINATEUR            VALUE 'O'.
             88 MAT-CHAUSSURES            VALUE 'C'.
             88 MAT-OUTILLAGE             VALUE 'T'.
             88 MAT-TYPE-VALIDE           VALUE 'O' 'C' 'T'.
           05 E-MAT-LIBELLE          PIC X(30).
      *-------------------------------------------  VALEUR D'ACHAT ET
      *                                             VALEUR RESIDUELLE
      *                                             (CENTIMES)
           05 E-MAT-VALEUR-CENTIMES  PIC 9(7).
           05 E-MAT-RESIDUEL-CENTIMES PIC 9(7).
      *-------------------------------------------  SITE DE RATTACHEMENT
           05 E-MAT-SITE             PIC X(3).
      *-------------------------------------------  ETAT DU MATERIEL
           05 E-MAT-ETAT             PIC X(1).
             88 MAT-DISPONIBLE            VALUE 'D'.
             88 MAT-PRETE                 VALUE 'P'.
             88 MAT-HORS-SERVICE          VALUE 'H'.
             88 MAT-REFORME               VALUE 'R'.
             88 MAT-NON-RESTITUE          VALUE 'N'.
      *-------------------------------------------  PRET EN COURS
      *                                             (CLE FPRMA11 SANS
      *                                             L'INVENTAIRE)
           05 E-MAT-PRET-NUMERO      PIC 9(6).
           05 E-MAT-PRET-DATE        PIC 9(8).
      *-------------------------------------------  DERNIERE MAJ
           05 E-MAT-DATE-MAJ         PIC X(10).
           05 E-MAT-USERID           PIC X(8).
      *-------------------------------------------  RESERVE
           05 FILLER                 PIC X(11).
