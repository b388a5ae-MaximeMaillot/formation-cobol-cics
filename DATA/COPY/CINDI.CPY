      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FINDI11    *
      *    INDISPONIBILITES DES FORMATEURS (CONGE, MALADIE,      *
      *    AUTRE MISSION) SAISIES SUR IND1CI11. FOR2CI11 REFUSE  *
      *    TOUTE AFFECTATION QUI LES CHEVAUCHE ; UNE ABSENCE QUI *
      *    TOUCHE UNE SESSION ANIMEE EN PRINCIPAL OUVRE UNE      *
      *    DEMANDE DE REMPLACEMENT (FREMP11)                     *
      *    CLE : E-IND-CLE = FORMATEUR + DEBUT (AAAAMMJJ)        *
      *----------------------------------------------------------*
       01  E-INDISPO.
      *-------------------------------------------  CLE
           05 E-IND-CLE.
             10 E-IND-FORMATEUR      PIC X(6).
             10 E-IND-DATE-DEB       PIC 9(8).
      *-------------------------------------------  FIN (AAAAMMJJ)
           05 E-IND-DATE-FIN         PIC 9(8).
      *-------------------------------------------  MOTIF
           05 E-IND-MOTIF            PIC X(1).
             88 IND-CONGE                 VALUE 'C'.
             88 IND-MALADIE               VALUE 'M'.
             88 IND-AUTRE-MISSION         VALUE 'A'.
           05 E-IND-COMMENTAIRE      PIC X(30).
      *-------------------------------------------  MISE A JOUR
           05 E-IND-DATE-MAJ         PIC X(10).
           05 E-IND-USERID           PIC X(8).
