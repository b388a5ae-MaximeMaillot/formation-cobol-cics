      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FSALL11    *
      *    REFERENTIEL DES SALLES DE FORMATION PAR SITE :        *
      *    ENTRETENU PAR L'ECRAN SAL1CI11 ; LES SESSIONS Y       *
      *    RESERVENT UNE SALLE SUR SES1CI11 (FRESA11) ET         *
      *    L'OCCUPATION HEBDOMADAIRE S'EDITE PAR SAL2CI11        *
      *    CLE : E-SAL-CLE = E-SAL-SITE + E-SAL-CODE             *
      *----------------------------------------------------------*
       01  E-SALLE.
      *-------------------------------------------  CLE
           05 E-SAL-CLE.
             10 E-SAL-SITE           PIC X(3).
             10 E-SAL-CODE           PIC X(3).
      *-------------------------------------------  LIBELLE
           05 E-SAL-LIBELLE          PIC X(30).
      *-------------------------------------------  CAPACITE (PLACES)
           05 E-SAL-CAPACITE         PIC 9(3).
      *-------------------------------------------  EQUIPEMENT :
      *                                             POSTES INFORMA-
      *                                             TIQUES ET DETAIL
      *                                             LIBRE (VIDEOPRO-
      *                                             JECTEUR, ...)
           05 E-SAL-NB-POSTES        PIC 9(3).
           05 E-SAL-EQUIPEMENT       PIC X(40).
      *-------------------------------------------  TARIF JOURNALIER
      *                                             (CENTIMES, A ZERO
      *                                              = TARIF DU SITE)
           05 E-SAL-TARIF            PIC 9(7).
      *-------------------------------------------  ETAT DE LA SALLE
           05 E-SAL-ETAT             PIC X(1).
             88 SAL-OUVERTE               VALUE ' '.
             88 SAL-FERMEE                VALUE 'F'.
