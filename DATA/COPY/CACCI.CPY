      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FACCI11    *
      *    REGISTRE DES ACCIDENTS DU TRAVAIL ET DE TRAJET DES    *
      *    STAGIAIRES (SALLE DE SESSION OU EMPLOYEUR D'ACCUEIL   *
      *    FPLAC11) : SAISI SUR ATR1CI11. ATR2CI11 LISTE CHAQUE  *
      *    JOUR LES ACCIDENTS NON DECLARES AU REGARD DU DELAI    *
      *    LEGAL (JOURS OUVRES, VALIDJOU) ET POINTE LES JOURS    *
      *    D'ARRET EN 'J' DANS FPRES11 (JUSTIFICATIF FJUST11)    *
      *    CLE : E-ACC-CLE = NUMERO + DATE ACCIDENT (AAAAMMJJ)   *
      *----------------------------------------------------------*
       01  E-ACCIDENT.
      *-------------------------------------------  CLE
           05 E-ACC-CLE.
             10 E-ACC-NUMERO         PIC 9(6).
             10 E-ACC-DATE           PIC X(8).
      *-------------------------------------------  HEURE (HHMM)
           05 E-ACC-HEURE            PIC X(4).
      *-------------------------------------------  LIEU DE L'ACCIDENT
           05 E-ACC-LIEU             PIC X(1).
             88 ACC-LIEU-SESSION          VALUE 'S'.
             88 ACC-LIEU-EMPLOYEUR        VALUE 'E'.
           05 E-ACC-SESSION          PIC X(6).
           05 E-ACC-EMPLOYEUR        PIC X(6).
      *-------------------------------------------  CIRCONSTANCES
           05 E-ACC-DESCRIPTION      PIC X(120).
           05 E-ACC-TEMOINS          PIC X(60).
      *-------------------------------------------  DECLARATION
      *                                             (AAAAMMJJ, BLANC =
      *                                             NON DECLARE)
           05 E-ACC-DATE-DECL        PIC X(8).
           05 E-ACC-REF-DECL         PIC X(20).
      *-------------------------------------------  ARRET DE TRAVAIL
      *                                             (DEBUT AAAAMMJJ,
      *                                             DUREE EN JOURS
      *                                             CALENDAIRES)
           05 E-ACC-ARRET-DEB        PIC X(8).
           05 E-ACC-ARRET-NB-JOURS   PIC 9(3).
      *-------------------------------------------  MISE A JOUR
           05 E-ACC-DATE-MAJ         PIC X(10).
           05 E-ACC-USERID           PIC X(8).
