      *    REFERENTIEL DES FORMATEURS : ENTRETENU PAR L'ECRAN    *
      *    FOR1CI11 ; LES AFFECTATIONS AUX SESSIONS (FAFFE11)    *
      *    SE SAISISSENT SUR FOR2CI11 ET LA CHARGE MENSUELLE     *
      *    S'EDITE PAR FOR3CI11. LE COUT HORAIRE ALIMENTE LE     *
      *    COMPTE DE RESULTAT DES SESSIONS MRG1CI11              *
      *    CLE : E-FOR-CODE                                      *
      *----------------------------------------------------------*
       01  E-FORMATEUR.
      *-------------------------------------------  SITE DE RATTACHEMENT
      *                                             (CF FSITE11)
           05 E-FOR-SITE             PIC X(3).
      *-------------------------------------------  COUT HORAIRE
      *                                             CHARGE (CENTIMES)
           05 E-FOR-COUT-HORAIRE     PIC 9(5).
