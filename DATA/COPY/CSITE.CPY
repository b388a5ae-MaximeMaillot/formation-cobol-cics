      *    REFERENTIEL DES SITES (ANTENNES) DE L'ORGANISME :     *
      *    ENTRETENU PAR L'ECRAN SIT1CI11 ; LE CODE SITE EST     *
      *    PORTE PAR CHAQUE DOSSIER STAGIAIRE ET PAR LE PROFIL   *
      *    DE CHAQUE GESTIONNAIRE (FHABI11). LE TARIF JOURNALIER *
      *    DE SALLE EST IMPUTE AUX SESSIONS PAR MRG1CI11         *
      *    CLE : E-SIT-CODE                                      *
      *----------------------------------------------------------*
       01  E-SITE.
           05 E-SIT-LIBELLE          PIC X(30).
      *-------------------------------------------  VILLE D'IMPLANTATION
           05 E-SIT-VILLE            PIC X(25).
      *-------------------------------------------  TARIF JOURNALIER
      *                                             DE LA SALLE DE
      *                                             FORMATION (CENTIMES)
           05 E-SIT-TARIF-SALLE      PIC 9(7).
      *-------------------------------------------  BOITE AUX LETTRES
      *                                             DE L'ANTENNE
      *                                             (AVIS DE TRANSFERT
      *                                              TRF1CI11 DEPOSES
      *                                              DANS FMAIL11)
           05 E-SIT-EMAIL            PIC X(40).
