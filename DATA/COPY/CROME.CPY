      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FROME11    *
      *    REFERENTIEL DES METIERS (CODES ROME), CHARGE DEPUIS   *
      *    LA TABLE PUBLIEE PAR ROM1CI11. IL VALIDE LE METIER    *
      *    CIBLE DU STAGIAIRE (INF1CI11 / INF3CI11) ; LA LETTRE  *
      *    DE TETE DU CODE EST LE GRAND DOMAINE PROFESSIONNEL,   *
      *    RAPPROCHE DU SECTEUR DE L'EMPLOYEUR PAR ROM2CI11      *
      *    CLE : E-ROM-CODE                                      *
      *----------------------------------------------------------*
       01  E-METIER.
      *-------------------------------------------  CODE ROME
           05 E-ROM-CODE.
             10 E-ROM-DOMAINE        PIC X(1).
             10 E-ROM-RANG           PIC X(4).
      *-------------------------------------------  LIBELLE METIER
           05 E-ROM-LIBELLE          PIC X(60).
