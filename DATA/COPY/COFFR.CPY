      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FOFFR11    *
      *    OFFRES DE PLACEMENT TRANSMISES PAR LES EMPLOYEURS     *
      *    D'ACCUEIL (CF FEMPL11) : NOMBRE DE PLACES, PERIODE,   *
      *    METIER VISE (CF FROME11), SITE ET STATUT. SAISIE SUR  *
      *    OFF1CI11 ; LE RAPPROCHEMENT DES CANDIDATS ET LA       *
      *    CREATION DU PLACEMENT FPLAC11 SE FONT SUR OFF2CI11    *
      *    CLE : E-OFF-CLE = EMPLOYEUR + SEQUENCE                *
      *----------------------------------------------------------*
       01  E-OFFRE.
      *-------------------------------------------  CLE
           05 E-OFF-CLE.
             10 E-OFF-EMPLOYEUR      PIC X(6).
             10 E-OFF-SEQ            PIC 9(2).
      *-------------------------------------------  PLACES OFFERTES ET
      *                                             PLACES DEJA POURVUES
      *                                             (CF OFF2CI11)
           05 E-OFF-NB-PLACES        PIC 9(2).
           05 E-OFF-NB-POURVUES      PIC 9(2).
      *-------------------------------------------  PERIODE (JJMMAAAA)
           05 E-OFF-DATE-DEB         PIC X(8).
           05 E-OFF-DATE-FIN         PIC X(8).
      *-------------------------------------------  METIER VISE (ROME)
           05 E-OFF-CODE-ROME        PIC X(5).
      *-------------------------------------------  SITE CONCERNE
           05 E-OFF-CODE-SITE        PIC X(3).
      *-------------------------------------------  STATUT DE L'OFFRE
           05 E-OFF-STATUT           PIC X(1).
             88 OFF-OUVERTE               VALUE 'O'.
             88 OFF-POURVUE               VALUE 'P'.
             88 OFF-RETIREE               VALUE 'R'.
      *-------------------------------------------  SAISIE / MISE A JOUR
           05 E-OFF-DATE-SAISIE      PIC X(10).
           05 E-OFF-DATE-MAJ         PIC X(10).
           05 E-OFF-USERID           PIC X(8).
