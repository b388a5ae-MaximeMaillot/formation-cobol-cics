      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FOPPO11    *
      *    OPPOSITIONS ET SAISIES SUR INDEMNITES : UN ENREGIS-   *
      *    TREMENT PAR DECISION RECUE (PENSION ALIMENTAIRE, CAF, *
      *    TRESOR PUBLIC, CREANCIER SAISISSANT), SAISI PAR LA    *
      *    SUPERVISION SUR L'ECRAN OPP1CI11. LE CALCUL PAI1CI11  *
      *    PRELEVE CHAQUE MOIS LA PART SAISIE DANS L'ORDRE DE    *
      *    PRIORITE LEGAL, LA VERSE AU CREANCIER PAR UN ORDRE    *
      *    DISTINCT ET DIMINUE LE RESTE DU JUSQU'A EXTINCTION    *
      *    CLE : E-OPP-CLE = E-OPP-NUMERO + E-OPP-SEQ            *
      *----------------------------------------------------------*
       01  E-OPPOSITION.
      *-------------------------------------------  CLE
           05 E-OPP-CLE.
             10 E-OPP-NUMERO         PIC 9(6).
             10 E-OPP-SEQ            PIC 9(2).
      *-------------------------------------------  NATURE (ORDRE DE
      *                                             PRIORITE LEGAL :
      *                                             A ET F, PUIS T,
      *                                             PUIS INDUS FDETT11,
      *                                             PUIS S)
           05 E-OPP-NATURE           PIC X(1).
             88 OPP-ALIMENTAIRE           VALUE 'A'.
             88 OPP-CAF                   VALUE 'F'.
             88 OPP-TRESOR                VALUE 'T'.
             88 OPP-CREANCIER             VALUE 'S'.
             88 OPP-NATURE-VALIDE         VALUE 'A' 'F' 'T' 'S'.
      *-------------------------------------------  BENEFICIAIRE
           05 E-OPP-CREANCIER        PIC X(30).
           05 E-OPP-REFERENCE        PIC X(20).
           05 E-OPP-IBAN             PIC X(34).
           05 E-OPP-BIC              PIC X(11).
      *-------------------------------------------  MONTANTS (CENTIMES)
      *                                             PLAFOND = PART
      *                                             SAISISSABLE PAR
      *                                             MOIS (0 = SANS
      *                                             PLAFOND)
           05 E-OPP-MONTANT-CENTIMES PIC 9(9).
           05 E-OPP-PLAFOND-CENTIMES PIC 9(9).
           05 E-OPP-RESTE-CENTIMES   PIC 9(9).
      *-------------------------------------------  ETAT DE LA SAISIE
           05 E-OPP-ETAT             PIC X(1).
             88 OPP-ACTIVE                VALUE 'A'.
             88 OPP-SOLDEE                VALUE 'S'.
             88 OPP-LEVEE                 VALUE 'L'.
      *-------------------------------------------  RECEPTION / MAJ
           05 E-OPP-DATE-RECEPTION   PIC X(10).
           05 E-OPP-DATE-MAJ         PIC X(10).
           05 E-OPP-USERID           PIC X(8).
