      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FCFIN11    *
      *    CONVENTIONS DE FINANCEMENT : POUR UNE SESSION ET UNE  *
      *    ANNEE CIVILE, UNE LIGNE PAR FINANCEUR (FFINA11) QUI   *
      *    DONNE SA QUOTE-PART DU TAUX DE LA SESSION OU SON      *
      *    TAUX PROPRE, ET LE PLAFOND DE SON BUDGET ANNUEL.      *
      *    TENUE A L'ECRAN FNC2CI11 ; LA FACTURATION FAC1CI11    *
      *    EMET UNE FACTURE PAR LIGNE, CUMULE LE CONSOMME ET     *
      *    ALERTE (FALRT11) A 80 % PUIS A 100 % DU PLAFOND.      *
      *    UNE SESSION SANS CONVENTION POUR L'ANNEE RESTE        *
      *    FACTUREE AU TAUX E-SES-TAUX-FINANCEUR                 *
      *    CLE : E-CFI-CLE = SESSION + FINANCEUR + ANNEE         *
      *----------------------------------------------------------*
       01  E-CONV-FINANCEMENT.
      *-------------------------------------------  CLE
           05 E-CFI-CLE.
             10 E-CFI-SESSION        PIC X(6).
             10 E-CFI-FINANCEUR      PIC X(4).
             10 E-CFI-ANNEE          PIC 9(4).
      *-------------------------------------------  MODE DE PRISE EN
      *                                             CHARGE
           05 E-CFI-MODE             PIC X(1).
      *                                             QUOTE-PART (EN %)
      *                                             DU TAUX DE LA
      *                                             SESSION
             88 CFI-QUOTE-PART            VALUE 'P'.
      *                                             TAUX PROPRE AU
      *                                             FINANCEUR
             88 CFI-TAUX-PROPRE           VALUE 'T'.
           05 E-CFI-QUOTE-PART       PIC 9(3).
      *                                             CENTIMES PAR JOUR-
      *                                             STAGIAIRE PRESENT
           05 E-CFI-TAUX-CENTIMES    PIC 9(5).
      *-------------------------------------------  BUDGET ANNUEL
      *                                             (CENTIMES)
           05 E-CFI-PLAFOND-CENTIMES PIC 9(11).
      *                                             CUMUL FACTURE SUR
      *                                             L'ANNEE (FAC1CI11)
           05 E-CFI-CONSOMME-CENTIMES PIC 9(11).
      *                                             DERNIER SEUIL DE
      *                                             CONSOMMATION
      *                                             SIGNALE (UNE SEULE
      *                                             ALERTE PAR SEUIL)
           05 E-CFI-NIVEAU-ALERTE    PIC X(1).
             88 CFI-SANS-ALERTE           VALUE ' '.
             88 CFI-ALERTE-80             VALUE '8'.
             88 CFI-ALERTE-100            VALUE 'C'.
      *-------------------------------------------  DERNIERE MISE A JOUR
           05 E-CFI-DATE-MAJ         PIC X(10).
           05 E-CFI-USERID-MAJ       PIC X(8).
