      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FXREG11    *
      *    REGISTRE DES ECHANGES DE DOSSIERS ENTRE REGIONS :     *
      *    UN ENREGISTREMENT PAR DOSSIER EXPORTE (XRG1CI11) OU   *
      *    IMPORTE (XRG2CI11). A L'IMPORT, IL GARDE LA REFERENCE *
      *    DU DOSSIER DANS LA REGION D'ORIGINE ET LE CUMUL DES   *
      *    PAIEMENTS QUI Y ONT ETE VERSES (FHPAI11 N'EST PAS     *
      *    REPRIS : L'HISTORIQUE DE PAIE RESTE A L'ORIGINE)      *
      *    CLE : E-XRG-CLE = NUMERO LOCAL + SENS                 *
      *----------------------------------------------------------*
       01  E-ECHANGE-REGION.
      *-------------------------------------------  CLE
           05 E-XRG-CLE.
             10 E-XRG-NUMERO         PIC 9(6).
             10 E-XRG-SENS           PIC X(1).
               88 XRG-EXPORT              VALUE 'E'.
               88 XRG-IMPORT              VALUE 'I'.
      *-------------------------------------------  REGION PARTENAIRE
      *                                             (DESTINATION A
      *                                              L'EXPORT, ORIGINE
      *                                              A L'IMPORT)
           05 E-XRG-REGION           PIC 9(2).
      *-------------------------------------------  NUMERO DU DOSSIER
      *                                             DANS LA REGION
      *                                             D'ORIGINE (IMPORT
      *                                             SEULEMENT, ZERO A
      *                                             L'EXPORT)
           05 E-XRG-NUMERO-ORIG      PIC 9(6).
      *-------------------------------------------  ECHANGE
           05 E-XRG-ECHANGE          PIC 9(6).
           05 E-XRG-DATE             PIC X(8).
           05 E-XRG-NB-ENREG         PIC 9(5).
      *-------------------------------------------  CUMUL DES PAIEMENTS
      *                                             FHPAI11 DE LA
      *                                             REGION D'ORIGINE
      *                                             (CENTIMES)
           05 E-XRG-HPA-NB-MOIS      PIC 9(3).
           05 E-XRG-HPA-MONTANT      PIC 9(11).
           05 E-XRG-HPA-RETENUES     PIC 9(11).
           05 E-XRG-HPA-FRAIS-AIDES  PIC 9(11).
