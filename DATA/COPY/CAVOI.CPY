      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FAVOI11    *
      *    AVOIRS ET FACTURES COMPLEMENTAIRES AUX FINANCEURS :   *
      *    EMIS PAR AVO1CI11 QUAND UNE REGULARISATION DE         *
      *    POINTAGE (FREGU11) TOUCHE UN MOIS DEJA FACTURE.       *
      *    CHAQUE DOCUMENT RENVOIE A SA FACTURE D'ORIGINE        *
      *    (FFACT11) ET PORTE SA PROPRE NUMEROTATION :           *
      *    9 + AAAAMM D'EMISSION + RANG SUR 3 CHIFFRES           *
      *    CLE : E-AVO-NUMERO                                    *
      *----------------------------------------------------------*
       01  E-AVOIR.
      *-------------------------------------------  CLE
           05 E-AVO-NUMERO           PIC 9(10).
      *-------------------------------------------  NATURE DU DOCUMENT
           05 E-AVO-TYPE             PIC X(1).
             88 AVO-AVOIR                 VALUE 'A'.
             88 AVO-COMPLEMENT            VALUE 'C'.
      *-------------------------------------------  FACTURE D'ORIGINE
           05 E-AVO-FACTURE          PIC 9(10).
           05 E-AVO-CLE-FACTURE.
             10 E-AVO-SESSION        PIC X(6).
             10 E-AVO-MOIS           PIC 9(6).
             10 E-AVO-FINANCEUR      PIC X(4).
      *-------------------------------------------  CORRECTION
      *                                             (DEMI-JOURNEES ET
      *                                              TAUX DE LA FACTURE
      *                                              D'ORIGINE)
           05 E-AVO-DELTA-DEMIJ      PIC S9(5).
           05 E-AVO-TAUX-CENTIMES    PIC 9(5).
           05 E-AVO-NB-REGULS        PIC 9(3).
      *-------------------------------------------  MONTANTS (CENTIMES)
      *                                             ORIGINAL, CORREC-
      *                                             TIONS ANTERIEURES,
      *                                             CE DOCUMENT (SIGNE)
           05 E-AVO-MONTANT-FACTURE  PIC 9(11).
           05 E-AVO-CORR-ANTERIEURE  PIC S9(11).
           05 E-AVO-MONTANT-CENTIMES PIC S9(11).
      *-------------------------------------------  EMISSION
           05 E-AVO-DATE-EMISSION    PIC X(10).
