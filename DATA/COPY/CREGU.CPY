      *    PRE1CI11 SUR CE MOIS NE MODIFIE PLUS LE PAIEMENT      *
      *    PASSE MAIS DEPOSE ICI UN DELTA (EN JOURS, POSITIF OU  *
      *    NEGATIF) QUE LE CALCUL DU MOIS SUIVANT REGLE ET       *
      *    DETAILLE AU JOURNAL. LES AVOIRS FINANCEURS AVO1CI11   *
      *    REPERCUTENT LE DELTA SUR LA FACTURE DU MOIS D'ORIGINE *
      *    CLE : E-REG-CLE = NUMERO + MOIS D'ORIGINE + SEQUENCE  *
      *----------------------------------------------------------*
       01  E-REGUL.
           05 E-REG-USERID           PIC X(8).
      *-------------------------------------------  MOIS DE REGLEMENT
           05 E-REG-MOIS-REGLEMENT   PIC 9(6).
      *-------------------------------------------  REPERCUSSION SUR LA
      *                                             FACTURE FINANCEUR
      *                                             (AVO1CI11)
           05 E-REG-ETAT-FACTURE     PIC X(1).
             88 REG-A-REFACTURER          VALUE ' '.
             88 REG-REFACTUREE            VALUE 'F'.
             88 REG-HORS-FACTURE          VALUE 'S'.
