      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FFACT11    *
      *    REGISTRE DES FACTURES EMISES AUX FINANCEURS : UN      *
      *    ENREGISTREMENT PAR SESSION, PAR MOIS FACTURE ET PAR   *
      *    FINANCEUR DE LA CONVENTION (FCFIN11), ECRIT PAR LA    *
      *    FACTURATION FAC1CI11 QUI REFUSE DE FACTURER DEUX      *
      *    FOIS LE MEME TRIPLET. FINANCEUR A BLANC : SESSION     *
      *    SANS CONVENTION, FACTUREE AU TAUX E-SES-TAUX-         *
      *    FINANCEUR. LE RAPPROCHEMENT DES REGLEMENTS RGL1CI11   *
      *    Y PORTE LES SOMMES RECUES ET L'ETAT DE LA FACTURE ;   *
      *    LA BALANCE AGEE ECH1CI11 RELANCE LES FACTURES ECHUES  *
      *    LES AVOIRS ET COMPLEMENTS AVO1CI11 (FAVOI11) Y        *
      *    CUMULENT LEUR CORRECTION : LE DU EST LE MONTANT NET   *
      *    CLE : E-FAC-CLE = SESSION + MOIS (AAAAMM) + FINANCEUR *
      *----------------------------------------------------------*
       01  E-FACTURE.
      *-------------------------------------------  CLE
           05 E-FAC-CLE.
             10 E-FAC-SESSION        PIC X(6).
             10 E-FAC-MOIS           PIC 9(6).
             10 E-FAC-FINANCEUR      PIC X(4).
      *-------------------------------------------  NUMERO DE FACTURE
      *                                             (AAAAMM + RANG
      *                                              DANS LE MOIS)
           05 E-FAC-NUMERO           PIC 9(10).
      *-------------------------------------------  ELEMENTS FACTURES
      *                                             (DEMI-JOURNEES
      *                                              PRESENTES ; TAUX
      *                                              JOURNALIER APRES
      *                                              QUOTE-PART)
           05 E-FAC-NB-DEMIJ         PIC 9(5).
           05 E-FAC-TAUX-CENTIMES    PIC 9(5).
           05 E-FAC-QUOTE-PART       PIC 9(3).
           05 E-FAC-MONTANT-CENTIMES PIC 9(11).
      *-------------------------------------------  EMISSION
           05 E-FAC-DATE-EMISSION    PIC X(10).
      *                                             DELAI DE REGLEMENT
      *                                             DU FINANCEUR A
      *                                             L'EMISSION (JOURS)
           05 E-FAC-DELAI-REGLEMENT  PIC 9(3).
      *-------------------------------------------  REGLEMENT (RGL1CI11)
           05 E-FAC-ETAT             PIC X(1).
             88 FAC-A-REGLER              VALUE ' '.
             88 FAC-REGLEE                VALUE 'P'.
             88 FAC-REGLEE-PARTIEL        VALUE 'R'.
             88 FAC-EN-LITIGE             VALUE 'L'.
      *                                             CUMUL DES SOMMES
      *                                             RECUES (CENTIMES)
           05 E-FAC-REGLE-CENTIMES   PIC 9(11).
      *                                             DERNIER REGLEMENT
      *                                             (JJMMAAAA)
           05 E-FAC-DATE-REGLEMENT   PIC X(8).
      *                                             MOTIF DONNE PAR LE
      *                                             FINANCEUR (REGLE-
      *                                             MENT PARTIEL OU
      *                                             CONTESTATION)
           05 E-FAC-MOTIF-ECART      PIC X(40).
      *-------------------------------------------  RELANCES (ECH1CI11)
           05 E-FAC-NB-RELANCES      PIC 9(2).
           05 E-FAC-DATE-RELANCE     PIC X(8).
      *-------------------------------------------  AVOIRS (AVO1CI11)
      *                                             CUMUL SIGNE DES
      *                                             AVOIRS (-) ET DES
      *                                             COMPLEMENTS (+)
           05 E-FAC-CORRECTION-CENTIMES PIC S9(11).
