      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FFRAI11    *
      *    NOTES DE FRAIS DE DEPLACEMENT ET DE REPAS : UNE NOTE  *
      *    PAR STAGIAIRE ET PAR MOIS, SAISIE PAR LE GESTION-     *
      *    NAIRE SUR L'ECRAN NDF1CI11 AVEC SA PIECE JUSTIFI-     *
      *    CATIVE. CHAQUE JOUR DECLARE EST CONTROLE CONTRE LE    *
      *    POINTAGE FPRES11 (AUCUN REMBOURSEMENT D'UN JOUR NON   *
      *    PRESENT, NOTAMMENT 'I') ET LES MONTANTS CONTRE LES    *
      *    PLAFONDS FRAIS-TRAJ / FRAIS-REPAS / FRAIS-MOIS DE     *
      *    FPARM11. LA NOTE APPROUVEE EST REGLEE PAR PAI1CI11    *
      *    EN LIGNE DE PAIEMENT DISTINCTE ET HISTORISEE DANS     *
      *    FHPAI11                                               *
      *    CLE : E-FRA-CLE = E-FRA-NUMERO + E-FRA-MOIS           *
      *----------------------------------------------------------*
       01  E-FRAIS.
      *-------------------------------------------  CLE (MOIS DES
      *                                             DEPLACEMENTS EN
      *                                             AAAAMM)
           05 E-FRA-CLE.
             10 E-FRA-NUMERO         PIC 9(6).
             10 E-FRA-MOIS           PIC 9(6).
      *-------------------------------------------  DESTINATION : LIEU
      *                                             DE LA SESSION
      *                                             (E-SES-LIEU) OU
      *                                             EMPLOYEUR D'ACCUEIL
      *                                             (ADRESSE FEMPL11)
           05 E-FRA-DESTINATION      PIC X(1).
             88 FRA-DEST-SESSION          VALUE 'S'.
             88 FRA-DEST-EMPLOYEUR        VALUE 'E'.
           05 E-FRA-LIEU             PIC X(25).
      *-------------------------------------------  JOURS DECLARES
      *                                             (RANG = JOUR DU
      *                                              MOIS) : T TRAJET,
      *                                              R REPAS, B LES
      *                                              DEUX, BLANC RIEN
           05 E-FRA-JOURS.
             10 E-FRA-JOUR           PIC X(1) OCCURS 31.
               88 FRA-JOUR-VIDE           VALUE ' '.
               88 FRA-JOUR-TRAJET         VALUE 'T' 'B'.
               88 FRA-JOUR-REPAS          VALUE 'R' 'B'.
               88 FRA-JOUR-VALIDE         VALUE ' ' 'T' 'R' 'B'.
      *-------------------------------------------  COUTS UNITAIRES
      *                                             DECLARES (CENTIMES)
      *                                             : TRAJET ALLER-
      *                                             RETOUR PAR JOUR,
      *                                             REPAS
           05 E-FRA-TRAJET-CENTIMES  PIC 9(7).
           05 E-FRA-REPAS-CENTIMES   PIC 9(7).
      *-------------------------------------------  PIECE JUSTIFICATIVE
           05 E-FRA-PIECE            PIC X(20).
      *-------------------------------------------  ETAT DE LA NOTE
      *                                             ('P' POSE PAR LE
      *                                              CALCUL PAI1CI11)
           05 E-FRA-ETAT             PIC X(1).
             88 FRA-SAISIE                VALUE 'S'.
             88 FRA-APPROUVEE             VALUE 'A'.
             88 FRA-REJETEE               VALUE 'R'.
             88 FRA-PAYEE                 VALUE 'P'.
      *-------------------------------------------  MONTANTS (CENTIMES)
      *                                             DEMANDE, RETENU
      *                                             APRES PLAFONDS A LA
      *                                             SAISIE, PAYE PAR LE
      *                                             CALCUL
           05 E-FRA-DEMANDE-CENTIMES PIC 9(9).
           05 E-FRA-RETENU-CENTIMES  PIC 9(9).
           05 E-FRA-PAYE-CENTIMES    PIC 9(9).
      *-------------------------------------------  MOIS DU RUN QUI A
      *                                             REGLE LA NOTE
           05 E-FRA-MOIS-PAIE        PIC 9(6).
      *-------------------------------------------  DERNIERE MAJ
           05 E-FRA-DATE-MAJ         PIC X(10).
           05 E-FRA-USERID           PIC X(8).
