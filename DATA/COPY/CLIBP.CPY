      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FLIBP11    *
      *    LIBERATION DU FICHIER DE PAIEMENT : TOTAUX DE         *
      *    CONTROLE D'UN CALCUL REEL PAI1CI11 (ORDRES, MONTANT   *
      *    TOTAL, PLUS FORT MONTANT, NOUVEAUX BENEFICIAIRES) ET  *
      *    ORDRES ATYPIQUES, POSES EN ATTENTE PAR LE RUN. LA     *
      *    SUPERVISION LES COMPARE AU MOIS PRECEDENT (ECRAN      *
      *    LIB1CI11) PUIS LIBERE OU BLOQUE LE FICHIER ; LIB2CI11 *
      *    REFUSE LA TRANSMISSION D'UN FICHIER NON LIBERE        *
      *    CLE : E-LIB-CLE = MOIS CALCULE (AAAAMM)               *
      *----------------------------------------------------------*
       01  E-LIBERATION.
      *-------------------------------------------  CLE
           05 E-LIB-CLE.
             10 E-LIB-MOIS           PIC 9(6).
      *-------------------------------------------  DATE DU RUN
           05 E-LIB-DATE-RUN         PIC X(10).
      *-------------------------------------------  TOTAUX DU FICHIER
      *                                             PAIEMENT (CENTIMES)
           05 E-LIB-NB-ORDRES        PIC 9(5).
           05 E-LIB-TOTAL-CENTIMES   PIC 9(11).
           05 E-LIB-MAXI-CENTIMES    PIC 9(9).
           05 E-LIB-MAXI-NUMERO      PIC 9(6).
      *-------------------------------------------  BENEFICIAIRES SANS
      *                                             AUCUN PAIEMENT
      *                                             ANTERIEUR (FHPAI11)
           05 E-LIB-NB-NOUVEAUX      PIC 9(5).
      *-------------------------------------------  PARTS SAISIES
      *                                             (FICHIER ORDOPPO)
           05 E-LIB-NB-CREANCIERS    PIC 9(5).
           05 E-LIB-TOTAL-CREANCIERS PIC 9(11).
      *-------------------------------------------  SEUIL DE MONTANT
      *                                             ATYPIQUE APPLIQUE
      *                                             (LIBP-SEUIL)
           05 E-LIB-SEUIL-CENTIMES   PIC 9(9).
      *-------------------------------------------  ORDRES ATYPIQUES :
      *                                             NOMBRE TOTAL, LES
      *                                             15 PREMIERS GARDES
      *                                             MOTIF 'N' NOUVEAU,
      *                                             'M' MONTANT, 'D'
      *                                             LES DEUX
           05 E-LIB-NB-ATYPIQUES     PIC 9(3).
           05 E-LIB-ATYPIQUE OCCURS 15.
             10 E-LIB-ATY-NUMERO     PIC 9(6).
             10 E-LIB-ATY-CENTIMES   PIC 9(9).
             10 E-LIB-ATY-TYPE       PIC X(1).
             10 E-LIB-ATY-MOTIF      PIC X(1).
               88 LIB-ATY-NOUVEAU         VALUE 'N'.
               88 LIB-ATY-MONTANT         VALUE 'M'.
               88 LIB-ATY-LES-DEUX        VALUE 'D'.
      *-------------------------------------------  DECISION DE LA
      *                                             SUPERVISION (A
      *                                             BLANC TANT QUE LE
      *                                             FICHIER ATTEND)
           05 E-LIB-ETAT             PIC X(1).
             88 LIB-EN-ATTENTE            VALUE ' '.
             88 LIB-LIBERE                VALUE 'L'.
             88 LIB-BLOQUE                VALUE 'B'.
           05 E-LIB-SUPERVISEUR      PIC X(8).
           05 E-LIB-DATE-DECISION    PIC X(10).
           05 E-LIB-MOTIF            PIC X(40).
