      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FDEIN11    *
      *    SITUATION DU STAGIAIRE AUPRES DE L'OPERATEUR DE       *
      *    L'EMPLOI (INSCRIPTION COMME DEMANDEUR D'EMPLOI) :     *
      *    ALIMENTE PAR LE CHARGEMENT PERIODIQUE DSI2CI11 DU     *
      *    FICHIER DE SITUATIONS DE L'OPERATEUR. UNE RADIATION   *
      *    SUR UN DOSSIER ACTIF MET L'INDEMNISATION EN ATTENTE   *
      *    DE REVUE : PAI1CI11 CUMULE ICI LES SOMMES DES JOURS   *
      *    POSTERIEURS A LA RADIATION. LE GESTIONNAIRE TRANCHE   *
      *    SUR DSI1CI11 (RADIATION CONFIRMEE : SOMMES NON DUES ; *
      *    RADIATION LEVEE : SOMMES LIBEREES AU RUN SUIVANT)     *
      *    CLE : E-DEI-NUMERO (CF FSTAG11)                       *
      *    INDEX ALTERNATIF FDEIX11 (CHEMIN FDEIP11) SUR         *
      *    E-DEI-IDENTIFIANT, CLE UNIQUE : UN IDENTIFIANT        *
      *    DEMANDEUR D'EMPLOI NE DESIGNE QU'UN SEUL DOSSIER      *
      *----------------------------------------------------------*
       01  E-DESINSCRIPTION.
      *-------------------------------------------  NUMERO STAGIAIRE
           05 E-DEI-NUMERO           PIC 9(6).
      *-------------------------------------------  IDENTIFIANT
      *                                             DEMANDEUR D'EMPLOI
           05 E-DEI-IDENTIFIANT      PIC X(8).
      *-------------------------------------------  SITUATION TRANSMISE
      *                                             PAR L'OPERATEUR
           05 E-DEI-SITUATION        PIC X(1).
             88 DEI-INSCRIT               VALUE 'I'.
             88 DEI-RADIE                 VALUE 'R'.
           05 E-DEI-DATE-SITUATION   PIC 9(8).
           05 E-DEI-MOTIF            PIC X(2).
           05 E-DEI-LIBELLE-MOTIF    PIC X(30).
      *-------------------------------------------  MODE DE RAPPROCHEMENT
           05 E-DEI-RAPPROCHEMENT    PIC X(1).
             88 RAPPROCHE-IDENTIFIANT     VALUE 'I'.
             88 RAPPROCHE-NOM             VALUE 'N'.
             88 RAPPROCHE-SAISIE          VALUE 'S'.
      *-------------------------------------------  DATE DE CHARGEMENT
      *                                             (AAAAMMJJ)
           05 E-DEI-DATE-CHARGEMENT  PIC 9(8).
      *-------------------------------------------  ETAT DE LA REVUE
           05 E-DEI-ETAT             PIC X(1).
             88 DEI-SANS-OBJET            VALUE ' '.
             88 DEI-SUSPENDU              VALUE 'S'.
             88 DEI-CONFIRME              VALUE 'C'.
             88 DEI-LEVE                  VALUE 'L'.
      *-------------------------------------------  INDEMNITES SUSPENDUES
      *                                             (CUMUL, CENTIMES)
           05 E-DEI-MONTANT-CENTIMES PIC 9(9).
      *-------------------------------------------  DECISION DE REVUE
           05 E-DEI-DATE-REVUE       PIC X(10).
           05 E-DEI-USERID-REVUE     PIC X(8).
      *-------------------------------------------  RESERVE
           05 FILLER                 PIC X(8).
