      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FAIDE11    *
      *    AIDES EXCEPTIONNELLES D'URGENCE : DEMANDE PONCTUELLE  *
      *    SAISIE PAR LE GESTIONNAIRE (ECRAN AID1CI11) POUR LE   *
      *    COMITE, DECISION DU COMITE ENREGISTREE PAR LA         *
      *    SUPERVISION (ECRAN AID2CI11) DANS LA LIMITE DU        *
      *    PLAFOND ANNUEL PAR STAGIAIRE AIDE-AN DE FPARM11.      *
      *    L'AIDE ACCORDEE EST VERSEE PAR LE PROCHAIN CALCUL     *
      *    PAI1CI11 OU PAR UN ORDRE HORS CYCLE (AID3CI11), PUIS  *
      *    HISTORISEE DANS FHPAI11                               *
      *    CLE : E-AID-CLE = E-AID-NUMERO + E-AID-SEQ            *
      *----------------------------------------------------------*
       01  E-AIDE.
      *-------------------------------------------  CLE
           05 E-AID-CLE.
             10 E-AID-NUMERO         PIC 9(6).
             10 E-AID-SEQ            PIC 9(2).
      *-------------------------------------------  DEMANDE : MONTANT
      *                                             (CENTIMES), MOTIF,
      *                                             GESTIONNAIRE
      *                                             DEMANDEUR ET DATE
           05 E-AID-MONTANT-DEMANDE  PIC 9(7).
           05 E-AID-MOTIF            PIC X(60).
           05 E-AID-GESTIONNAIRE     PIC X(8).
           05 E-AID-DATE-DEMANDE     PIC X(10).
      *-------------------------------------------  DATE DU COMITE
      *                                             (JJMMAAAA)
           05 E-AID-DATE-COMITE      PIC X(8).
      *-------------------------------------------  DECISION DU COMITE
      *                                             (A BLANC TANT QUE
      *                                              LA DEMANDE EST EN
      *                                              ATTENTE)
           05 E-AID-DECISION         PIC X(1).
             88 AID-EN-ATTENTE            VALUE ' '.
             88 AID-ACCORDEE              VALUE 'A'.
             88 AID-PARTIELLE             VALUE 'P'.
             88 AID-REFUSEE               VALUE 'R'.
             88 AID-A-VERSER              VALUE 'A' 'P'.
           05 E-AID-MONTANT-ACCORDE  PIC 9(7).
      *-------------------------------------------  VERSEMENT : AVEC LE
      *                                             PROCHAIN CALCUL
      *                                             ('C') OU HORS
      *                                             CYCLE ('H')
           05 E-AID-VERSEMENT        PIC X(1).
             88 AID-VERS-CALCUL           VALUE 'C'.
             88 AID-VERS-HORS-CYCLE       VALUE 'H'.
           05 E-AID-DECIDEUR         PIC X(8).
           05 E-AID-DATE-DECISION    PIC X(10).
      *-------------------------------------------  PAIEMENT ('V' POSE
      *                                             PAR PAI1CI11 OU
      *                                             AID3CI11, AVEC LE
      *                                             MOIS HISTORISE)
           05 E-AID-PAIEMENT         PIC X(1).
             88 AID-NON-VERSEE            VALUE ' '.
             88 AID-VERSEE                VALUE 'V'.
           05 E-AID-MOIS-PAIE        PIC 9(6).
      *-------------------------------------------  DERNIERE MAJ
           05 E-AID-DATE-MAJ         PIC X(10).
           05 E-AID-USERID           PIC X(8).
