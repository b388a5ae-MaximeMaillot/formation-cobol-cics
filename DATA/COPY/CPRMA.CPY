      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FPRMA11    *
      *    PRETS DE MATERIEL AUX STAGIAIRES : UN ENREGISTREMENT  *
      *    PAR PRET, CREE PAR L'ECRAN MAT2CI11 AVEC UNE DATE DE  *
      *    RETOUR PREVUE EGALE A LA FIN DE PRESTATION, SOLDE AU  *
      *    RETOUR (MAT3CI11). UN PRET NON RESTITUE A L'ECHEANCE  *
      *    FIGURE SUR LA LISTE DE TRAVAIL ET RECOIT UNE LETTRE   *
      *    DE RELANCE (MAT5CI11) ; LE GESTIONNAIRE PEUT DEMANDER *
      *    SON PASSAGE EN DETTE FDETT11 POUR LA VALEUR           *
      *    RESIDUELLE, ACCORDE OU REFUSE PAR LA SUPERVISION      *
      *    (MAT4CI11)                                            *
      *    CLE : E-PMA-CLE = E-PMA-NUMERO + E-PMA-INVENTAIRE     *
      *                      + E-PMA-DATE-PRET                   *
      *----------------------------------------------------------*
       01  E-PRET-MATERIEL.
      *-------------------------------------------  CLE
           05 E-PMA-CLE.
             10 E-PMA-NUMERO         PIC 9(6).
             10 E-PMA-INVENTAIRE     PIC X(8).
      *                                             (AAAAMMJJ)
             10 E-PMA-DATE-PRET      PIC 9(8).
      *-------------------------------------------  RETOUR PREVU
      *                                             (AAAAMMJJ)
           05 E-PMA-DATE-PREVUE      PIC 9(8).
      *-------------------------------------------  ETAT DU PRET
           05 E-PMA-ETAT             PIC X(1).
             88 PMA-EN-COURS              VALUE 'E'.
             88 PMA-RESTITUE              VALUE 'R'.
             88 PMA-DETTE-DEMANDEE        VALUE 'D'.
             88 PMA-PASSE-EN-DETTE        VALUE 'T'.
             88 PMA-OUVERT                VALUE 'E' 'D'.
      *-------------------------------------------  RETOUR (AAAAMMJJ)
      *                                             ET ETAT DU
      *                                             MATERIEL RENDU
           05 E-PMA-DATE-RETOUR      PIC 9(8).
           05 E-PMA-ETAT-RETOUR      PIC X(1).
             88 PMA-RENDU-BON             VALUE 'B'.
             88 PMA-RENDU-ENDOMMAGE       VALUE 'E'.
      *-------------------------------------------  RELANCES (DATE DE
      *                                             LA DERNIERE EN
      *                                             JJMMAAAA)
           05 E-PMA-NB-RELANCES      PIC 9(2).
           05 E-PMA-DATE-RELANCE     PIC X(8).
      *-------------------------------------------  PASSAGE EN DETTE :
      *                                             MONTANT (CENTIMES),
      *                                             DEMANDEUR, DECISION
      *                                             ET SEQUENCE FDETT11
           05 E-PMA-MONTANT-DETTE    PIC 9(7).
           05 E-PMA-DEMANDEUR        PIC X(8).
           05 E-PMA-DATE-DEMANDE     PIC X(10).
           05 E-PMA-DECIDEUR         PIC X(8).
           05 E-PMA-DATE-DECISION    PIC X(10).
           05 E-PMA-DETTE-SEQ        PIC 9(2).
      *-------------------------------------------  DERNIERE MAJ
           05 E-PMA-DATE-MAJ         PIC X(10).
           05 E-PMA-USERID           PIC X(8).
      *-------------------------------------------  RESERVE
           05 FILLER                 PIC X(7).
