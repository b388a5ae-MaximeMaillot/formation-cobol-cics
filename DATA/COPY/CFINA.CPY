      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FFINA11    *
      *    REFERENTIEL DES FINANCEURS (REGION, AGENCE POUR       *
      *    L'EMPLOI...) : ENTRETENU PAR L'ECRAN FNC1CI11, CITE   *
      *    PAR LES CONVENTIONS DE FINANCEMENT FCFIN11 ET PAR LE  *
      *    REGISTRE DES FACTURES FFACT11                         *
      *    CLE : E-FIN-CODE                                      *
      *----------------------------------------------------------*
       01  E-FINANCEUR.
      *-------------------------------------------  CLE
           05 E-FIN-CODE             PIC X(4).
      *-------------------------------------------  LIBELLE
           05 E-FIN-LIBELLE          PIC X(30).
      *-------------------------------------------  NATURE DU FINANCEUR
           05 E-FIN-TYPE             PIC X(1).
             88 FIN-REGION                VALUE 'R'.
             88 FIN-AGENCE-EMPLOI         VALUE 'A'.
             88 FIN-ETAT                  VALUE 'E'.
             88 FIN-AUTRE                 VALUE 'O'.
      *-------------------------------------------  ADRESSE DE
      *                                             FACTURATION
           05 E-FIN-ADRESSE          PIC X(30).
           05 E-FIN-CODE-POSTAL      PIC X(5).
           05 E-FIN-VILLE            PIC X(25).
      *-------------------------------------------  DELAI DE REGLEMENT
      *                                             CONVENU (JOURS A
      *                                              COMPTER DE
      *                                              L'EMISSION)
           05 E-FIN-DELAI-REGLEMENT  PIC 9(3).
      *-------------------------------------------  DERNIERE MISE A JOUR
           05 E-FIN-DATE-MAJ         PIC X(10).
           05 E-FIN-USERID-MAJ       PIC X(8).
