      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FRENT11    *
      *    REFERENTIEL DES CODES RESULTAT D'ENTRETIEN DE SUIVI : *
      *    ENTRETENU PAR L'ECRAN REN1CI11, IL CONTROLE LE CODE   *
      *    RESULTAT SAISI A LA TENUE D'UN ENTRETIEN (ENT1CI11).  *
      *    UN RESULTAT MARQUE 'PLAN D'ACTION' INVITE A POSER     *
      *    LES ACTIONS CONVENUES (FPACT11, ECRAN PAC1CI11)       *
      *    CLE : E-REN-CLE = CODE RESULTAT                       *
      *----------------------------------------------------------*
       01  E-RESULTAT-ENT.
      *-------------------------------------------  CLE
           05 E-REN-CLE.
             10 E-REN-CODE           PIC X(2).
      *-------------------------------------------  LIBELLE
           05 E-REN-LIBELLE          PIC X(40).
      *-------------------------------------------  PLAN D'ACTION
      *                                             ATTENDU (O/N)
           05 E-REN-PLAN             PIC X(1).
             88 REN-PLAN-ATTENDU     VALUE 'O'.
             88 REN-PLAN-VALIDE      VALUE 'O' 'N'.
      *-------------------------------------------  MISE A JOUR
           05 E-REN-DATE-MAJ         PIC X(10).
           05 E-REN-USERID           PIC X(8).
