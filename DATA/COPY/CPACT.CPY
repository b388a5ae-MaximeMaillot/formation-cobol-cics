      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FPACT11    *
      *    PLAN D'ACTION INDIVIDUEL DU STAGIAIRE : CHAQUE ACTION *
      *    EST CONVENUE LORS D'UN ENTRETIEN DE SUIVI TENU        *
      *    (FENTR11) ET REVUE AUX ENTRETIENS SUIVANTS (ECRAN     *
      *    PAC1CI11). LES ACTIONS ECHUES DU PORTEFEUILLE         *
      *    APPARAISSENT A L'AGENDA AGD1CI11 ; LE PLAN S'EDITE    *
      *    AVEC L'ATTESTATION DE FIN DE PLACEMENT ATT1CI11       *
      *    CLE : E-PAC-CLE = NUMERO + NUMERO D'ORDRE             *
      *----------------------------------------------------------*
       01  E-PLAN-ACTION.
      *-------------------------------------------  CLE
           05 E-PAC-CLE.
             10 E-PAC-NUMERO         PIC 9(6).
             10 E-PAC-SEQ            PIC 9(3).
      *-------------------------------------------  ENTRETIEN D'ORIGINE
      *                                             (DATE PREVUE
      *                                             AAAAMMJJ, CLE
      *                                             FENTR11)
           05 E-PAC-ENT-ORIGINE      PIC X(8).
      *-------------------------------------------  ACTION CONVENUE
           05 E-PAC-DESCRIPTION      PIC X(60).
      *-------------------------------------------  RESPONSABLE
           05 E-PAC-RESPONSABLE      PIC X(1).
             88 PAC-RESP-STAGIAIRE   VALUE 'S'.
             88 PAC-RESP-GESTIONNAIRE VALUE 'G'.
             88 PAC-RESP-VALIDE      VALUE 'S' 'G'.
      *-------------------------------------------  ECHEANCE (AAAAMMJJ)
           05 E-PAC-ECHEANCE         PIC X(8).
      *-------------------------------------------  ETAT
           05 E-PAC-STATUT           PIC X(1).
             88 PAC-OUVERTE          VALUE 'O'.
             88 PAC-REALISEE         VALUE 'R'.
             88 PAC-ABANDONNEE       VALUE 'A'.
             88 PAC-STATUT-VALIDE    VALUE 'O' 'R' 'A'.
      *-------------------------------------------  DERNIER ENTRETIEN
      *                                             DE REVUE (DATE
      *                                             PREVUE AAAAMMJJ,
      *                                             BLANC = JAMAIS
      *                                             REVUE)
           05 E-PAC-ENT-REVUE        PIC X(8).
      *-------------------------------------------  MISE A JOUR
           05 E-PAC-DATE-MAJ         PIC X(10).
           05 E-PAC-USERID           PIC X(8).
