      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FCOMP11    *
      *    REFERENTIEL DES COMPETENCES EVALUEES PAR SESSION :    *
      *    ENTRETENU PAR L'ECRAN CMP1CI11, LES EVALUATIONS DES   *
      *    STAGIAIRES (FEVAL11) SE SAISISSENT SUR CMP2CI11 ET LE *
      *    PASSEPORT DE COMPETENCES S'EDITE AVEC L'ATTESTATION   *
      *    DE FIN DE PLACEMENT ATT1CI11                          *
      *    CLE : E-CMP-CLE = E-CMP-SESSION + E-CMP-CODE          *
      *----------------------------------------------------------*
       01  E-COMPETENCE.
      *-------------------------------------------  CLE
           05 E-CMP-CLE.
             10 E-CMP-SESSION        PIC X(6).
             10 E-CMP-CODE           PIC X(4).
      *-------------------------------------------  LIBELLE
           05 E-CMP-LIBELLE          PIC X(40).
      *-------------------------------------------  MISE A JOUR
           05 E-CMP-DATE-MAJ         PIC X(10).
           05 E-CMP-USERID           PIC X(8).
