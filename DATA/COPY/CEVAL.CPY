      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FEVAL11    *
      *    EVALUATIONS DE COMPETENCES : UN ENREGISTREMENT PAR    *
      *    STAGIAIRE, SESSION ET COMPETENCE DU REFERENTIEL       *
      *    FCOMP11, SAISI PAR LES FORMATEURS SUR CMP2CI11. REPRIS*
      *    DANS LE PASSEPORT DE COMPETENCES (ATT1CI11) ET DANS   *
      *    LE DROIT D'ACCES RGPD (DRA2CI11)                      *
      *    CLE : E-EVA-CLE = E-EVA-NUMERO + E-EVA-SESSION +      *
      *          E-EVA-COMPETENCE                                *
      *----------------------------------------------------------*
       01  E-EVALUATION.
      *-------------------------------------------  CLE
           05 E-EVA-CLE.
             10 E-EVA-NUMERO         PIC 9(6).
             10 E-EVA-SESSION        PIC X(6).
             10 E-EVA-COMPETENCE     PIC X(4).
      *-------------------------------------------  NIVEAU ATTEINT
           05 E-EVA-NIVEAU           PIC X(1).
             88 EVA-NOTIONS               VALUE '1'.
             88 EVA-APPLICATION           VALUE '2'.
             88 EVA-MAITRISE              VALUE '3'.
             88 EVA-EXPERTISE             VALUE '4'.
             88 EVA-NIVEAU-VALIDE         VALUE '1' THRU '4'.
      *-------------------------------------------  EVALUATEUR
      *                                             (FORMATEUR FFORM11
      *                                              AFFECTE A LA
      *                                              SESSION, FAFFE11)
           05 E-EVA-EVALUATEUR       PIC X(6).
           05 E-EVA-DATE             PIC X(8).
      *-------------------------------------------  MISE A JOUR
           05 E-EVA-DATE-MAJ         PIC X(10).
           05 E-EVA-USERID           PIC X(8).
