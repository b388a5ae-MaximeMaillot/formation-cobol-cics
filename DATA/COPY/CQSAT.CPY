      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FQSAT11    *
      *    REFERENTIEL DU QUESTIONNAIRE DE SATISFACTION DE FIN   *
      *    DE SESSION : UNE QUESTION NOTEE PAR ENREGISTREMENT,   *
      *    SUR UNE ECHELLE DE 1 A E-QST-ECHELLE. ENTRETENU PAR   *
      *    L'ECRAN QST1CI11 ; LA VERSION EN VIGUEUR EST LE       *
      *    PARAMETRE FPARM11 QSAT-VERSION (DEFAUT 1). UNE        *
      *    VERSION COMPTE AU PLUS 10 QUESTIONS (NUMEROS 01-10)   *
      *    CLE : E-QST-CLE = E-QST-VERSION + E-QST-NUMERO        *
      *----------------------------------------------------------*
       01  E-QUESTION-SAT.
      *-------------------------------------------  CLE
           05 E-QST-CLE.
             10 E-QST-VERSION        PIC 9(2).
             10 E-QST-NUMERO         PIC 9(2).
      *-------------------------------------------  INTITULE
           05 E-QST-LIBELLE          PIC X(60).
      *-------------------------------------------  ECHELLE DE NOTATION
      *                                             (NOTE MAXIMALE,
      *                                              2 A 10) ET SES
      *                                              LIBELLES DE BORNE
           05 E-QST-ECHELLE          PIC 9(2).
           05 E-QST-BORNE-BASSE      PIC X(15).
           05 E-QST-BORNE-HAUTE      PIC X(15).
      *-------------------------------------------  MISE A JOUR
           05 E-QST-DATE-MAJ         PIC X(10).
           05 E-QST-USERID           PIC X(8).
           05 FILLER                 PIC X(6).
