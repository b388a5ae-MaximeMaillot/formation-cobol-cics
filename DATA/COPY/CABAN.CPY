      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FABAN11    *
      *    ABANDON D'UN DOSSIER : MOTIF (REFERENTIEL FMABA11) ET *
      *    DATE, POSES AU PASSAGE DU DOSSIER AU STATUT ANNULE    *
      *    PAR LA MODIFICATION INF3CI11, LA SUPPRESSION D'UN     *
      *    DOSSIER ACTIF INF4CI11 OU LA MISE A JOUR DE MASSE     *
      *    MAJ1CI11 ; RETIRE SI LE DOSSIER QUITTE LE STATUT      *
      *    ANNULE. EXPLOITE PAR L'EDITION TRIMESTRIELLE DES      *
      *    TAUX D'ABANDON ABA1CI11                               *
      *    CLE : E-ABA-CLE = NUMERO STAGIAIRE                    *
      *----------------------------------------------------------*
       01  E-ABANDON.
      *-------------------------------------------  CLE
           05 E-ABA-CLE.
             10 E-ABA-NUMERO         PIC 9(6).
      *-------------------------------------------  MOTIF (FMABA11)
           05 E-ABA-MOTIF            PIC X(2).
      *-------------------------------------------  DATE D'ABANDON
      *                                             (AAAAMMJJ)
           05 E-ABA-DATE             PIC X(8).
      *-------------------------------------------  ORIGINE DE LA
      *                                             SAISIE (PROGRAMME)
           05 E-ABA-ORIGINE          PIC X(8).
      *-------------------------------------------  MISE A JOUR
           05 E-ABA-DATE-MAJ         PIC X(10).
           05 E-ABA-USERID           PIC X(8).
