      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FREMP11    *
      *    DEMANDES DE REMPLACEMENT : OUVERTES PAR IND1CI11      *
      *    QUAND L'ABSENCE D'UN FORMATEUR TOUCHE UNE SESSION     *
      *    QU'IL ANIME EN PRINCIPAL, POURVUES PAR FOR2CI11 A     *
      *    L'AFFECTATION D'UN NOUVEAU PRINCIPAL. LES DEMANDES    *
      *    OUVERTES SONT LISTEES AVEC LES FORMATEURS LIBRES DU   *
      *    SITE PAR REM1CI11 ET SIGNALEES SUR EDI9CI11           *
      *    CLE : E-REM-CLE = SESSION + FORMATEUR ABSENT          *
      *----------------------------------------------------------*
       01  E-REMPLACEMENT.
      *-------------------------------------------  CLE
           05 E-REM-CLE.
             10 E-REM-SESSION        PIC X(6).
             10 E-REM-FORMATEUR      PIC X(6).
      *-------------------------------------------  PERIODE TOUCHEE
      *                                             (AAAAMMJJ) ET
      *                                             ABSENCE D'ORIGINE
           05 E-REM-DATE-DEB         PIC 9(8).
           05 E-REM-DATE-FIN         PIC 9(8).
           05 E-REM-INDISPO-DEB      PIC 9(8).
           05 E-REM-MOTIF            PIC X(1).
      *-------------------------------------------  SITE DU FORMATEUR
           05 E-REM-SITE             PIC X(3).
      *-------------------------------------------  ETAT
           05 E-REM-ETAT             PIC X(1).
             88 REM-A-POURVOIR            VALUE ' '.
             88 REM-POURVU                VALUE 'P'.
             88 REM-ANNULE                VALUE 'A'.
           05 E-REM-REMPLACANT       PIC X(6).
      *-------------------------------------------  MISE A JOUR
           05 E-REM-DATE-MAJ         PIC X(10).
           05 E-REM-USERID           PIC X(8).
