      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FTAUX11    *
      *    GRILLE DES TAUX JOURNALIERS D'INDEMNITE DE STAGE :    *
      *    UNE LIGNE PAR SESSION (A BLANC = TOUTES SESSIONS),    *
      *    TRANCHE D'AGE, SITUATION DE PLACEMENT ET DATE         *
      *    D'EFFET. TENUE A L'ECRAN TAU1CI11, LUE PAR LE CALCUL  *
      *    MENSUEL PAI1CI11 QUI RETIENT POUR CHAQUE STAGIAIRE    *
      *    LA LIGNE LA PLUS PRECISE EN VIGUEUR DANS LE MOIS      *
      *    (LE TAUX DE LA CARTE RESTE LE TAUX PAR DEFAUT)        *
      *    CLE : E-TAU-CLE = E-TAU-SESSION + E-TAU-AGE-MAX +     *
      *          E-TAU-PLACEMENT + E-TAU-DATE-EFFET              *
      *----------------------------------------------------------*
       01  E-TAUX.
      *-------------------------------------------  CLE
           05 E-TAU-CLE.
      *                                             SESSION (CF FSESS11)
      *                                             A BLANC : TOUTES
             10 E-TAU-SESSION        PIC X(6).
      *                                             AGE MAXIMUM DE LA
      *                                             TRANCHE (INCLUS,
      *                                             AGE AU 1ER DU MOIS
      *                                             CALCULE ; 999 =
      *                                             SANS LIMITE)
             10 E-TAU-AGE-MAX        PIC 9(3).
      *                                             SITUATION DE
      *                                             PLACEMENT (FPLAC11)
             10 E-TAU-PLACEMENT      PIC X(1).
               88 TAU-EN-PLACEMENT        VALUE 'O'.
               88 TAU-HORS-PLACEMENT      VALUE 'N'.
               88 TAU-PLACEMENT-INDIFF    VALUE '*'.
      *                                             DATE D'EFFET
      *                                             (AAAAMMJJ)
             10 E-TAU-DATE-EFFET     PIC 9(8).
      *-------------------------------------------  TAUX JOURNALIER
      *                                             (CENTIMES,
      *                                              99999 = 999,99)
           05 E-TAU-TAUX-CENTIMES    PIC 9(5).
           05 E-TAU-LIBELLE          PIC X(30).
      *-------------------------------------------  DERNIERE MISE A JOUR
           05 E-TAU-DATE-MAJ         PIC X(10).
           05 E-TAU-USERID-MAJ       PIC X(8).
