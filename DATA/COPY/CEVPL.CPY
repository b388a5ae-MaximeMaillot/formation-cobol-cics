      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FEVPL11    *
      *    EVALUATIONS DU STAGIAIRE PAR LE TUTEUR EN ENTREPRISE  *
      *    (CF FTUTE11) : UNE EVALUATION A MI-PARCOURS ET UNE    *
      *    EVALUATION DE FIN PAR PLACEMENT FPLAC11. SAISIE SUR   *
      *    EVP1CI11, RELANCE DES EVALUATIONS DE FIN MANQUANTES   *
      *    PAR EVP2CI11                                          *
      *    CLE : E-EVP-CLE = NUMERO + SEQUENCE PLACEMENT + TYPE  *
      *----------------------------------------------------------*
       01  E-EVAL-PLACEMENT.
      *-------------------------------------------  CLE
           05 E-EVP-CLE.
             10 E-EVP-NUMERO         PIC 9(6).
             10 E-EVP-SEQ            PIC 9(2).
             10 E-EVP-TYPE           PIC X(1).
               88 EVP-MI-PARCOURS         VALUE 'M'.
               88 EVP-FIN                 VALUE 'F'.
      *-------------------------------------------  DATE DE L'EVALUATION
      *                                             (JJMMAAAA) ET TUTEUR
           05 E-EVP-DATE             PIC X(8).
           05 E-EVP-TUTEUR           PIC X(2).
      *-------------------------------------------  APPRECIATIONS :
      *                                             1 INSUFFISANT
      *                                             2 MOYEN
      *                                             3 BON
      *                                             4 TRES BON
           05 E-EVP-ASSIDUITE        PIC 9(1).
           05 E-EVP-PONCTUALITE      PIC 9(1).
           05 E-EVP-COMPETENCES      PIC 9(1).
      *-------------------------------------------  RECOMMANDATION
           05 E-EVP-RECOMMANDE       PIC X(1).
             88 EVP-RECOMMANDE-OUI        VALUE 'O'.
             88 EVP-RECOMMANDE-NON        VALUE 'N'.
      *-------------------------------------------  COMMENTAIRE TUTEUR
           05 E-EVP-COMMENTAIRE      PIC X(60).
      *-------------------------------------------  SAISIE
           05 E-EVP-DATE-SAISIE      PIC X(10).
           05 E-EVP-USERID           PIC X(8).
