      *----------------------------------------------------------*
      *    EXTRAIT DE NUIT DES DOSSIERS STAGIAIRES               *
      *    (ECRIT PAR EXN1CI11, LU PAR LES EDITIONS EDI1 A EDI5, *
      *    EXC1CI11, REB1CI11 ET STA1CI11 A LA PLACE DE FSTAG11) *
      *    FICHIER SEQUENTIEL LRECL=700, DANS CET ORDRE :        *
      *    'DO' DOSSIER       UN PAR STAGIAIRE DE FSTAG11, Y     *
      *                       COMPRIS LES SUPPRIMES, TRIE PAR    *
      *                       SITE / NOM / PRENOM / NUMERO       *
      *    '99' FIN           UNE FOIS EN FIN DE FICHIER         *
      *    CHAQUE DOSSIER PORTE, EN PLUS DE L'IMAGE FSTAG11 :    *
      *    - LA SESSION (FSESS11) ;                              *
      *    - LE DERNIER PLACEMENT (FPLAC11) ;                    *
      *    - LES PIECES EXIGEES ENCORE MANQUANTES (FDOCS11 ET    *
      *      REFERENTIEL FTDOC11, UN TYPE ABSENT DU REFERENTIEL  *
      *      ETANT REPUTE EXIGE).                                *
      *    CONTROLE DE FIN : NOMBRE DE DOSSIERS ET SOMME DES     *
      *    NUMEROS ; UN LECTEUR QUI NE RETROUVE PAS CES VALEURS  *
      *    N'EDITE RIEN.                                         *
      *----------------------------------------------------------*
       01  E-EXTRAIT.
      *-------------------------------------------  TYPE
           05 E-XTN-TYPE             PIC X(2).
             88 XTN-DOSSIER               VALUE 'DO'.
             88 XTN-FIN                   VALUE '99'.
      *-------------------------------------------  CLE DE TRI
      *                                             (HIGH-VALUE SUR
      *                                              '99')
           05 E-XTN-CLE.
             10 E-XTN-SITE           PIC X(3).
             10 E-XTN-NOM            PIC X(20).
             10 E-XTN-PRENOM         PIC X(15).
             10 E-XTN-NUMERO         PIC 9(6).
      *-------------------------------------------  DONNEES
           05 E-XTN-DONNEES          PIC X(654).
      *-------------------------------------------  VUE DOSSIER 'DO'
           05 E-XTN-DOSSIER REDEFINES E-XTN-DONNEES.
      *                                             IMAGE FSTAG11
             10 E-XTN-ADR1           PIC X(30).
             10 E-XTN-ADR2           PIC X(30).
             10 E-XTN-CODEP          PIC X(5).
             10 E-XTN-VILLE          PIC X(25).
             10 E-XTN-TELDOM         PIC X(10).
             10 E-XTN-TELPOR         PIC X(10).
             10 E-XTN-EMAIL          PIC X(40).
             10 E-XTN-DATE-NAISS     PIC X(8).
             10 E-XTN-DATE-DEB       PIC X(8).
             10 E-XTN-DATE-FIN       PIC X(8).
             10 E-XTN-STATUT         PIC X(1).
               88 XTN-STATUT-ACTIF        VALUE 'A'.
               88 XTN-STATUT-TERMINE      VALUE 'T'.
               88 XTN-STATUT-ANNULE       VALUE 'C'.
             10 E-XTN-SUPPRIME       PIC X(1).
               88 XTN-SUPPRIME-OUI        VALUE 'O'.
               88 XTN-SUPPRIME-NON        VALUE 'N'.
             10 E-XTN-CONSENT-COURRIER PIC X(1).
               88 XTN-CONSENT-COURRIER-NON VALUE 'N'.
             10 E-XTN-CONSENT-EMAIL  PIC X(1).
               88 XTN-CONSENT-EMAIL-NON   VALUE 'N'.
             10 E-XTN-CONSENT-SMS    PIC X(1).
               88 XTN-CONSENT-SMS-NON     VALUE 'N'.
             10 E-XTN-EMAIL-INVALIDE PIC X(1).
             10 E-XTN-ADRESSE-INVALIDE PIC X(1).
             10 E-XTN-GESTIONNAIRE   PIC X(8).
             10 E-XTN-CODE-ROME      PIC X(5).
      *                                             SESSION (FSESS11,
      *                                             ESPACES SI AUCUNE
      *                                             OU INCONNUE)
             10 E-XTN-SESSION        PIC X(6).
             10 E-XTN-SES-TITRE      PIC X(30).
             10 E-XTN-SES-DATE-DEB   PIC X(8).
             10 E-XTN-SES-DATE-FIN   PIC X(8).
      *                                             DERNIER PLACEMENT
      *                                             (FPLAC11, ZERO /
      *                                             ESPACES SI AUCUN)
             10 E-XTN-NB-PLACEMENTS  PIC 9(2).
             10 E-XTN-PLA-SEQ        PIC 9(2).
             10 E-XTN-PLA-STATUT     PIC X(1).
             10 E-XTN-PLA-EMPLOYEUR  PIC X(6).
             10 E-XTN-PLA-DATE-DEB   PIC X(8).
             10 E-XTN-PLA-DATE-FIN   PIC X(8).
      *                                             PIECES (FDOCS11) :
      *                                             NOMBRE AU DOSSIER,
      *                                             NOMBRE D'EXIGEES
      *                                             MANQUANTES ET LES
      *                                             10 PREMIERES
             10 E-XTN-NB-PIECES      PIC 9(2).
             10 E-XTN-NB-MANQUANTES  PIC 9(2).
             10 E-XTN-MANQUANTE OCCURS 10.
               15 E-XTN-MAN-CODE     PIC X(4).
               15 E-XTN-MAN-LIBELLE  PIC X(30).
             10 FILLER               PIC X(37).
      *-------------------------------------------  VUE FIN '99'
           05 E-XTN-FIN REDEFINES E-XTN-DONNEES.
             10 E-XTN-FIN-NB-DOSSIERS PIC 9(7).
             10 E-XTN-FIN-TOTAL-NUM  PIC 9(12).
             10 E-XTN-FIN-DATE       PIC X(8).
             10 E-XTN-FIN-HEURE      PIC X(6).
             10 FILLER               PIC X(621).
