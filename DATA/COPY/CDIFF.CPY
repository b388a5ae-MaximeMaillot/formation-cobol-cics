      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FDIFF11    *
      *    MISES A JOUR DIFFEREES : PENDANT LA CHAINE DE NUIT,   *
      *    FSTAG11 EST FERME AU CICS ; LES ECRANS DE CREATION    *
      *    (INF1CI11) ET DE MODIFICATION (INF3CI11) Y RANGENT LA *
      *    SAISIE DU GESTIONNAIRE, QUE DIF1CI11 APPLIQUE EN FIN  *
      *    DE CHAINE AVEC LES MEMES CONTROLES (REJET AVISE PAR   *
      *    COURRIEL A L'AUTEUR)                                  *
      *    CLE : E-DIF-CLE = DATE + HEURE + TERMINAL DE SAISIE   *
      *----------------------------------------------------------*
       01  E-DIFFERE.
      *-------------------------------------------  CLE (AAAAMMJJ,
      *                                             HHMMSS)
           05 E-DIF-CLE.
             10 E-DIF-DATE           PIC X(8).
             10 E-DIF-HEURE          PIC X(6).
             10 E-DIF-TERMINAL       PIC X(4).
      *-------------------------------------------  AUTEUR
           05 E-DIF-USERID           PIC X(8).
           05 E-DIF-PROGRAMME        PIC X(8).
      *-------------------------------------------  NATURE
           05 E-DIF-FONCTION         PIC X(1).
             88 DIF-CREATION              VALUE 'C'.
             88 DIF-MODIFICATION          VALUE 'M'.
           05 E-DIF-NUMERO           PIC 9(6).
      *-------------------------------------------  VERSION AFFICHEE
      *                                             (VERROU OPTIMISTE
      *                                             DE LA MODIFICATION)
           05 E-DIF-VERSION          PIC 9(4).
      *-------------------------------------------  ETAT
           05 E-DIF-ETAT             PIC X(1).
             88 DIF-EN-ATTENTE            VALUE 'A'.
             88 DIF-APPLIQUEE             VALUE 'T'.
             88 DIF-REJETEE               VALUE 'R'.
           05 E-DIF-DATE-TRAIT       PIC X(10).
           05 E-DIF-MOTIF            PIC X(60).
      *-------------------------------------------  SAISIE DE L'ECRAN
           05 E-DIF-SAISIE.
             10 E-DIF-NOM            PIC X(20).
             10 E-DIF-PRENOM         PIC X(15).
             10 E-DIF-ADR1           PIC X(30).
             10 E-DIF-ADR2           PIC X(30).
             10 E-DIF-CODEP          PIC X(5).
             10 E-DIF-VILLE          PIC X(25).
             10 E-DIF-TELDOM         PIC X(10).
             10 E-DIF-TELPOR         PIC X(10).
             10 E-DIF-EMAIL          PIC X(40).
             10 E-DIF-DATE-NAISS     PIC X(8).
             10 E-DIF-DATE-DEB       PIC X(8).
             10 E-DIF-DATE-FIN       PIC X(8).
             10 E-DIF-STATUT         PIC X(1).
             10 E-DIF-URGENCE-NOM    PIC X(30).
             10 E-DIF-URGENCE-TEL    PIC X(10).
             10 E-DIF-NOTES          PIC X(100).
             10 E-DIF-SESSION        PIC X(6).
             10 E-DIF-EMPLOYEUR      PIC X(6).
             10 E-DIF-ROME           PIC X(5).
             10 E-DIF-MOTIF-ABANDON  PIC X(2).
             10 E-DIF-CONSENT-COURRIER PIC X(1).
             10 E-DIF-CONSENT-EMAIL  PIC X(1).
             10 E-DIF-CONSENT-PARTAGE PIC X(1).
             10 E-DIF-NIR            PIC X(15).
             10 E-DIF-SEXE           PIC X(1).
           05 FILLER                 PIC X(16).
