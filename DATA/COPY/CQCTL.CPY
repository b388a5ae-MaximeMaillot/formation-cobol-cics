      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FQCTL11    *
      *    CONTROLE QUALITE MENSUEL DES DOSSIERS : ECHANTILLON   *
      *    TIRE AU SORT PAR QCT2CI11 PARMI LES DOSSIERS MODIFIES *
      *    DANS LE MOIS (FSTAGA11), STRATIFIE PAR SITE ET        *
      *    GESTIONNAIRE. LA REVUE DE CHAQUE DOSSIER SE SAISIT    *
      *    PAR UN SUPERVISEUR SUR QCT1CI11 ; LE TAUX DE          *
      *    CONFORMITE PAR GESTIONNAIRE S'EDITE PAR QCT3CI11      *
      *    CLE : E-QCT-CLE = E-QCT-MOIS + E-QCT-NUMERO           *
      *----------------------------------------------------------*
       01  E-CONTROLE-QUALITE.
      *-------------------------------------------  CLE (MOIS AAAAMM
      *                                             DE L'ECHANTILLON)
           05 E-QCT-CLE.
             10 E-QCT-MOIS           PIC 9(6).
             10 E-QCT-NUMERO         PIC 9(6).
      *-------------------------------------------  STRATE DU TIRAGE
           05 E-QCT-SITE             PIC X(3).
           05 E-QCT-GESTIONNAIRE     PIC X(8).
           05 E-QCT-DATE-TIRAGE      PIC X(10).
      *-------------------------------------------  ETAT DE LA REVUE
           05 E-QCT-ETAT             PIC X(1).
             88 QCT-A-REVOIR              VALUE 'A'.
             88 QCT-REVU                  VALUE 'R'.
      *-------------------------------------------  POINTS DE CONTROLE
      *                                             (O CONFORME,
      *                                              N NON CONFORME,
      *                                              S SANS OBJET) :
      *                                             1 PIECES D'IDENTITE
      *                                               RECUES
      *                                             2 CONVENTION SIGNEE
      *                                             3 ASSIDUITE
      *                                               COHERENTE
      *                                             4 COORDONNEES
      *                                               BANCAIRES
      *                                               APPROUVEES
           05 E-QCT-POINTS.
             10 E-QCT-POINT OCCURS 4 PIC X(1).
               88 QCT-POINT-CONFORME      VALUE 'O'.
               88 QCT-POINT-NON-CONFORME  VALUE 'N'.
               88 QCT-POINT-SANS-OBJET    VALUE 'S'.
      *-------------------------------------------  RESULTAT (C SI
      *                                             AUCUN POINT N'EST
      *                                             NON CONFORME)
           05 E-QCT-RESULTAT         PIC X(1).
             88 QCT-CONFORME              VALUE 'C'.
             88 QCT-NON-CONFORME          VALUE 'N'.
      *-------------------------------------------  CONSTAT ET ACTION
      *                                             CORRECTIVE (ECHEANCE
      *                                             JJMMAAAA)
           05 E-QCT-CONSTAT          PIC X(100).
           05 E-QCT-ACTION           PIC X(100).
           05 E-QCT-ECHEANCE         PIC X(8).
      *-------------------------------------------  REVUE
           05 E-QCT-DATE-REVUE       PIC X(10).
           05 E-QCT-REVISEUR         PIC X(8).
           05 FILLER                 PIC X(35).
