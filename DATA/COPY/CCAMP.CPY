      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FCAMP11    *
      *    CAMPAGNES DE COURRIER PONCTUELLES : LES GESTIONNAIRES *
      *    DEPOSENT PAR L'ECRAN CAM1CI11 LES CRITERES DE LA      *
      *    POPULATION (CEUX DU GUICHET FEXTR11 PLUS SESSION ET   *
      *    SITE), LE MODELE FLETT11 ET LE CANAL ; LE BATCH       *
      *    CAM2CI11 SERT LES CAMPAGNES EN ATTENTE, Y REPORTE     *
      *    SES COMPTEURS ET LES MARQUE SERVIES. UN CRITERE A     *
      *    BLANC N'EST PAS FILTRANT                              *
      *    CLE : E-CAM-RANG                                      *
      *----------------------------------------------------------*
       01  E-CAMPAGNE.
      *-------------------------------------------  CLE
           05 E-CAM-RANG             PIC 9(5).
      *-------------------------------------------  CRITERES
           05 E-CAM-STATUT           PIC X(1).
           05 E-CAM-CODEP            PIC X(5).
           05 E-CAM-VILLE            PIC X(25).
      *                                             FENETRE SUR LA DATE
      *                                             DE DEBUT (JJMMAAAA)
           05 E-CAM-DEB-MIN          PIC X(8).
           05 E-CAM-DEB-MAX          PIC X(8).
      *                                             FENETRE SUR LA DATE
      *                                             DE FIN (JJMMAAAA)
           05 E-CAM-FIN-MIN          PIC X(8).
           05 E-CAM-FIN-MAX          PIC X(8).
           05 E-CAM-SESSION          PIC X(6).
           05 E-CAM-SITE             PIC X(3).
      *-------------------------------------------  MODELE (FLETT11)
           05 E-CAM-MODELE           PIC X(8).
      *-------------------------------------------  CANAL
           05 E-CAM-CANAL            PIC X(1).
             88 CAM-COURRIER              VALUE 'C'.
             88 CAM-COURRIEL              VALUE 'E'.
             88 CAM-SMS                   VALUE 'S'.
      *-------------------------------------------  DEMANDEUR
           05 E-CAM-USERID           PIC X(8).
           05 E-CAM-DATE-DEMANDE     PIC X(10).
      *-------------------------------------------  ETAT
           05 E-CAM-ETAT             PIC X(1).
             88 CAM-EN-ATTENTE            VALUE 'A'.
             88 CAM-SERVIE                VALUE 'S'.
      *                                             MODELE ABSENT DE
      *                                             FLETT11 AU PASSAGE
             88 CAM-REJETEE               VALUE 'R'.
           05 E-CAM-DATE-SERVIE      PIC X(10).
      *-------------------------------------------  BILAN DU PASSAGE
      *                                             POPULATION RETENUE
      *                                             PAR LES CRITERES,
      *                                             DONT ATTEINTS ET
      *                                             EXCLUS
           05 E-CAM-NB-CIBLES        PIC 9(5).
           05 E-CAM-NB-ATTEINTS      PIC 9(5).
           05 E-CAM-NB-EXCLUS        PIC 9(5).
           05 FILLER                 PIC X(10).
