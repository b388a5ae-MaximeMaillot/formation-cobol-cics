      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FCORR11    *
      *    REGISTRE DES CORRESPONDANCES SORTANTES : CHAQUE       *
      *    LETTRE EDITEE, CHAQUE COURRIEL DEPOSE DANS FMAIL11 ET *
      *    CHAQUE SMS DEPOSE DANS FSMSS11 POUR UN STAGIAIRE Y    *
      *    LAISSE UNE ENTREE (CANAL, MODELE, PROGRAMME), AINSI   *
      *    QUE CHAQUE PLI RETOURNE NPAI. ALIMENTE PAR CORRBAT,   *
      *    CONSULTE PAR DOSSIER SUR L'ECRAN COR1CI11 (DEPUIS LA  *
      *    SYNTHESE SYN1CI11). LA REFERENCE D'UNE LETTRE EST LA  *
      *    PREMIERE LIGNE DE SA COPIE DANS LE DEPOT FREPO11      *
      *    (CODE EDITION + DATE DE PASSAGE + RANG DE LIGNE),     *
      *    CELLE D'UN MESSAGE EST SA CLE DANS LE SAS             *
      *    CLE : E-COR-CLE = NUMERO + DATE + HEURE + SEQUENCE    *
      *----------------------------------------------------------*
       01  E-CORRESP.
      *-------------------------------------------  CLE
           05 E-COR-CLE.
             10 E-COR-NUMERO         PIC 9(6).
      *                                             AAAAMMJJ / HHMMSS
             10 E-COR-DATE           PIC 9(8).
             10 E-COR-HEURE          PIC 9(6).
             10 E-COR-SEQ            PIC 9(3).
      *-------------------------------------------  CANAL
           05 E-COR-CANAL            PIC X(1).
             88 COR-COURRIER              VALUE 'C'.
             88 COR-COURRIEL              VALUE 'E'.
             88 COR-SMS                   VALUE 'S'.
      *                                             PLI RETOURNE NPAI
      *                                             (MODELE = CODE
      *                                              EDITION D'ORIGINE)
             88 COR-RETOUR                VALUE 'R'.
      *-------------------------------------------  MODELE / PRODUCTEUR
           05 E-COR-MODELE           PIC X(8).
           05 E-COR-PROGRAMME        PIC X(8).
      *-------------------------------------------  REFERENCE
      *                                             LETTRE : COPIE DANS
      *                                             LE DEPOT FREPO11
           05 E-COR-REFERENCE.
             10 E-COR-REP-CODE       PIC X(8).
             10 E-COR-REP-DATE       PIC 9(8).
             10 E-COR-REP-LIGNE      PIC 9(5).
      *                                             MESSAGE : CLE DANS
      *                                             LE SAS FMAIL11 OU
      *                                             FSMSS11
           05 E-COR-REF-SAS REDEFINES E-COR-REFERENCE.
             10 E-COR-SAS-FICHIER    PIC X(8).
             10 E-COR-SAS-SEQ        PIC 9(4).
             10 FILLER               PIC X(9).
           05 FILLER                 PIC X(19).
