      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER PAIAVANT   *
      *    JOURNAL DES IMAGES AVANT/APRES DU CALCUL DES          *
      *    INDEMNITES : PAI1CI11 Y ECRIT, POUR CHAQUE MISE A     *
      *    JOUR DE FHPAI11, FDETT11, FREGU11, FRETE11, FOPPO11,  *
      *    FFRAI11, FAIDE11 ET DU PARAMETRE MOIS-CLOS (FPARM11), *
      *    L'ENREGISTREMENT TEL QU'IL ETAIT AVANT LE RUN ET TEL  *
      *    QU'IL L'A LAISSE.                                     *
      *    RELU A REBOURS PAR L'ANNULATION D'UN RUN (APA1CI11)   *
      *    QUI REMET CHAQUE FICHIER DANS SON ETAT ANTERIEUR      *
      *    (UNE CREATION EST SUPPRIMEE) APRES AVOIR VERIFIE      *
      *    QU'AUCUNE MISE A JOUR N'EST INTERVENUE DEPUIS         *
      *----------------------------------------------------------*
       01  E-IMAGE-PAIE.
      *-------------------------------------------  MOIS CALCULE
           05 E-IMP-MOIS             PIC 9(6).
      *-------------------------------------------  ORDRE D'ECRITURE
      *                                             DANS LE RUN
           05 E-IMP-SEQ              PIC 9(7).
      *-------------------------------------------  FICHIER MIS A JOUR
           05 E-IMP-FICHIER          PIC X(8).
             88 IMP-FHPAI                 VALUE 'FHPAI11 '.
             88 IMP-FDETT                 VALUE 'FDETT11 '.
             88 IMP-FREGU                 VALUE 'FREGU11 '.
             88 IMP-FRETE                 VALUE 'FRETE11 '.
             88 IMP-FPARM                 VALUE 'FPARM11 '.
             88 IMP-FOPPO                 VALUE 'FOPPO11 '.
             88 IMP-FFRAI                 VALUE 'FFRAI11 '.
             88 IMP-FAIDE                 VALUE 'FAIDE11 '.
             88 IMP-FDEIN                 VALUE 'FDEIN11 '.
      *-------------------------------------------  NATURE DE LA MISE
      *                                             A JOUR
           05 E-IMP-ACTION           PIC X(1).
             88 IMP-CREATION              VALUE 'C'.
             88 IMP-MODIFICATION          VALUE 'M'.
      *-------------------------------------------  ENREGISTREMENT AVANT
      *                                             (A BLANC POUR UNE
      *                                             CREATION) ET APRES
      *                                             LE RUN
           05 E-IMP-AVANT            PIC X(200).
           05 E-IMP-APRES            PIC X(200).
