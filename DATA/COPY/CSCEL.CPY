      *----------------------------------------------------------*
      *    DESCRIPTION DE L'ENREGISTREMENT DU FICHIER FSCEL11    *
      *    REGISTRE DE SCELLEMENT DES TRACES D'AUDIT : CHAQUE    *
      *    ECRITURE DANS FSTAGA11 OU FSTAGD11 Y DEPOSE UNE       *
      *    ENTREE PORTANT L'EMPREINTE DU CONTENU DE LA TRACE ET  *
      *    UNE VALEUR DE CONTROLE CHAINEE, CALCULEE SUR L'ENTREE *
      *    ET SUR LA VALEUR DE L'ENTREE PRECEDENTE (CALCEMPR).   *
      *    ALIMENTE PAR SCELLAUD (CICS) ET SCELLBAT (BATCH),     *
      *    JAMAIS PURGE ; RECALCULE CHAQUE SEMAINE PAR SCE1CI11  *
      *    L'ENTREE 0 (TETE) TIENT LE DERNIER NUMERO ATTRIBUE ET *
      *    LA DERNIERE VALEUR DE LA CHAINE                       *
      *    CLE : E-SCE-SEQ                                       *
      *----------------------------------------------------------*
       01  E-SCELLE.
      *-------------------------------------------  NUMERO D'ORDRE
           05 E-SCE-SEQ              PIC 9(9).
      *-------------------------------------------  FICHIER SCELLE
           05 E-SCE-TYPE             PIC X(1).
             88 SCE-TETE                  VALUE 'T'.
             88 SCE-EVENEMENT             VALUE 'A'.
             88 SCE-DETAIL                VALUE 'D'.
      *-------------------------------------------  NATURE DU SCELLEMENT
           05 E-SCE-FONCTION         PIC X(1).
      *                                             ECRITURE DE LA TRACE
             88 SCE-ECRITURE              VALUE 'E'.
      *                                             REECRITURE AUTORISEE
      *                                             (EFFACEMENT RGPD)
             88 SCE-REECRITURE            VALUE 'M'.
      *                                             SUPPRESSION AUTORISEE
      *                                             (FUSION DE DOSSIERS)
             88 SCE-SUPPRESSION           VALUE 'S'.
      *                                             SORTIE PAR ARCHIVAGE
      *                                             ANNUEL (HIS1CI11)
             88 SCE-ARCHIVAGE             VALUE 'X'.
      *                                             REPRISE INITIALE DES
      *                                             TRACES EXISTANTES
             88 SCE-REPRISE               VALUE 'I'.
      *-------------------------------------------  CLE DE LA TRACE
      *                                             (CLE-HISTO OU
      *                                              E-DET-CLE)
           05 E-SCE-CLE              PIC X(38).
           05 E-SCE-TETE REDEFINES E-SCE-CLE.
             10 E-SCE-DERNIER-SEQ    PIC 9(9).
             10 FILLER               PIC X(29).
      *-------------------------------------------  EMPREINTE DU CONTENU
           05 E-SCE-EMPREINTE        PIC 9(10).
      *-------------------------------------------  VALEUR CHAINEE
           05 E-SCE-CONTROLE         PIC 9(10).
      *-------------------------------------------  HORODATAGE / AUTEUR
           05 E-SCE-DATE             PIC X(10).
           05 E-SCE-HEURE            PIC X(8).
           05 E-SCE-PROGRAMME        PIC X(8).
           05 E-SCE-USERID           PIC X(8).
           05 FILLER                 PIC X(17).
