      *----------------------------------------------------------*
      *    FORMAT D'ECHANGE DES DOSSIERS ENTRE REGIONS           *
      *    (ECRIT PAR XRG1CI11, CHARGE PAR XRG2CI11)             *
      *    FICHIER SEQUENTIEL LRECL=408, DANS CET ORDRE :        *
      *    '01' ENTETE        UNE FOIS EN TETE DE FICHIER        *
      *    PUIS PAR DOSSIER :                                    *
      *    'ST' STAGIAIRE     IMAGE FSTAG11                      *
      *    'HP' PAIEMENTS     CUMUL FHPAI11 (TOUJOURS PRESENT)   *
      *    'PL' PLACEMENT     IMAGE FPLAC11 (0 A N)              *
      *    'PR' PRESENCE      IMAGE FPRES11 (0 A N)              *
      *    'DO' PIECE         IMAGE FDOCS11 (0 A N)              *
      *    'NO' NOTE          IMAGE FNOTE11 (0 A N)              *
      *    'EN' ENTRETIEN     IMAGE FENTR11 (0 A N)              *
      *    'RE' RESULTAT      IMAGE FRESU11 (0 A N)              *
      *    '99' FIN           UNE FOIS EN FIN DE FICHIER         *
      *    LES IMAGES SONT CALEES A GAUCHE DE E-XCH-DONNEES ET   *
      *    GARDENT LE NUMERO D'ORIGINE DANS LEUR CLE ; LE        *
      *    CHARGEMENT LE REMPLACE PAR LE NOUVEAU NUMERO.         *
      *    CONTROLE DE FIN : NOMBRE DE DOSSIERS, NOMBRE          *
      *    D'ENREGISTREMENTS ENTRE '01' ET '99', SOMME DES       *
      *    NUMEROS D'ORIGINE ET DES MONTANTS NETS PAYES          *
      *----------------------------------------------------------*
       01  E-ECHANGE.
      *-------------------------------------------  TYPE
           05 E-XCH-TYPE             PIC X(2).
             88 XCH-ENTETE                VALUE '01'.
             88 XCH-STAGIAIRE             VALUE 'ST'.
             88 XCH-PAIEMENTS             VALUE 'HP'.
             88 XCH-PLACEMENT             VALUE 'PL'.
             88 XCH-PRESENCE              VALUE 'PR'.
             88 XCH-PIECE                 VALUE 'DO'.
             88 XCH-NOTE                  VALUE 'NO'.
             88 XCH-ENTRETIEN             VALUE 'EN'.
             88 XCH-RESULTAT              VALUE 'RE'.
             88 XCH-FIN                   VALUE '99'.
      *-------------------------------------------  NUMERO DU DOSSIER
      *                                             DANS LA REGION
      *                                             D'ORIGINE (ZERO
      *                                             SUR '01' ET '99')
           05 E-XCH-NUMERO           PIC 9(6).
      *-------------------------------------------  DONNEES
           05 E-XCH-DONNEES          PIC X(400).
      *-------------------------------------------  VUE ENTETE '01'
           05 E-XCH-ENTETE REDEFINES E-XCH-DONNEES.
             10 E-XCH-ENT-VERSION    PIC X(2).
             10 E-XCH-ENT-REGION-ORIG PIC 9(2).
             10 E-XCH-ENT-REGION-DEST PIC 9(2).
             10 E-XCH-ENT-ECHANGE    PIC 9(6).
             10 E-XCH-ENT-DATE       PIC X(8).
             10 E-XCH-ENT-NB-DOSSIERS PIC 9(5).
             10 FILLER               PIC X(375).
      *-------------------------------------------  VUE PAIEMENTS 'HP'
           05 E-XCH-PAIE REDEFINES E-XCH-DONNEES.
             10 E-XCH-HPA-NB-MOIS    PIC 9(3).
             10 E-XCH-HPA-PREMIER    PIC 9(6).
             10 E-XCH-HPA-DERNIER    PIC 9(6).
             10 E-XCH-HPA-MONTANT    PIC 9(11).
             10 E-XCH-HPA-SAISIE     PIC 9(11).
             10 E-XCH-HPA-INDU       PIC 9(11).
             10 E-XCH-HPA-FRAIS      PIC 9(11).
             10 E-XCH-HPA-AIDE       PIC 9(11).
             10 FILLER               PIC X(330).
      *-------------------------------------------  VUE FIN '99'
           05 E-XCH-FIN REDEFINES E-XCH-DONNEES.
             10 E-XCH-FIN-NB-DOSSIERS PIC 9(5).
             10 E-XCH-FIN-NB-ENREG   PIC 9(7).
             10 E-XCH-FIN-TOTAL-NUM  PIC 9(12).
             10 E-XCH-FIN-TOTAL-MONT PIC 9(13).
             10 FILLER               PIC X(363).
