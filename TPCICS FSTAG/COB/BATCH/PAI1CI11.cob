      *   DE STAGE A PARTIR DES JOURS POINTES PRESENTS       *
      *   (FPRES11) : FICHIER D'ORDRES DE PAIEMENT POUR      *
      *   L'ORGANISME PAYEUR + JOURNAL DETAILLE DE CALCUL.   *
      *   SAISIES ET OPPOSITIONS (FOPPO11) PRELEVEES AVEC    *
      *   LES INDUS DANS L'ORDRE DE PRIORITE LEGAL, VERSEES  *
      *   AUX CREANCIERS PAR DES ORDRES DISTINCTS (ORDOPPO). *
      *   NOTES DE FRAIS APPROUVEES (FFRAI11) REMBOURSEES    *
      *   PAR DES ORDRES DISTINCTS ET HISTORISEES (FHPAI11). *
      *   AIDES EXCEPTIONNELLES ACCORDEES PAR LE COMITE      *
      *   (FAIDE11) VERSEES DE MEME AVEC LE CALCUL.          *
      *   LES TOTAUX DU FICHIER D'ORDRES ET SES ORDRES       *
      *   ATYPIQUES ATTENDENT DANS FLIBP11 LA LIBERATION DU  *
      *   FICHIER PAR LA SUPERVISION (LIB1CI11).             *
      *   UN 'S' SUR LA CARTE PASSE LE RUN EN SIMULATION :   *
      *   MEME CALCUL ET MEME JOURNAL (FILIGRANE), MAIS      *
      *   AUCUN ORDRE EMIS ET AUCUN FICHIER MIS A JOUR       *
               FILE STATUS IS FSTAG-STATUT.

      *        CARTE PARAMETRE : MOIS CALCULE (AAAAMM) + TAUX
      *        JOURNALIER PAR DEFAUT EN CENTIMES (99999 = 999,99),
      *        SERVI QUAND AUCUNE LIGNE DE LA GRILLE FTAUX11 NE
      *        S'APPLIQUE AU STAGIAIRE
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.
               FILE STATUS IS CPTA-STATUT.

      *        HISTORIQUE PERMANENT DES PAIEMENTS (CONSULTABLE
      *        AU GUICHET PAR PAI2CI11) ; PARCOURU AUSSI POUR
      *        RECONNAITRE UN BENEFICIAIRE JAMAIS PAYE
           SELECT FHPAI-FILE ASSIGN TO FHPAI11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-HPA-CLE
               FILE STATUS IS FHPAI-STATUT.

               RECORD KEY IS E-RET-NUMERO
               FILE STATUS IS FRETE-STATUT.

      *        SITUATIONS AUPRES DE L'OPERATEUR DE L'EMPLOI
      *        (DSI2CI11) : LES JOURS POSTERIEURS A UNE RADIATION
      *        EN REVUE SONT SUSPENDUS, LIBERES SI ELLE EST LEVEE
           SELECT FDEIN-FILE ASSIGN TO FDEIN11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-DEI-NUMERO
               FILE STATUS IS FDEIN-STATUT.

      *        SAS DES COURRIELS SORTANTS (NOTIFICATION DE LA
      *        SUSPENSION, COMME ABS1CI11)
           SELECT FMAIL-FILE ASSIGN TO FMAIL11
               RECORD KEY IS E-PAR-CLE
               FILE STATUS IS FPARM-STATUT.

      *        GRILLE DES TAUX JOURNALIERS (SESSION, TRANCHE
      *        D'AGE, PLACEMENT, DATE D'EFFET - CF TAU1CI11),
      *        CHARGEE EN TABLE AU DEBUT DU RUN
           SELECT FTAUX-FILE ASSIGN TO FTAUX11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-TAU-CLE
               FILE STATUS IS FTAUX-STATUT.

      *        PLACEMENTS DU STAGIAIRE : UN PLACEMENT COURANT
      *        DANS LE MOIS CALCULE DESIGNE LA LIGNE DE GRILLE
      *        'EN PLACEMENT'
           SELECT FPLAC-FILE ASSIGN TO FPLAC11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-PLA-CLE
               FILE STATUS IS FPLAC-STATUT.

      *        JOURNAL DES IMAGES AVANT/APRES DES MISES A JOUR
      *        DU RUN : PERMET L'ANNULATION COMPLETE DU CALCUL
      *        PAR APA1CI11
           SELECT IMPA-FILE ASSIGN TO PAIAVANT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMPA-STATUT.

      *        OPPOSITIONS ET SAISIES SUR INDEMNITES (CF ECRAN
      *        OPP1CI11) : PART SAISIE PRELEVEE CHAQUE MOIS DANS
      *        L'ORDRE DE PRIORITE LEGAL
           SELECT FOPPO-FILE ASSIGN TO FOPPO11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-OPP-CLE
               FILE STATUS IS FOPPO-STATUT.

      *        ORDRES DE VIREMENT DES PARTS SAISIES AUX CREANCIERS,
      *        DISTINCTS DES ORDRES DE PAIEMENT DES STAGIAIRES
           SELECT OPPV-FILE ASSIGN TO ORDOPPO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPPV-STATUT.

      *        NOTES DE FRAIS DE DEPLACEMENT ET DE REPAS (CF ECRAN
      *        NDF1CI11) : LES NOTES APPROUVEES SONT REMBOURSEES
      *        PAR UN ORDRE DE PAIEMENT DISTINCT DE L'INDEMNITE
           SELECT FFRAI-FILE ASSIGN TO FFRAI11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-FRA-CLE
               FILE STATUS IS FFRAI-STATUT.

      *        AIDES EXCEPTIONNELLES D'URGENCE (CF ECRANS AID1CI11
      *        ET AID2CI11) : LES AIDES ACCORDEES A VERSER AVEC LE
      *        CALCUL PARTENT EN ORDRE DE PAIEMENT DISTINCT
           SELECT FAIDE-FILE ASSIGN TO FAIDE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-AID-CLE
               FILE STATUS IS FAIDE-STATUT.

      *        LIBERATION DU FICHIER DE PAIEMENT : TOTAUX DE
      *        CONTROLE ET ORDRES ATYPIQUES DU RUN, EN ATTENTE DE
      *        LA DECISION DE LA SUPERVISION (ECRAN LIB1CI11)
           SELECT FLIBP-FILE ASSIGN TO FLIBP11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-LIB-CLE
               FILE STATUS IS FLIBP-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
      *        NOMBRE DE DEMI-JOURNEES INDEMNISEES
           05 PAIE-NB-DEMIJ           PIC 9(3).
           05 PAIE-MONTANT-CENTIMES   PIC 9(9).
      *        NATURE DE L'ORDRE : INDEMNITE (A BLANC SUR LES
      *        ORDRES ANTERIEURS), REMBOURSEMENT DE FRAIS OU AIDE
      *        EXCEPTIONNELLE
           05 PAIE-TYPE               PIC X(1).
             88 PAIE-INDEMNITE            VALUE ' ' 'I'.
             88 PAIE-FRAIS                VALUE 'F'.
             88 PAIE-AIDE                 VALUE 'A'.
           05 FILLER                  PIC X(20).

       FD  JRNL-FILE.
       01  JRNL-LIGNE                 PIC X(132).
       FD  FRETE-FILE.
       COPY CRETE.

       FD  FDEIN-FILE.
       COPY CDEIN.

       FD  FMAIL-FILE.
       COPY CMAIL.

       FD  LET-FILE.
       01  LET-LIGNE                  PIC X(132).

       FD  FTAUX-FILE.
       COPY CTAUX.

       FD  FPLAC-FILE.
       COPY CPLAC.

       FD  IMPA-FILE.
       COPY CIMPA.

       FD  FOPPO-FILE.
       COPY COPPO.

       FD  OPPV-FILE.
       01  OPPV-REC.
           05 OPPV-NUMERO             PIC 9(6).
           05 OPPV-SEQ                PIC 9(2).
           05 OPPV-MOIS               PIC 9(6).
           05 OPPV-NATURE             PIC X(1).
           05 OPPV-CREANCIER          PIC X(30).
           05 OPPV-REFERENCE          PIC X(20).
           05 OPPV-IBAN               PIC X(34).
           05 OPPV-BIC                PIC X(11).
           05 OPPV-MONTANT-CENTIMES   PIC 9(9).
           05 FILLER                  PIC X(31).

       FD  FFRAI-FILE.
       COPY CFRAI.

       FD  FAIDE-FILE.
       COPY CAIDE.

       FD  FLIBP-FILE.
       COPY CLIBP.

       WORKING-STORAGE SECTION.

       01 FPRES-STATUT                PIC X(2).
       01 FRETE-STATUT                PIC X(2).
         88 FRETE-OK                  VALUE '00'.

       01 FDEIN-STATUT                PIC X(2).
         88 FDEIN-OK                  VALUE '00'.
         88 FDEIN-ABSENT              VALUE '35'.

       01 FMAIL-STATUT                PIC X(2).
         88 FMAIL-OK                  VALUE '00'.

       01 LET-STATUT                  PIC X(2).
         88 LET-OK                    VALUE '00'.

       01 FTAUX-STATUT                PIC X(2).
         88 FTAUX-OK                  VALUE '00'.
         88 FTAUX-FIN                 VALUE '10'.
         88 FTAUX-ABSENT              VALUE '35'.

       01 FPLAC-STATUT                PIC X(2).
         88 FPLAC-OK                  VALUE '00'.
         88 FPLAC-FIN                 VALUE '10'.

       01 IMPA-STATUT                 PIC X(2).
         88 IMPA-OK                   VALUE '00'.

       01 FOPPO-STATUT                PIC X(2).
         88 FOPPO-OK                  VALUE '00'.
         88 FOPPO-FIN                 VALUE '10'.
         88 FOPPO-ABSENT              VALUE '35'.

       01 OPPV-STATUT                 PIC X(2).
         88 OPPV-OK                   VALUE '00'.

       01 FFRAI-STATUT                PIC X(2).
         88 FFRAI-OK                  VALUE '00'.
         88 FFRAI-ABSENT              VALUE '35'.

      *------------------------------------------------------*
      *   NOTES DE FRAIS : PASSE DE FIN DE RUN SUR FFRAI11.   *
      *   CHAQUE NOTE APPROUVEE D'UN MOIS ECHU EST REVUE      *
      *   JOUR PAR JOUR CONTRE LE POINTAGE (SEUL UN JOUR      *
      *   PRESENT EST REMBOURSE) ET CONTRE LES PLAFONDS, SANS *
      *   JAMAIS DEPASSER LE MONTANT RETENU A LA SAISIE. LES  *
      *   NOTES D'UN STAGIAIRE SONT CUMULEES EN UN ORDRE      *
      *   'F' UNIQUE, NI SAISI NI SUSPENDU                    *
      *------------------------------------------------------*
       01 W-FRAIS-DISPO               PIC 9 VALUE 0.
         88 FRAIS-DISPO-OUI           VALUE 1.
         88 FRAIS-DISPO-NON           VALUE 0.
       01 W-FIN-FRAIS                 PIC 9.
         88 FIN-FRAIS-OUI             VALUE 1.
         88 FIN-FRAIS-NON             VALUE 0.
      *    PLAFONDS EN CENTIMES (FRAIS-TRAJ PAR JOUR, FRAIS-REPAS
      *    PAR REPAS, FRAIS-MOIS PAR NOTE) : VALEURS COMPILEES
      *    SI LE PARAMETRE EST ABSENT DE FPARM11
       01 W-PLAF-TRAJET               PIC 9(7) VALUE 4000.
       01 W-PLAF-REPAS                PIC 9(7) VALUE 1500.
       01 W-PLAF-MOIS                 PIC 9(7) VALUE 50000.
       01 IDX-FRA                     PIC 9(2) COMP.
       01 W-FRA-NB-TRAJETS            PIC 9(2).
       01 W-FRA-NB-REPAS              PIC 9(2).
       01 W-FRA-NB-ECARTES            PIC 9(2).
       01 W-FRA-TRAJET                PIC 9(7).
       01 W-FRA-REPAS                 PIC 9(7).
       01 W-FRA-NOTE-CENTIMES         PIC 9(9).
       01 W-FRA-DATE.
           05 W-FDA-MOIS              PIC 9(6).
           05 W-FDA-JJ                PIC 9(2).
       01 W-NUMERO-FRAIS              PIC 9(6) VALUE 0.
       01 W-FRAIS-CENTIMES            PIC 9(9) VALUE 0.
       01 W-FRAIS                     PIC 9(7)V99 VALUE 0.
       01 W-NB-FRAIS                  PIC 9(5) VALUE 0.
       01 W-NB-NOTES-PAYEES           PIC 9(5) VALUE 0.
       01 W-NB-NOTES-REJETEES         PIC 9(5) VALUE 0.
       01 W-TOTAL-FRAIS               PIC 9(9)V99 VALUE 0.

       01 FAIDE-STATUT                PIC X(2).
         88 FAIDE-OK                  VALUE '00'.
         88 FAIDE-ABSENT              VALUE '35'.

      *------------------------------------------------------*
      *   AIDES EXCEPTIONNELLES : PASSE DE FIN DE RUN SUR     *
      *   FAIDE11. CHAQUE AIDE ACCORDEE (TOTALEMENT OU EN     *
      *   PARTIE) A VERSER AVEC LE CALCUL ET NON ENCORE       *
      *   VERSEE PART EN ORDRE 'A' DISTINCT, NI SAISI NI      *
      *   SUSPENDU ; LE PLAFOND ANNUEL EST TENU A LA SAISIE   *
      *   ET A LA DECISION                                    *
      *------------------------------------------------------*
       01 W-AIDE-DISPO                PIC 9 VALUE 0.
         88 AIDE-DISPO-OUI            VALUE 1.
         88 AIDE-DISPO-NON            VALUE 0.
       01 W-FIN-AIDE                  PIC 9.
         88 FIN-AIDE-OUI              VALUE 1.
         88 FIN-AIDE-NON              VALUE 0.
       01 W-AIDE                      PIC 9(7)V99 VALUE 0.
       01 W-NB-AIDES                  PIC 9(5) VALUE 0.
       01 W-TOTAL-AIDES               PIC 9(9)V99 VALUE 0.

       01 FLIBP-STATUT                PIC X(2).
         88 FLIBP-OK                  VALUE '00'.

      *------------------------------------------------------*
      *   CONTROLE AVANT TRANSMISSION : CHAQUE ORDRE DU       *
      *   FICHIER PAIEMENT (INDEMNITE, FRAIS, AIDE) EST       *
      *   CUMULE ; IL EST ATYPIQUE S'IL DEPASSE LE SEUIL      *
      *   FPARM11 LIBP-SEUIL OU S'IL PAYE UN BENEFICIAIRE     *
      *   SANS AUCUNE LIGNE FHPAI11 D'UN MOIS ANTERIEUR. UN   *
      *   RUN REEL POSE CES TOTAUX EN ATTENTE DE LIBERATION   *
      *   DANS FLIBP11                                        *
      *------------------------------------------------------*
       01 W-LIB-SEUIL-CENTIMES        PIC 9(9) VALUE 150000.
       01 W-LIB-NB-ORDRES             PIC 9(5) VALUE 0.
       01 W-LIB-TOTAL-CENTIMES        PIC 9(11) VALUE 0.
       01 W-LIB-MAXI-CENTIMES         PIC 9(9) VALUE 0.
       01 W-LIB-MAXI-NUMERO           PIC 9(6) VALUE 0.
       01 W-LIB-NB-NOUVEAUX           PIC 9(5) VALUE 0.
       01 W-LIB-NB-ATYPIQUES          PIC 9(3) VALUE 0.
       01 TAB-ATYPIQUES.
           05 W-ATYPIQUE OCCURS 15.
             10 W-ATY-NUMERO          PIC 9(6).
             10 W-ATY-CENTIMES        PIC 9(9).
             10 W-ATY-TYPE            PIC X(1).
             10 W-ATY-MOTIF           PIC X(1).
       01 IDX-ATY                     PIC 9(2) COMP.
       01 W-ATY-MOTIF-ORDRE           PIC X(1).
      *    BENEFICIAIRES DEJA RECONNUS NOUVEAUX DANS LE RUN : UN
      *    NOUVEAU PAYE EN INDEMNITE ET EN FRAIS COMPTE UNE FOIS
       01 W-NB-NOUV-TAB               PIC 9(3) COMP VALUE 0.
       01 TAB-NOUVEAUX.
           05 W-NOUV-NUMERO           PIC 9(6) OCCURS 500.
       01 IDX-NOU                     PIC 9(3) COMP.
       01 W-NOUVEAU                   PIC 9.
         88 NOUVEAU-OUI               VALUE 1.
         88 NOUVEAU-NON               VALUE 0.
       01 W-NOUV-VU                   PIC 9.
         88 NOUV-VU-OUI               VALUE 1.
         88 NOUV-VU-NON               VALUE 0.
       01 W-FIN-HISTO                 PIC 9.
         88 FIN-HISTO-OUI             VALUE 1.
         88 FIN-HISTO-NON             VALUE 0.
       01 W-LIB-EXISTE                PIC 9.
         88 LIB-EXISTE-OUI            VALUE 1.
         88 LIB-EXISTE-NON            VALUE 0.

      *------------------------------------------------------*
      *   SAISIES ET OPPOSITIONS : LES DECISIONS ACTIVES DU   *
      *   STAGIAIRE SONT CHARGEES EN TABLE PUIS SERVIES PAR   *
      *   RANG DE PRIORITE LEGAL SUR L'INDEMNITE BRUTE :      *
      *   1 = PENSION ALIMENTAIRE ET CAF, 2 = TRESOR PUBLIC,  *
      *   3 = INDUS FDETT11, 4 = CREANCIERS SAISISSANTS.      *
      *   CHAQUE DECISION PREND AU PLUS SON PLAFOND MENSUEL,  *
      *   SON RESTE DU ET CE QUE LES RANGS PRECEDENTS ONT     *
      *   LAISSE DISPONIBLE                                   *
      *------------------------------------------------------*
       01 W-OPPOS-DISPO               PIC 9 VALUE 0.
         88 OPPOS-DISPO-OUI           VALUE 1.
         88 OPPOS-DISPO-NON           VALUE 0.
       01 W-FIN-OPPOS                 PIC 9.
         88 FIN-OPPOS-OUI             VALUE 1.
         88 FIN-OPPOS-NON             VALUE 0.
       01 W-NB-OPPOS                  PIC 9(2) COMP VALUE 0.
       01 TAB-OPPOS.
           05 W-OPPOS OCCURS 20.
             10 W-OPS-SEQ             PIC 9(2).
             10 W-OPS-RANG            PIC 9(1).
             10 W-OPS-PLAFOND         PIC 9(9).
             10 W-OPS-RESTE           PIC 9(9).
             10 W-OPS-PART            PIC 9(9).
       01 IDX-OPS                     PIC 9(2) COMP.
       01 W-RANG-SERVI                PIC 9(1).
       01 W-DISPO-CENTIMES            PIC 9(9) VALUE 0.
       01 W-SAISIE-CENTIMES           PIC 9(9) VALUE 0.
       01 W-SAISIE                    PIC 9(7)V99 VALUE 0.
       01 W-NB-SAISIES                PIC 9(5) VALUE 0.
       01 W-TOTAL-SAISIES             PIC 9(9)V99 VALUE 0.
       01 W-TOTAL-VERSE               PIC 9(9)V99 VALUE 0.

      *------------------------------------------------------*
      *   IMAGE AVANT/APRES D'UNE MISE A JOUR, JOURNALISEE    *
      *   DANS PAIAVANT POUR L'ANNULATION EVENTUELLE DU RUN   *
      *------------------------------------------------------*
       01 W-NB-IMAGES                 PIC 9(7) VALUE 0.
       01 W-IMP-FICHIER               PIC X(8).
       01 W-IMP-ACTION                PIC X(1).
       01 W-IMAGE-AVANT               PIC X(200).
       01 W-IMAGE-APRES               PIC X(200).

      *------------------------------------------------------*
      *   GRILLE DES TAUX : CHARGEE EN TABLE (LIGNES DONT LA  *
      *   DATE D'EFFET NE DEPASSE PAS LE MOIS CALCULE). POUR  *
      *   CHAQUE STAGIAIRE, LA LIGNE RETENUE EST LA PLUS      *
      *   PRECISE : SESSION EXPLICITE D'ABORD, PUIS TRANCHE   *
      *   D'AGE LA PLUS ETROITE, PUIS PLACEMENT EXPLICITE,    *
      *   ENFIN DATE D'EFFET LA PLUS RECENTE. SANS LIGNE      *
      *   APPLICABLE, LE TAUX DE LA CARTE EST SERVI ; SANS    *
      *   TAUX DU TOUT, LE STAGIAIRE EST ECARTE DU RUN        *
      *------------------------------------------------------*
       01 W-NB-TAUX                   PIC 9(3) COMP VALUE 0.
       01 TAB-TAUX.
           05 W-TAUX-LIGNE OCCURS 300.
             10 W-TAB-SESSION         PIC X(6).
             10 W-TAB-AGE-MAX         PIC 9(3).
             10 W-TAB-PLACEMENT       PIC X(1).
             10 W-TAB-DATE-EFFET      PIC 9(8).
             10 W-TAB-TAUX-CENTIMES   PIC 9(5).
       01 IDX-TAU                     PIC 9(3) COMP.
       01 W-FIN-GRILLE                PIC 9.
         88 FIN-GRILLE-OUI            VALUE 1.
         88 FIN-GRILLE-NON            VALUE 0.

       01 W-TAUX-DEFAUT               PIC 9(3)V99.
       01 W-TAUX-ORIGINE              PIC X(6).
       01 W-NB-SANS-TAUX              PIC 9(5) VALUE 0.
       01 W-NB-TAUX-GRILLE            PIC 9(5) VALUE 0.

      * --------- Rang d'une ligne candidate : plus il est grand,
      *           plus la ligne est precise
       01 W-RANG.
           05 W-RNG-SESSION           PIC 9(1).
           05 W-RNG-AGE               PIC 9(3).
           05 W-RNG-PLACEMENT         PIC 9(1).
           05 W-RNG-DATE              PIC 9(8).
       01 W-RANG-NUM REDEFINES W-RANG PIC 9(13).
       01 W-MEILLEUR-RANG             PIC 9(13).

      * --------- Situation du stagiaire au mois calcule
       01 W-DEBUT-MOIS                PIC 9(8).
       01 W-FIN-MOIS                  PIC 9(8).
       01 W-AGE                       PIC 9(3).
       01 W-NAISS.
           05 W-NAISS-JJ              PIC 9(2).
           05 W-NAISS-MM              PIC 9(2).
           05 W-NAISS-AAAA            PIC 9(4).
       01 W-EN-PLACEMENT              PIC X(1).
       01 W-FIN-PLACEMENTS            PIC 9.
         88 FIN-PLACEMENTS-OUI        VALUE 1.
         88 FIN-PLACEMENTS-NON        VALUE 0.
       01 W-PLA-DEB-AAAAMMJJ          PIC X(8).
       01 W-PLA-FIN-AAAAMMJJ          PIC X(8).

       01 W-LIGNE-SANS-TAUX.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-STX-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-STX-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-STX-PRENOM            PIC X(15).
           05 FILLER                  PIC X(47) VALUE
              ' ** AUCUN TAUX APPLICABLE - STAGIAIRE ECARTE **'.

      *------------------------------------------------------*
      *   SUSPENSION POUR MISE EN DEMEURE : UNE PIECE          *
      *   OBLIGATOIRE ENCORE MANQUANTE AU NIVEAU '3' AU DELA   *
           05 W-VTL-SITE              PIC X(3).
           05 FILLER                  PIC X(10) VALUE '  SESSION '.
           05 W-VTL-SESSION           PIC X(6).
           05 FILLER                  PIC X(9)  VALUE '  COMPTE '.
           05 W-VTL-COMPTE            PIC X(8).
           05 FILLER                  PIC X(4)  VALUE ' :  '.
           05 W-VTL-MONTANT           PIC ZZZZZZZ9,99.

       01 W-PIECE-MED                 PIC X(4).
       01 W-MONTANT-LIBERE            PIC S9(7)V99 VALUE 0.
       01 W-NB-SUSPENSIONS            PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   RADIATION PAR L'OPERATEUR DE L'EMPLOI (FDEIN11) :   *
      *   LES DEMI-JOURNEES PRESENTES POINTEES APRES LA DATE  *
      *   DE RADIATION D'UN DOSSIER EN REVUE ('S') SONT       *
      *   CUMULEES DANS FDEIN11 AU LIEU D'ETRE PAYEES ; SI LA *
      *   RADIATION EST CONFIRMEE ('C') ELLES NE SONT PAS     *
      *   DUES, SI ELLE EST LEVEE ('L') LE CUMUL EST VERSE    *
      *------------------------------------------------------*
       01 W-DEIN-DISPO                PIC 9 VALUE 0.
         88 DEIN-DISPO-OUI            VALUE 1.
         88 DEIN-DISPO-NON            VALUE 0.
       01 W-DEIN-DATE-LIMITE          PIC X(8).
       01 W-DEIN-ETAT                 PIC X(1).
       01 W-NB-PRESENT-AVANT          PIC 9(3) VALUE 0.
       01 W-NB-PRESENT-DESI           PIC 9(3) VALUE 0.
       01 W-MONTANT-DESI              PIC S9(7)V99 VALUE 0.
       01 W-DEIN-DATE-EDITION.
           05 W-DED-JJ                PIC X(2).
           05 FILLER                  PIC X VALUE '/'.
           05 W-DED-MM                PIC X(2).
           05 FILLER                  PIC X VALUE '/'.
           05 W-DED-AAAA              PIC X(4).
       01 W-DESI-LIBERE               PIC 9.
         88 DESI-LIBERE-OUI           VALUE 1.
         88 DESI-LIBERE-NON           VALUE 0.
       01 W-NB-DESI-SUSPENSIONS       PIC 9(5) VALUE 0.
       01 W-NB-DESI-NON-DUS           PIC 9(5) VALUE 0.
       01 W-NB-DESI-LIBERATIONS       PIC 9(5) VALUE 0.
       01 W-NB-LIBERATIONS            PIC 9(5) VALUE 0.
       01 W-MAIL-DEPOSE               PIC 9.

           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(131) VALUE SPACE.

      *------------------------------------------------------*
      *   REGISTRE DES CORRESPONDANCES (FCORR11) : LA COPIE   *
      *   DE CHAQUE LETTRE EST REPEREE DANS LE DEPOT FREPO11  *
      *   (CODE DE VERSEMENT DE L'ETAPE REP1CI11 DU JCL ET    *
      *   RANG DE SA PREMIERE LIGNE DANS L'EDITION)           *
      *------------------------------------------------------*
       01 W-CODE-DEPOT                PIC X(8) VALUE 'LETSUSPE'.
       01 W-NB-LIGNES-EDITEES         PIC 9(5) VALUE 0.
       01 pgm-corrbat                 PIC X(8) VALUE 'CORRBAT '.
      *    CODE RETOUR DU PAS, PRESERVE AUTOUR DE L'APPEL
       01 W-RC-APPELANT               PIC S9(4) COMP.
       COPY CCORP.

      *------------------------------------------------------*
      *   REGLEMENT DES REGULARISATIONS DE MOIS CLOS          *
      *------------------------------------------------------*
       01 W-DEMI-AM                   PIC X(1).
       01 W-DEMI-PM                   PIC X(1).
       01 W-MONTANT                   PIC S9(7)V99 VALUE 0.
       01 W-MONTANT-VENTIL            PIC S9(7)V99 VALUE 0.
       01 W-NB-ORDRES                 PIC 9(5) VALUE 0.
       01 W-TOTAL-MONTANT             PIC 9(9)V99 VALUE 0.

      *------------------------------------------------------*
      *   VENTILATION COMPTABLE PAR SITE ET SESSION : CHAQUE  *
      *   INDEMNITE EMISE ALIMENTE SA LIGNE DE VENTILATION,   *
      *   DEVERSEE EN FIN DE RUN DANS LE FICHIER COMPTA. LES  *
      *   FRAIS REMBOURSES ET LES AIDES EXCEPTIONNELLES ONT   *
      *   LEUR PROPRE COMPTE DE CHARGE                        *
      *------------------------------------------------------*
       01 TAB-VENTILATION.
           05 W-NB-VENTIL             PIC 9(3) COMP VALUE 0.
           05 W-VENTIL OCCURS 200.
             10 W-VEN-COMPTE          PIC X(8).
             10 W-VEN-SITE            PIC X(3).
             10 W-VEN-SESSION         PIC X(6).
             10 W-VEN-MONTANT         PIC 9(9)V99.
      *------------------------------------------------------*
       01 W-COMPTE-CHARGE             PIC X(8) VALUE '64680000'.
       01 W-COMPTE-TIERS              PIC X(8) VALUE '42100000'.
       01 W-COMPTE-FRAIS              PIC X(8) VALUE '62510000'.
       01 W-COMPTE-AIDE               PIC X(8) VALUE '65800000'.
       01 W-COMPTE-VENTIL             PIC X(8).

      *------------------------------------------------------*
      *   LIGNES DU JOURNAL DE CALCUL                        *
           05 FILLER                  PIC X(40) VALUE
              'JOURNAL DE CALCUL DES INDEMNITES - MOIS '.
           05 W-TIT-MOIS              PIC 9(6).
           05 FILLER                  PIC X(16) VALUE
              '  TAUX DEFAUT : '.
           05 W-TIT-TAUX              PIC ZZ9,99.
           05 FILLER                  PIC X(10) VALUE '  GRILLE :'.
           05 W-TIT-NB-TAUX           PIC ZZ9.
           05 FILLER                  PIC X(7)  VALUE ' LIGNES'.

       01 W-LIGNE-CALCUL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-CAL-ABS-INJUST        PIC ZZ9.
           05 FILLER                  PIC X(11) VALUE ' INDEMNITE '.
           05 W-CAL-MONTANT           PIC ZZZZZZ9,99.
           05 FILLER                  PIC X(6)  VALUE ' TAUX '.
           05 W-CAL-TAUX              PIC ZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-CAL-ORIGINE           PIC X(6).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
              '  RESTE DU : '.
           05 W-RTN-RESTE             PIC ZZZZZZ9,99.

      *------------------------------------------------------*
      *   LIGNES DE SAISIE DU JOURNAL DE CALCUL : UNE PAR     *
      *   DECISION SERVIE, PUIS LE TOTAL RETENU ET LE NET     *
      *------------------------------------------------------*
       01 W-LIGNE-SAISIE.
           05 FILLER                  PIC X(10) VALUE SPACE.
           05 FILLER                  PIC X(7)  VALUE 'SAISIE '.
           05 W-SAI-NATURE            PIC X(12).
           05 FILLER                  PIC X(5)  VALUE ' :  -'.
           05 W-SAI-MONTANT           PIC ZZZZZ9,99.
           05 FILLER                  PIC X(13) VALUE
              '  RESTE DU : '.
           05 W-SAI-RESTE             PIC ZZZZZZ9,99.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-SAI-CREANCIER         PIC X(30).
           05 FILLER                  PIC X(5)  VALUE ' REF '.
           05 W-SAI-REFERENCE         PIC X(20).

       01 W-LIGNE-NET-SAISIE.
           05 FILLER                  PIC X(10) VALUE SPACE.
           05 FILLER                  PIC X(21) VALUE
              'TOTAL RETENU :      -'.
           05 W-NSA-RETENU            PIC ZZZZZ9,99.
           05 FILLER                  PIC X(14) VALUE
              '  NET VERSE : '.
           05 W-NSA-NET               PIC ZZZZZZ9,99.

       01 W-LIGNE-TOTAL-SAISIES.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(19) VALUE
              'ORDRES CREANCIERS: '.
           05 W-TSA-ORDRES            PIC ZZZZ9.
           05 FILLER                  PIC X(18) VALUE
              '  MONTANT TOTAL : '.
           05 W-TSA-MONTANT           PIC ZZZZZZZZ9,99.

      *------------------------------------------------------*
      *   LIGNES DES NOTES DE FRAIS : EN-TETE DE LA PASSE     *
      *   (PLAFONDS APPLIQUES), UNE LIGNE PAR NOTE TRAITEE    *
      *   (JOURS REMBOURSES, JOURS ECARTES FAUTE DE PRESENCE) *
      *   ET LE TOTAL DES ORDRES DE FRAIS                     *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE-FRAIS.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(35) VALUE
              'NOTES DE FRAIS - PLAFONDS : TRAJET '.
           05 W-TFR-TRAJET            PIC ZZZZ9,99.
           05 FILLER                  PIC X(7)  VALUE '  REPAS'.
           05 W-TFR-REPAS             PIC ZZZZ9,99.
           05 FILLER                  PIC X(7)  VALUE '  NOTE '.
           05 W-TFR-MOIS              PIC ZZZZ9,99.

       01 W-LIGNE-FRAIS.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-FRL-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-FRL-NOM               PIC X(20).
           05 FILLER                  PIC X(6)  VALUE ' NOTE '.
           05 W-FRL-MOIS              PIC 9(6).
           05 FILLER                  PIC X(6)  VALUE ' TRAJ '.
           05 W-FRL-TRAJETS           PIC Z9.
           05 FILLER                  PIC X(7)  VALUE ' REPAS '.
           05 W-FRL-REPAS             PIC Z9.
           05 FILLER                  PIC X(9)  VALUE ' ECARTES '.
           05 W-FRL-ECARTES           PIC Z9.
           05 FILLER                  PIC X(9)  VALUE ' DEMANDE '.
           05 W-FRL-DEMANDE           PIC ZZZZZZ9,99.
           05 FILLER                  PIC X(7)  VALUE ' PAYE  '.
           05 W-FRL-PAYE              PIC ZZZZZZ9,99.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-FRL-VERDICT           PIC X(27).

       01 W-LIGNE-TOTAL-FRAIS.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(19) VALUE
              'ORDRES FRAIS     : '.
           05 W-TFA-ORDRES            PIC ZZZZ9.
           05 FILLER                  PIC X(18) VALUE
              '  MONTANT TOTAL : '.
           05 W-TFA-MONTANT           PIC ZZZZZZZZ9,99.

      *------------------------------------------------------*
      *   LIGNES DES AIDES EXCEPTIONNELLES : UNE LIGNE PAR    *
      *   AIDE VERSEE ET LE TOTAL DES ORDRES D'AIDE           *
      *------------------------------------------------------*
       01 W-LIGNE-AIDE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-AIL-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-AIL-NOM               PIC X(20).
           05 FILLER                  PIC X(6)  VALUE ' AIDE '.
           05 W-AIL-SEQ               PIC 9(2).
           05 FILLER                  PIC X(8)  VALUE ' COMITE '.
           05 W-AIL-COMITE            PIC X(8).
           05 FILLER                  PIC X(10) VALUE ' DECISION '.
           05 W-AIL-DECISION          PIC X(1).
           05 FILLER                  PIC X(7)  VALUE ' VERSE '.
           05 W-AIL-MONTANT           PIC ZZZZZZ9,99.

       01 W-LIGNE-TOTAL-AIDES.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(19) VALUE
              'ORDRES AIDES EXC.: '.
           05 W-TAI-ORDRES            PIC ZZZZ9.
           05 FILLER                  PIC X(18) VALUE
              '  MONTANT TOTAL : '.
           05 W-TAI-MONTANT           PIC ZZZZZZZZ9,99.

      *------------------------------------------------------*
      *   LIGNES DU CONTROLE AVANT TRANSMISSION : TOTAUX POSES *
      *   DANS FLIBP11 PUIS UNE LIGNE PAR ORDRE ATYPIQUE      *
      *------------------------------------------------------*
       01 W-LIGNE-CTL-LIB.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(19) VALUE
              'CONTROLE LIBERATION'.
           05 FILLER                  PIC X(9)  VALUE ' ORDRES :'.
           05 W-CLB-ORDRES            PIC ZZZZ9.
           05 FILLER                  PIC X(9)  VALUE '  TOTAL :'.
           05 W-CLB-TOTAL             PIC ZZZZZZZZ9,99.
           05 FILLER                  PIC X(10) VALUE '  MAXI :  '.
           05 W-CLB-MAXI              PIC ZZZZZZ9,99.
           05 FILLER                  PIC X(5)  VALUE ' NUM '.
           05 W-CLB-MAXI-NUMERO       PIC 9(6).
           05 FILLER                  PIC X(12) VALUE '  NOUVEAUX :'.
           05 W-CLB-NOUVEAUX          PIC ZZZZ9.
           05 FILLER                  PIC X(13) VALUE
              '  ATYPIQUES :'.
           05 W-CLB-ATYPIQUES         PIC ZZ9.

       01 W-LIGNE-ATYPIQUE.
           05 FILLER                  PIC X(10) VALUE SPACE.
           05 FILLER                  PIC X(16) VALUE
              'ORDRE ATYPIQUE  '.
           05 W-ATL-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(7)  VALUE '  TYPE '.
           05 W-ATL-TYPE              PIC X(1).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-ATL-MONTANT           PIC ZZZZZZ9,99.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-ATL-MOTIF             PIC X(30).

       01 W-LIGNE-ATTENTE-LIB.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(40) VALUE
              '*** FICHIER PAIEMENT EN ATTENTE DE LIBER'.
           05 FILLER                  PIC X(40) VALUE
              'ATION PAR LA SUPERVISION (LIB1CI11) *** '.

      *------------------------------------------------------*
      *   LIGNES DE SUSPENSION / LIBERATION (MISE EN DEMEURE) *
      *------------------------------------------------------*
           05 FILLER                  PIC X(27) VALUE
              '  (PIECE RECUE, CF FRETE11)'.

      *------------------------------------------------------*
      *   LIGNES DE SUSPENSION / LIBERATION (RADIATION)       *
      *------------------------------------------------------*
       01 W-LIGNE-DESI-SUSPENSION.
           05 FILLER                  PIC X(10) VALUE SPACE.
           05 FILLER                  PIC X(32) VALUE
              'INDEMNITE SUSPENDUE (RADIAT.): -'.
           05 W-DSS-MONTANT           PIC ZZZZZ9,99.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DSS-DEMIJ             PIC ZZ9.
           05 FILLER                  PIC X(24) VALUE
              ' DEMI-J. APRES LE       '.
           05 W-DSS-DATE              PIC X(10).
           05 FILLER                  PIC X(9)  VALUE '  CUMUL '.
           05 W-DSS-CUMUL             PIC ZZZZZZ9,99.

       01 W-LIGNE-DESI-NON-DU.
           05 FILLER                  PIC X(10) VALUE SPACE.
           05 FILLER                  PIC X(32) VALUE
              'RADIATION CONFIRMEE - NON DU : -'.
           05 W-DSN-MONTANT           PIC ZZZZZ9,99.
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DSN-DEMIJ             PIC ZZ9.
           05 FILLER                  PIC X(24) VALUE
              ' DEMI-J. APRES LE       '.
           05 W-DSN-DATE              PIC X(10).

       01 W-LIGNE-DESI-LIBERATION.
           05 FILLER                  PIC X(10) VALUE SPACE.
           05 FILLER                  PIC X(30) VALUE
              'RADIATION LEVEE - LIBERE :   +'.
           05 W-DSL-MONTANT           PIC ZZZZZ9,99.
           05 FILLER                  PIC X(29) VALUE
              '  (REVUE DSI1CI11, FDEIN11)  '.

      *------------------------------------------------------*
      *   LIGNE DE RAPPROCHEMENT COMPTABLE : PREUVE QUE LE    *
      *   FLUX COMPTABLE EGALE LE FICHIER DE PAIEMENT AU      *
              'RAPPRO COMPTA : DEBITS = '.
           05 W-RAP-ECRITURES         PIC ZZZZZZZZ9,99.
           05 FILLER                  PIC X(14) VALUE
              '  VERSEMENTS= '.
           05 W-RAP-PAIEMENTS         PIC ZZZZZZZZ9,99.
           05 FILLER                  PIC X(3)  VALUE ' - '.
           05 W-RAP-VERDICT           PIC X(11).
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-CALCUL
           PERFORM  30000-SOLDE-ABSENTS
           PERFORM  40000-REGLE-FRAIS
           PERFORM  45000-REGLE-AIDES
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .
           CLOSE CARTE-FILE

           IF CARTE-MOIS IS NOT NUMERIC
              DISPLAY 'PAI1CI11 - CARTE PARAMETRE INVALIDE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE CARTE-MOIS TO W-MOIS-CALCULE
      *    TAUX DE LA CARTE : TAUX PAR DEFAUT, A BLANC SI LA
      *    GRILLE COUVRE TOUTE LA POPULATION
           IF CARTE-TAUX-CENTIMES IS NUMERIC
              COMPUTE W-TAUX-DEFAUT = CARTE-TAUX-CENTIMES / 100
           ELSE
              MOVE 0 TO W-TAUX-DEFAUT
           END-IF
           COMPUTE W-DEBUT-MOIS = W-MOIS-CALCULE * 100 + 1
           COMPUTE W-FIN-MOIS   = W-MOIS-CALCULE * 100 + 31

      *    PART MAXIMALE RETENABLE SUR INDU : 30 % A DEFAUT
           IF CARTE-RETENUE-PCT IS NUMERIC
              STOP RUN
           END-IF

           OPEN I-O FDEIN-FILE
           EVALUATE TRUE
              WHEN FDEIN-OK
                 SET DEIN-DISPO-OUI TO TRUE
              WHEN FDEIN-ABSENT
      *          Aucune situation chargee de l'operateur : aucune
      *          radiation a prendre en compte
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PAI1CI11 - OUVERTURE FDEIN11 IMPOSSIBLE : '
                         FDEIN-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN I-O FMAIL-FILE
           IF NOT FMAIL-OK
              DISPLAY 'PAI1CI11 - OUVERTURE FMAIL11 IMPOSSIBLE : '
              STOP RUN
           END-IF

           OPEN INPUT FPLAC-FILE
           IF NOT FPLAC-OK
              DISPLAY 'PAI1CI11 - OUVERTURE FPLAC11 IMPOSSIBLE : '
                      FPLAC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT IMPA-FILE
           IF NOT IMPA-OK
              DISPLAY 'PAI1CI11 - OUVERTURE PAIAVANT IMPOSSIBLE : '
                      IMPA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FOPPO-FILE
           EVALUATE TRUE
              WHEN FOPPO-OK
                 SET OPPOS-DISPO-OUI TO TRUE
              WHEN FOPPO-ABSENT
      *          Fichier des oppositions absent : aucune saisie
      *          a prelever ce mois
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PAI1CI11 - OUVERTURE FOPPO11 IMPOSSIBLE : '
                         FOPPO-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN OUTPUT OPPV-FILE
           IF NOT OPPV-OK
              DISPLAY 'PAI1CI11 - OUVERTURE ORDOPPO IMPOSSIBLE : '
                      OPPV-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FFRAI-FILE
           EVALUATE TRUE
              WHEN FFRAI-OK
                 SET FRAIS-DISPO-OUI TO TRUE
              WHEN FFRAI-ABSENT
      *          Fichier des notes de frais absent : aucun frais
      *          a rembourser ce mois
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PAI1CI11 - OUVERTURE FFRAI11 IMPOSSIBLE : '
                         FFRAI-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN I-O FAIDE-FILE
           EVALUATE TRUE
              WHEN FAIDE-OK
                 SET AIDE-DISPO-OUI TO TRUE
              WHEN FAIDE-ABSENT
      *          Fichier des aides exceptionnelles absent : aucune
      *          aide a verser ce mois
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PAI1CI11 - OUVERTURE FAIDE11 IMPOSSIBLE : '
                         FAIDE-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           PERFORM 10800-LIT-DELAI-MED
           PERFORM 10850-LIT-PLAFONDS-FRAIS
           PERFORM 10860-LIT-SEUIL-LIBERATION
           PERFORM 10900-CHARGE-GRILLE-TAUX

           IF W-NB-TAUX = 0 AND W-TAUX-DEFAUT = 0
              DISPLAY 'PAI1CI11 - NI GRILLE FTAUX11 NI TAUX CARTE : '
                      'AUCUN TAUX A SERVIR'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE W-DATE-SYS TO W-SER-DATE
           PERFORM 27900-DATE-EN-SERIAL
           MOVE W-SERIAL TO W-SERIAL-JOUR

           MOVE W-MOIS-CALCULE TO W-TIT-MOIS
           MOVE W-TAUX-DEFAUT  TO W-TIT-TAUX
           MOVE W-NB-TAUX      TO W-TIT-NB-TAUX
           WRITE JRNL-LIGNE FROM W-LIGNE-TITRE
           IF SIMULATION-OUI
              WRITE JRNL-LIGNE FROM W-LIGNE-SIMULATION
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   PLAFONDS DE REMBOURSEMENT DES NOTES DE FRAIS RELUS DU *
      *   FICHIER DE PARAMETRES (MEMES CLES QUE L'ECRAN         *
      *   NDF1CI11) ; VALEURS COMPILEES A DEFAUT                *
      *--------------------------------------------------------*
       10850-LIT-PLAFONDS-FRAIS.
      *----------------------*
           OPEN INPUT FPARM-FILE
           EVALUATE TRUE
              WHEN FPARM-OK
                 MOVE 'FRAIS-TRAJ  ' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-PAR-VALEUR IS NUMERIC
                          MOVE E-PAR-VALEUR TO W-PLAF-TRAJET
                       END-IF
                 END-READ
                 MOVE 'FRAIS-REPAS ' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-PAR-VALEUR IS NUMERIC
                          MOVE E-PAR-VALEUR TO W-PLAF-REPAS
                       END-IF
                 END-READ
                 MOVE 'FRAIS-MOIS  ' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-PAR-VALEUR IS NUMERIC
                          MOVE E-PAR-VALEUR TO W-PLAF-MOIS
                       END-IF
                 END-READ
                 CLOSE FPARM-FILE
              WHEN FPARM-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PAI1CI11 - OUVERTURE FPARM11 KO : '
                         FPARM-STATUT
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   SEUIL AU DELA DUQUEL UN ORDRE EST SIGNALE ATYPIQUE A  *
      *   LA SUPERVISION AVANT LIBERATION (CENTIMES) ; VALEUR   *
      *   COMPILEE A DEFAUT                                     *
      *--------------------------------------------------------*
       10860-LIT-SEUIL-LIBERATION.
      *----------------------*
           OPEN INPUT FPARM-FILE
           EVALUATE TRUE
              WHEN FPARM-OK
                 MOVE 'LIBP-SEUIL  ' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-PAR-VALEUR IS NUMERIC
                          AND E-PAR-VALEUR > 0
                          MOVE E-PAR-VALEUR TO W-LIB-SEUIL-CENTIMES
                       END-IF
                 END-READ
                 CLOSE FPARM-FILE
              WHEN FPARM-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PAI1CI11 - OUVERTURE FPARM11 KO : '
                         FPARM-STATUT
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   CHARGEMENT DE LA GRILLE DES TAUX : SEULES LES LIGNES  *
      *   EN VIGUEUR AU PLUS TARD DANS LE MOIS CALCULE SONT     *
      *   GARDEES ; FICHIER ABSENT = TAUX DE LA CARTE POUR TOUS *
      *--------------------------------------------------------*
       10900-CHARGE-GRILLE-TAUX.
      *----------------------*
           OPEN INPUT FTAUX-FILE
           EVALUATE TRUE
              WHEN FTAUX-OK
                 SET FIN-GRILLE-NON TO TRUE
                 PERFORM 10910-LIT-LIGNE-TAUX
                   UNTIL FIN-GRILLE-OUI
                 CLOSE FTAUX-FILE
              WHEN FTAUX-ABSENT
                 DISPLAY 'PAI1CI11 - GRILLE FTAUX11 ABSENTE : TAUX '
                         'CARTE POUR TOUS'
              WHEN OTHER
                 DISPLAY 'PAI1CI11 - OUVERTURE FTAUX11 IMPOSSIBLE : '
                         FTAUX-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE
           .

       10910-LIT-LIGNE-TAUX.
      *----------------------*
           READ FTAUX-FILE NEXT RECORD
              AT END
                 SET FIN-GRILLE-OUI TO TRUE
              NOT AT END
                 IF E-TAU-DATE-EFFET <= W-FIN-MOIS
                    AND E-TAU-TAUX-CENTIMES > 0
                    IF W-NB-TAUX < 300
                       ADD 1 TO W-NB-TAUX
                       MOVE E-TAU-SESSION
                         TO W-TAB-SESSION(W-NB-TAUX)
                       MOVE E-TAU-AGE-MAX
                         TO W-TAB-AGE-MAX(W-NB-TAUX)
                       MOVE E-TAU-PLACEMENT
                         TO W-TAB-PLACEMENT(W-NB-TAUX)
                       MOVE E-TAU-DATE-EFFET
                         TO W-TAB-DATE-EFFET(W-NB-TAUX)
                       MOVE E-TAU-TAUX-CENTIMES
                         TO W-TAB-TAUX-CENTIMES(W-NB-TAUX)
                    ELSE
                       DISPLAY 'PAI1CI11 - TABLE DE LA GRILLE SATUREE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                    END-IF
                 END-IF
           END-READ
           .

       20000-TRAIT-CALCUL.
      *----------------------*
           READ FPRES-FILE NEXT RECORD
              END-IF
              MOVE E-PRE-NUMERO TO W-NUMERO-COURANT
              MOVE 0 TO W-NB-PRESENT W-NB-ABS-JUST W-NB-ABS-INJUST
              MOVE 0 TO W-NB-PRESENT-DESI
              PERFORM 29100-LIT-DESINSCRIPTION
           END-IF

           IF E-PRE-STATUT-AM = SPACE OR LOW-VALUE
              MOVE E-PRE-STATUT-PM TO W-DEMI-PM
           END-IF

           MOVE W-NB-PRESENT TO W-NB-PRESENT-AVANT
           PERFORM 21500-COMPTE-DEMI

      *    PRESENCE POSTERIEURE A UNE RADIATION EN REVUE OU
      *    CONFIRMEE : COMPTEE A PART, ELLE N'EST PAS PAYEE
           IF E-PRE-DATE > W-DEIN-DATE-LIMITE
              COMPUTE W-NB-PRESENT-DESI = W-NB-PRESENT-DESI
                      + W-NB-PRESENT - W-NB-PRESENT-AVANT
           END-IF
           .

       21500-COMPTE-DEMI.
           .

      *--------------------------------------------------------*
      *   UN STAGIAIRE TERMINE : SON TAUX EST D'ABORD CHERCHE   *
      *   DANS LA GRILLE (SITUATION AU MOIS CALCULE) ; SANS     *
      *   TAUX APPLICABLE IL EST ECARTE, RIEN N'EST MIS A JOUR  *
      *--------------------------------------------------------*
       22000-CLOTURE-STAGIAIRE.
      *----------------------*
           MOVE W-NUMERO-COURANT TO E-NUMERO
           READ FSTAG-FILE
              INVALID KEY
                 MOVE SPACE            TO E-STAGIAIRE
                 MOVE '** INCONNU **'  TO E-NOM
           END-READ

           PERFORM 28000-DETERMINE-TAUX

           IF W-TAUX-JOUR = 0
              PERFORM 28900-ECARTE-SANS-TAUX
           ELSE
              PERFORM 22100-CALCULE-INDEMNITE
           END-IF

           MOVE 0 TO W-NUMERO-COURANT
           .

      *--------------------------------------------------------*
      *   SEULES LES DEMI-JOURNEES POINTEES PRESENTES OUVRENT   *
      *   DROIT A INDEMNITE (REGLE FINANCEUR, TAUX JOURNALIER / *
      *   2 PAR DEMI-JOURNEE)                                   *
      *--------------------------------------------------------*
       22100-CALCULE-INDEMNITE.
      *----------------------*
      *    LES DEMI-JOURNEES POSTERIEURES A LA RADIATION SONT
      *    SORTIES DU CALCUL ET VALORISEES A PART (29200)
           MOVE 0 TO W-MONTANT-DESI
           IF W-NB-PRESENT-DESI > 0
              SUBTRACT W-NB-PRESENT-DESI FROM W-NB-PRESENT
              COMPUTE W-MONTANT-DESI =
                      W-NB-PRESENT-DESI * W-TAUX-JOUR / 2
           END-IF

           COMPUTE W-MONTANT = W-NB-PRESENT * W-TAUX-JOUR / 2

      *    REGLEMENT DES CORRECTIONS DE MOIS CLOS : LE DELTA EN
              END-IF
           END-IF

      *    SAISIES ET RECOUVREMENT DES INDUS DANS L'ORDRE DE
      *    PRIORITE LEGAL : PENSIONS ALIMENTAIRES ET CAF, TRESOR
      *    PUBLIC, INDUS (FDETT11), CREANCIERS SAISISSANTS. CHAQUE
      *    RANG EST SERVI SUR CE QUE LES PRECEDENTS ONT LAISSE DE
      *    L'INDEMNITE BRUTE, LE NET EST VERSE
           MOVE 0 TO W-RETENUE W-RESTE-DU-CENTIMES W-RETENUE-CENTIMES
           MOVE 0 TO W-SAISIE W-SAISIE-CENTIMES W-NB-OPPOS
           IF W-MONTANT > 0
              COMPUTE W-DISPO-CENTIMES = W-MONTANT * 100
              IF OPPOS-DISPO-OUI
                 PERFORM 25500-CHARGE-OPPOSITIONS
                 MOVE 1 TO W-RANG-SERVI
                 PERFORM 25600-SERT-OPPOSITIONS
                 MOVE 2 TO W-RANG-SERVI
                 PERFORM 25600-SERT-OPPOSITIONS
              END-IF
              IF DETTES-DISPO-OUI
                 PERFORM 25000-RETENUE-INDU
              END-IF
              IF OPPOS-DISPO-OUI
                 MOVE 4 TO W-RANG-SERVI
                 PERFORM 25600-SERT-OPPOSITIONS
              END-IF
           END-IF

           MOVE W-NUMERO-COURANT TO W-CAL-NUMERO
           MOVE E-NOM            TO W-CAL-NOM
           MOVE E-PRENOM         TO W-CAL-PRENOM
           MOVE W-NB-ABS-JUST    TO W-CAL-ABS-JUST
           MOVE W-NB-ABS-INJUST  TO W-CAL-ABS-INJUST
           MOVE W-MONTANT        TO W-CAL-MONTANT
           MOVE W-TAUX-JOUR      TO W-CAL-TAUX
           MOVE W-TAUX-ORIGINE   TO W-CAL-ORIGINE
           WRITE JRNL-LIGNE FROM W-LIGNE-CALCUL

           IF W-REGUL-JOURS NOT = 0
              WRITE JRNL-LIGNE FROM W-LIGNE-REGUL
           END-IF

      *    PARTS SAISIES : DECISIONS MISES A JOUR, ORDRES DE
      *    VIREMENT AUX CREANCIERS EMIS ET VENTILES EN CHARGE
      *    COMME L'INDEMNITE DONT ELLES SONT PRELEVEES
           IF W-SAISIE-CENTIMES > 0
              PERFORM 25700-SOLDE-OPPOSITIONS
              COMPUTE W-SAISIE = W-SAISIE-CENTIMES / 100
              SUBTRACT W-SAISIE FROM W-MONTANT
              ADD W-SAISIE TO W-TOTAL-SAISIES
              MOVE W-SAISIE TO W-MONTANT-VENTIL
              MOVE W-COMPTE-CHARGE TO W-COMPTE-VENTIL
              PERFORM 23000-VENTILE-COMPTA
           END-IF

           IF W-RETENUE > 0
              SUBTRACT W-RETENUE FROM W-MONTANT
              MOVE W-RETENUE TO W-RTN-MONTANT
              WRITE JRNL-LIGNE FROM W-LIGNE-RETENUE
           END-IF

           IF W-SAISIE > 0
              COMPUTE W-NSA-RETENU = W-SAISIE + W-RETENUE
              MOVE W-MONTANT TO W-NSA-NET
              WRITE JRNL-LIGNE FROM W-LIGNE-NET-SAISIE
           END-IF

      *    RADIATION PAR L'OPERATEUR DE L'EMPLOI : SOMMES DU
      *    MOIS POSTERIEURES A LA RADIATION SUSPENDUES OU NON
      *    DUES ; CUMUL D'UNE RADIATION LEVEE REVERSE
           SET DESI-LIBERE-NON TO TRUE
           IF DEIN-DISPO-OUI
              IF W-NB-PRESENT-DESI > 0
                 PERFORM 29200-SUSPEND-DESINSCRIPTION
              ELSE
                 PERFORM 29300-LIBERE-DESINSCRIPTION
              END-IF
           END-IF

      *    SUSPENSION POUR MISE EN DEMEURE : UNE PIECE
      *    OBLIGATOIRE ENCORE MANQUANTE AU NIVEAU '3' AU DELA DU
      *    DELAI RETIENT L'INDEMNITE DU MOIS (FRETE11) ; SANS
      *    SERAIT MARQUE REGLE SANS JAMAIS ETRE PAYE
           IF W-NB-PRESENT > 0 OR LIBERATION-OUI
              OR W-REGUL-JOURS NOT = 0
              OR DESI-LIBERE-OUI OR W-NB-PRESENT-DESI > 0
              IF W-MONTANT > 0
                 MOVE SPACE            TO PAIE-REC
                 MOVE W-NUMERO-COURANT TO PAIE-NUMERO
                 MOVE W-MOIS-CALCULE   TO PAIE-MOIS
                 MOVE W-NB-PRESENT     TO PAIE-NB-DEMIJ
                 COMPUTE PAIE-MONTANT-CENTIMES = W-MONTANT * 100
                 MOVE 'I'              TO PAIE-TYPE
      *          EN SIMULATION L'ORDRE EST COMPTE ET VENTILE
      *          MAIS PAS EMIS
                 IF SIMULATION-NON
                 END-IF
                 ADD 1 TO W-NB-ORDRES
                 ADD W-MONTANT TO W-TOTAL-MONTANT
                 PERFORM 46000-CONTROLE-ORDRE
                 MOVE W-MONTANT TO W-MONTANT-VENTIL
                 MOVE W-COMPTE-CHARGE TO W-COMPTE-VENTIL
                 PERFORM 23000-VENTILE-COMPTA
              END-IF
      *       LE MOIS EST HISTORISE MEME SI LA RETENUE ABSORBE
      *       TOUT : LE GUICHET DOIT POUVOIR L'EXPLIQUER
              PERFORM 24000-HISTORISE-PAIEMENT
           END-IF
           .

      *--------------------------------------------------------*
      *----------------------*
           COMPUTE W-RETENUE-MAX-CENTIMES ROUNDED =
                   W-MONTANT * W-RETENUE-PCT
      *    LES SAISIES DE RANG SUPERIEUR SONT DEJA PRELEVEES
           IF W-RETENUE-MAX-CENTIMES > W-DISPO-CENTIMES
              MOVE W-DISPO-CENTIMES TO W-RETENUE-MAX-CENTIMES
           END-IF
           MOVE 0 TO W-RETENUE-CENTIMES

           SET FIN-DETTES-NON TO TRUE
           END-PERFORM

           COMPUTE W-RETENUE = W-RETENUE-CENTIMES / 100
           SUBTRACT W-RETENUE-CENTIMES FROM W-DISPO-CENTIMES
           .

       25100-SERT-UNE-DETTE.
                 MOVE E-DTT-RESTE-CENTIMES TO W-PART-CENTIMES
              END-IF
              IF W-PART-CENTIMES > 0
                 MOVE E-DETTE TO W-IMAGE-AVANT
                 SUBTRACT W-PART-CENTIMES
                     FROM E-DTT-RESTE-CENTIMES
                 ADD W-PART-CENTIMES TO W-RETENUE-CENTIMES
                       INVALID KEY
                          DISPLAY 'PAI1CI11 - REWRITE FDETT11 KO '
                                  'NUM ' E-DTT-NUMERO
                       NOT INVALID KEY
                          MOVE 'FDETT11 ' TO W-IMP-FICHIER
                          MOVE 'M'        TO W-IMP-ACTION
                          MOVE E-DETTE    TO W-IMAGE-APRES
                          PERFORM 29500-JOURNALISE-IMAGE
                    END-REWRITE
                 END-IF
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   SAISIES DU STAGIAIRE : LES DECISIONS ACTIVES AYANT    *
      *   ENCORE UN RESTE DU SONT CHARGEES EN TABLE AVEC LEUR   *
      *   RANG DE PRIORITE (LEVEES ET SOLDEES SONT IGNOREES)    *
      *--------------------------------------------------------*
       25500-CHARGE-OPPOSITIONS.
      *----------------------*
           SET FIN-OPPOS-NON TO TRUE
           MOVE W-NUMERO-COURANT TO E-OPP-NUMERO
           MOVE 0                TO E-OPP-SEQ
           START FOPPO-FILE KEY IS GREATER THAN E-OPP-CLE
              INVALID KEY
                 SET FIN-OPPOS-OUI TO TRUE
           END-START

           PERFORM UNTIL FIN-OPPOS-OUI
              READ FOPPO-FILE NEXT RECORD
                 AT END
                    SET FIN-OPPOS-OUI TO TRUE
                 NOT AT END
                    IF E-OPP-NUMERO NOT = W-NUMERO-COURANT
                       SET FIN-OPPOS-OUI TO TRUE
                    ELSE
                       PERFORM 25510-RETIENT-OPPOSITION
                    END-IF
              END-READ
           END-PERFORM
           MOVE '00' TO FOPPO-STATUT
           .

       25510-RETIENT-OPPOSITION.
      *----------------------*
           IF OPP-ACTIVE AND E-OPP-RESTE-CENTIMES > 0
              IF W-NB-OPPOS < 20
                 ADD 1 TO W-NB-OPPOS
                 MOVE E-OPP-SEQ    TO W-OPS-SEQ(W-NB-OPPOS)
                 EVALUATE TRUE
                    WHEN OPP-ALIMENTAIRE
                    WHEN OPP-CAF
                       MOVE 1 TO W-OPS-RANG(W-NB-OPPOS)
                    WHEN OPP-TRESOR
                       MOVE 2 TO W-OPS-RANG(W-NB-OPPOS)
                    WHEN OTHER
                       MOVE 4 TO W-OPS-RANG(W-NB-OPPOS)
                 END-EVALUATE
                 MOVE E-OPP-PLAFOND-CENTIMES
                   TO W-OPS-PLAFOND(W-NB-OPPOS)
                 MOVE E-OPP-RESTE-CENTIMES
                   TO W-OPS-RESTE(W-NB-OPPOS)
                 MOVE 0 TO W-OPS-PART(W-NB-OPPOS)
              ELSE
                 DISPLAY 'PAI1CI11 - PLUS DE 20 SAISIES NUM '
                         W-NUMERO-COURANT ' : SEQ ' E-OPP-SEQ
                         ' AU RUN SUIVANT'
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   SERVICE D'UN RANG DE PRIORITE : CHAQUE DECISION DU    *
      *   RANG, DANS L'ORDRE DES SEQUENCES, PREND LE PLUS PETIT *
      *   DE SON PLAFOND MENSUEL (0 = SANS PLAFOND), DE SON     *
      *   RESTE DU ET DU DISPONIBLE DE L'INDEMNITE BRUTE        *
      *--------------------------------------------------------*
       25600-SERT-OPPOSITIONS.
      *----------------------*
           PERFORM VARYING IDX-OPS FROM 1 BY 1
              UNTIL IDX-OPS > W-NB-OPPOS
              IF W-OPS-RANG(IDX-OPS) = W-RANG-SERVI
                 MOVE W-OPS-RESTE(IDX-OPS) TO W-PART-CENTIMES
                 IF W-OPS-PLAFOND(IDX-OPS) > 0
                    AND W-OPS-PLAFOND(IDX-OPS) < W-PART-CENTIMES
                    MOVE W-OPS-PLAFOND(IDX-OPS) TO W-PART-CENTIMES
                 END-IF
                 IF W-PART-CENTIMES > W-DISPO-CENTIMES
                    MOVE W-DISPO-CENTIMES TO W-PART-CENTIMES
                 END-IF
                 MOVE W-PART-CENTIMES TO W-OPS-PART(IDX-OPS)
                 SUBTRACT W-PART-CENTIMES FROM W-DISPO-CENTIMES
                 ADD W-PART-CENTIMES TO W-SAISIE-CENTIMES
              END-IF
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   PARTS SAISIES DU MOIS : CHAQUE DECISION SERVIE VOIT   *
      *   SON RESTE DU DIMINUER (SOLDEE 'S' A ZERO), UN ORDRE   *
      *   DE VIREMENT AU CREANCIER EST EMIS (ORDOPPO) ET LA     *
      *   SAISIE EST PORTEE AU JOURNAL. EN SIMULATION, SEUL LE  *
      *   JOURNAL EST ECRIT                                     *
      *--------------------------------------------------------*
       25700-SOLDE-OPPOSITIONS.
      *----------------------*
           PERFORM VARYING IDX-OPS FROM 1 BY 1
              UNTIL IDX-OPS > W-NB-OPPOS
              IF W-OPS-PART(IDX-OPS) > 0
                 PERFORM 25710-SOLDE-UNE-OPPOSITION
              END-IF
           END-PERFORM
           .

       25710-SOLDE-UNE-OPPOSITION.
      *----------------------*
           MOVE W-NUMERO-COURANT   TO E-OPP-NUMERO
           MOVE W-OPS-SEQ(IDX-OPS) TO E-OPP-SEQ
           READ FOPPO-FILE
              INVALID KEY
                 DISPLAY 'PAI1CI11 - SAISIE DISPARUE NUM '
                         E-OPP-NUMERO ' SEQ ' E-OPP-SEQ
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 ADD 1 TO W-NB-SAISIES
                 MOVE E-OPPOSITION TO W-IMAGE-AVANT
                 SUBTRACT W-OPS-PART(IDX-OPS)
                     FROM E-OPP-RESTE-CENTIMES
                 IF E-OPP-RESTE-CENTIMES = 0
                    MOVE 'S'            TO E-OPP-ETAT
                 END-IF
                 MOVE W-DATE-EDITION TO E-OPP-DATE-MAJ
                 MOVE 'PAI1CI11'     TO E-OPP-USERID
                 IF SIMULATION-NON
                    REWRITE E-OPPOSITION
                       INVALID KEY
                          DISPLAY 'PAI1CI11 - REWRITE FOPPO11 KO '
                                  'NUM ' E-OPP-NUMERO
                       NOT INVALID KEY
                          MOVE 'FOPPO11 '   TO W-IMP-FICHIER
                          MOVE 'M'          TO W-IMP-ACTION
                          MOVE E-OPPOSITION TO W-IMAGE-APRES
                          PERFORM 29500-JOURNALISE-IMAGE
                    END-REWRITE
                    MOVE SPACE                  TO OPPV-REC
                    MOVE E-OPP-NUMERO           TO OPPV-NUMERO
                    MOVE E-OPP-SEQ              TO OPPV-SEQ
                    MOVE W-MOIS-CALCULE         TO OPPV-MOIS
                    MOVE E-OPP-NATURE           TO OPPV-NATURE
                    MOVE E-OPP-CREANCIER        TO OPPV-CREANCIER
                    MOVE E-OPP-REFERENCE        TO OPPV-REFERENCE
                    MOVE E-OPP-IBAN             TO OPPV-IBAN
                    MOVE E-OPP-BIC              TO OPPV-BIC
                    MOVE W-OPS-PART(IDX-OPS)    TO OPPV-MONTANT-CENTIMES
                    WRITE OPPV-REC
                 END-IF

                 EVALUATE TRUE
                    WHEN OPP-ALIMENTAIRE
                       MOVE 'PENS. ALIM.' TO W-SAI-NATURE
                    WHEN OPP-CAF
                       MOVE 'CAF'         TO W-SAI-NATURE
                    WHEN OPP-TRESOR
                       MOVE 'TRESOR PUBL.' TO W-SAI-NATURE
                    WHEN OTHER
                       MOVE 'CREANCIER'   TO W-SAI-NATURE
                 END-EVALUATE
                 COMPUTE W-SAI-MONTANT = W-OPS-PART(IDX-OPS) / 100
                 COMPUTE W-SAI-RESTE = E-OPP-RESTE-CENTIMES / 100
                 MOVE E-OPP-CREANCIER TO W-SAI-CREANCIER
                 MOVE E-OPP-REFERENCE TO W-SAI-REFERENCE
                 WRITE JRNL-LIGNE FROM W-LIGNE-SAISIE
           END-READ
           .

      *--------------------------------------------------------*
      *   REGLEMENT DES REGULARISATIONS EN ATTENTE DU STAGIAIRE *
      *   (TOUS MOIS D'ORIGINE CONFONDUS) : LE DELTA EN JOURS   *
                       SET FIN-REGULS-OUI TO TRUE
                    ELSE
                       IF REG-EN-ATTENTE
                          MOVE E-REGUL TO W-IMAGE-AVANT
                          ADD E-REG-DELTA-DEMIJ TO W-REGUL-JOURS
                          MOVE 'R'            TO E-REG-ETAT
                          MOVE W-MOIS-CALCULE
                                   DISPLAY 'PAI1CI11 - REWRITE '
                                           'FREGU11 KO NUM '
                                           E-REG-NUMERO
                                NOT INVALID KEY
                                   MOVE 'FREGU11 ' TO W-IMP-FICHIER
                                   MOVE 'M'        TO W-IMP-ACTION
                                   MOVE E-REGUL    TO W-IMAGE-APRES
                                   PERFORM 29500-JOURNALISE-IMAGE
                             END-REWRITE
                          END-IF
                       END-IF
                          ADD 1 TO E-DTT-SEQ
                       NOT INVALID KEY
                          MOVE 1 TO W-DETTE-POSEE
                          MOVE 'FDETT11 ' TO W-IMP-FICHIER
                          MOVE 'C'        TO W-IMP-ACTION
                          MOVE SPACE      TO W-IMAGE-AVANT
                          MOVE E-DETTE    TO W-IMAGE-APRES
                          PERFORM 29500-JOURNALISE-IMAGE
                    END-WRITE
                 END-PERFORM
                 IF W-DETTE-POSEE = 0
           IF SIMULATION-NON
              MOVE W-NUMERO-COURANT    TO E-HPA-NUMERO
              MOVE W-MOIS-CALCULE      TO E-HPA-MOIS
      *       IMAGE AVANT : LIGNE D'UN CALCUL PRECEDENT DU MOIS
              MOVE 'FHPAI11 '          TO W-IMP-FICHIER
              READ FHPAI-FILE
                 INVALID KEY
                    MOVE 'C'           TO W-IMP-ACTION
                    MOVE SPACE         TO W-IMAGE-AVANT
                    MOVE 0             TO E-HPA-FRAIS-CENTIMES
                                          E-HPA-AIDE-CENTIMES
                 NOT INVALID KEY
                    MOVE 'M'           TO W-IMP-ACTION
                    MOVE E-HISTO-PAIE  TO W-IMAGE-AVANT
      *             LES FRAIS ET AIDES DEJA VERSES DANS LE MOIS SONT
      *             CONSERVES PAR UN RECALCUL
                    IF E-HPA-FRAIS-CENTIMES IS NOT NUMERIC
                       MOVE 0          TO E-HPA-FRAIS-CENTIMES
                    END-IF
                    IF E-HPA-AIDE-CENTIMES IS NOT NUMERIC
                       MOVE 0          TO E-HPA-AIDE-CENTIMES
                    END-IF
              END-READ
              MOVE W-NB-PRESENT        TO E-HPA-NB-DEMIJ
              COMPUTE E-HPA-TAUX-CENTIMES = W-TAUX-JOUR * 100
              COMPUTE E-HPA-MONTANT-CENTIMES = W-MONTANT * 100
              MOVE W-SAISIE-CENTIMES   TO E-HPA-SAISIE-CENTIMES
              MOVE W-RETENUE-CENTIMES  TO E-HPA-INDU-CENTIMES
              MOVE W-DATE-EDITION      TO E-HPA-DATE-RUN

              WRITE E-HISTO-PAIE
                       INVALID KEY
                          DISPLAY 'PAI1CI11 - HISTORISATION KO NUM '
                                  E-HPA-NUMERO
                       NOT INVALID KEY
                          MOVE E-HISTO-PAIE TO W-IMAGE-APRES
                          PERFORM 29500-JOURNALISE-IMAGE
                    END-REWRITE
                 NOT INVALID KEY
                    MOVE E-HISTO-PAIE TO W-IMAGE-APRES
                    PERFORM 29500-JOURNALISE-IMAGE
              END-WRITE
           END-IF
           .

      *--------------------------------------------------------*
      *   CUMUL DE L'INDEMNITE (OU DE LA PART SAISIE, OU DES    *
      *   FRAIS REMBOURSES) SUR LA LIGNE DE VENTILATION         *
      *   COMPTABLE DE SON COMPTE, DE SON SITE ET DE SA SESSION *
      *--------------------------------------------------------*
       23000-VENTILE-COMPTA.
      *----------------------*
           SET VEN-ABSENT TO TRUE
           PERFORM VARYING IDX-VEN FROM 1 BY 1
              UNTIL IDX-VEN > W-NB-VENTIL OR VEN-TROUVE
              IF W-VEN-COMPTE(IDX-VEN) = W-COMPTE-VENTIL
                 AND W-VEN-SITE(IDX-VEN) = E-CODE-SITE
                 AND W-VEN-SESSION(IDX-VEN) = E-CODE-SESSION
                 SET VEN-TROUVE TO TRUE
                 ADD W-MONTANT-VENTIL TO W-VEN-MONTANT(IDX-VEN)
              END-IF
           END-PERFORM

           IF VEN-ABSENT
              IF W-NB-VENTIL < 200
                 ADD 1 TO W-NB-VENTIL
                 MOVE W-COMPTE-VENTIL TO W-VEN-COMPTE(W-NB-VENTIL)
                 MOVE E-CODE-SITE    TO W-VEN-SITE(W-NB-VENTIL)
                 MOVE E-CODE-SESSION TO W-VEN-SESSION(W-NB-VENTIL)
                 MOVE W-MONTANT-VENTIL
                   TO W-VEN-MONTANT(W-NB-VENTIL)
              ELSE
                 DISPLAY 'PAI1CI11 - TABLE DE VENTILATION SATUREE'
              END-IF
           MOVE W-NB-ORDRES     TO W-TOT-ORDRES
           MOVE W-TOTAL-MONTANT TO W-TOT-MONTANT
           WRITE JRNL-LIGNE FROM W-LIGNE-TOTAL
           MOVE W-NB-SAISIES    TO W-TSA-ORDRES
           MOVE W-TOTAL-SAISIES TO W-TSA-MONTANT
           WRITE JRNL-LIGNE FROM W-LIGNE-TOTAL-SAISIES
           MOVE W-NB-FRAIS      TO W-TFA-ORDRES
           MOVE W-TOTAL-FRAIS   TO W-TFA-MONTANT
           WRITE JRNL-LIGNE FROM W-LIGNE-TOTAL-FRAIS
           MOVE W-NB-AIDES      TO W-TAI-ORDRES
           MOVE W-TOTAL-AIDES   TO W-TAI-MONTANT
           WRITE JRNL-LIGNE FROM W-LIGNE-TOTAL-AIDES
           PERFORM 46500-EDITE-CONTROLE

           PERFORM 80000-ECRIT-COMPTA
      *    UNE SIMULATION NE CLOT PAS LE MOIS ET NE DEMANDE
      *    AUCUNE LIBERATION
           IF SIMULATION-NON
              PERFORM 85000-CLOS-LE-MOIS
              PERFORM 87000-POSE-LIBERATION
           END-IF

           CLOSE FPRES-FILE
           END-IF
           CLOSE FDOCS-FILE
           CLOSE FRETE-FILE
           IF DEIN-DISPO-OUI
              CLOSE FDEIN-FILE
           END-IF
           CLOSE FMAIL-FILE
           CLOSE LET-FILE
           MOVE 'F'             TO COR-FONCTION
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           CLOSE FPLAC-FILE
           CLOSE IMPA-FILE
           IF OPPOS-DISPO-OUI
              CLOSE FOPPO-FILE
           END-IF
           CLOSE OPPV-FILE
           IF FRAIS-DISPO-OUI
              CLOSE FFRAI-FILE
           END-IF
           IF AIDE-DISPO-OUI
              CLOSE FAIDE-FILE
           END-IF
           CLOSE JRNL-FILE

           DISPLAY 'PAI1CI11 - TAUX DE GRILLE SERVIS : '
                   W-NB-TAUX-GRILLE ' - STAGIAIRE(S) SANS TAUX : '
                   W-NB-SANS-TAUX
           DISPLAY 'PAI1CI11 - PARTS SAISIES SERVIES : '
                   W-NB-SAISIES
           DISPLAY 'PAI1CI11 - NOTES DE FRAIS PAYEES : '
                   W-NB-NOTES-PAYEES ' - REJETEES (AUCUN JOUR '
                   'PRESENT) : ' W-NB-NOTES-REJETEES
           DISPLAY 'PAI1CI11 - AIDES EXCEPTIONNELLES VERSEES : '
                   W-NB-AIDES
           DISPLAY 'PAI1CI11 - RADIATIONS : ' W-NB-DESI-SUSPENSIONS
                   ' SUSPENSION(S) / ' W-NB-DESI-NON-DUS
                   ' NON DU(S) / ' W-NB-DESI-LIBERATIONS
                   ' LIBERATION(S)'
           DISPLAY 'PAI1CI11 - NOUVEAUX BENEFICIAIRES : '
                   W-LIB-NB-NOUVEAUX ' - ORDRES ATYPIQUES : '
                   W-LIB-NB-ATYPIQUES

           IF SIMULATION-OUI
              DISPLAY 'PAI1CI11 - SIMULATION TERMINEE - '
                      W-NB-ORDRES ' ORDRE(S) CALCULE(S), AUCUN '
           MOVE 0 TO W-NB-ABSENTS
           PERFORM 31000-COLLECTE-RETENUES
           PERFORM 32000-COLLECTE-REGULS
           PERFORM 33000-COLLECTE-DESINSCRIPTIONS

           PERFORM VARYING IDX-ABS FROM 1 BY 1
              UNTIL IDX-ABS > W-NB-ABSENTS
              MOVE W-ABS-NUMERO(IDX-ABS) TO W-NUMERO-COURANT
              MOVE 0 TO W-NB-PRESENT W-NB-ABS-JUST W-NB-ABS-INJUST
              MOVE 0 TO W-NB-PRESENT-DESI
              PERFORM 22000-CLOTURE-STAGIAIRE
           END-PERFORM
           .
           END-READ
           .

      *--------------------------------------------------------*
      *   RADIATIONS LEVEES PORTANT ENCORE UN CUMUL SUSPENDU :  *
      *   VERSEES MEME SANS POINTAGE DANS LE MOIS CALCULE       *
      *--------------------------------------------------------*
       33000-COLLECTE-DESINSCRIPTIONS.
      *----------------------*
           IF DEIN-DISPO-NON
              CONTINUE
           ELSE
              SET FIN-BALAYAGE-NON TO TRUE
              MOVE 0 TO E-DEI-NUMERO
              START FDEIN-FILE KEY IS GREATER THAN E-DEI-NUMERO
                 INVALID KEY
                    SET FIN-BALAYAGE-OUI TO TRUE
              END-START

              PERFORM 33100-LIT-DESINSCRIPTION
                UNTIL FIN-BALAYAGE-OUI
              MOVE '00' TO FDEIN-STATUT
           END-IF
           .

       33100-LIT-DESINSCRIPTION.
      *----------------------*
           READ FDEIN-FILE NEXT RECORD
              AT END
                 SET FIN-BALAYAGE-OUI TO TRUE
              NOT AT END
                 IF DEI-LEVE AND E-DEI-MONTANT-CENTIMES > 0
                    MOVE E-DEI-NUMERO TO W-NUMERO-ABSENT
                    PERFORM 35000-AJOUTE-SI-NON-VU
                 END-IF
           END-READ
           .

      *--------------------------------------------------------*
      *   LE NUMERO N'ENTRE EN TABLE QUE S'IL N'A AUCUN         *
      *   POINTAGE DANS LE MOIS CALCULE (SINON LA BOUCLE        *
           MOVE '00' TO FPRES-STATUT
           .

      *--------------------------------------------------------*
      *   REMBOURSEMENT DES NOTES DE FRAIS : PARCOURS DU        *
      *   FICHIER FFRAI11 DANS L'ORDRE DES CLES (STAGIAIRE      *
      *   PUIS MOIS). SEULES LES NOTES APPROUVEES ('A') D'UN    *
      *   MOIS ECHU (AU PLUS LE MOIS CALCULE) SONT REGLEES ;    *
      *   LES NOTES D'UN MEME STAGIAIRE SONT CUMULEES EN UN     *
      *   SEUL ORDRE DE FRAIS                                   *
      *--------------------------------------------------------*
       40000-REGLE-FRAIS.
      *----------------------*
           IF FRAIS-DISPO-OUI
              COMPUTE W-TFR-TRAJET = W-PLAF-TRAJET / 100
              COMPUTE W-TFR-REPAS  = W-PLAF-REPAS / 100
              COMPUTE W-TFR-MOIS   = W-PLAF-MOIS / 100
              WRITE JRNL-LIGNE FROM W-LIGNE-TITRE-FRAIS

              MOVE 0 TO W-NUMERO-FRAIS W-FRAIS-CENTIMES
              SET FIN-FRAIS-NON TO TRUE
              MOVE LOW-VALUE TO E-FRA-CLE
              START FFRAI-FILE KEY IS GREATER THAN E-FRA-CLE
                 INVALID KEY
                    SET FIN-FRAIS-OUI TO TRUE
              END-START

              PERFORM 41000-LIT-NOTE
                UNTIL FIN-FRAIS-OUI
              MOVE '00' TO FFRAI-STATUT

              IF W-NUMERO-FRAIS NOT = 0
                 PERFORM 42000-EMET-FRAIS
              END-IF
           END-IF
           .

       41000-LIT-NOTE.
      *----------------------*
           READ FFRAI-FILE NEXT RECORD
              AT END
                 SET FIN-FRAIS-OUI TO TRUE
              NOT AT END
                 IF FRA-APPROUVEE
                    AND E-FRA-MOIS NOT > W-MOIS-CALCULE
                    IF E-FRA-NUMERO NOT = W-NUMERO-FRAIS
                       IF W-NUMERO-FRAIS NOT = 0
                          PERFORM 42000-EMET-FRAIS
                       END-IF
                       MOVE E-FRA-NUMERO TO W-NUMERO-FRAIS
                       MOVE 0            TO W-FRAIS-CENTIMES
                       MOVE E-FRA-NUMERO TO E-NUMERO
                       READ FSTAG-FILE
                          INVALID KEY
                             MOVE SPACE           TO E-STAGIAIRE
                             MOVE '** INCONNU **' TO E-NOM
                       END-READ
                    END-IF
                    PERFORM 41100-REGLE-UNE-NOTE
                 END-IF
           END-READ
           .

      *--------------------------------------------------------*
      *   UNE NOTE : CHAQUE JOUR DECLARE EST RECONTROLE CONTRE  *
      *   LE POINTAGE DU JOUR (UN JOUR NON POINTE PRESENT EST   *
      *   ECARTE), LES COUTS UNITAIRES SONT PLAFONNES, LE TOTAL *
      *   EST PLAFONNE AU MOIS PUIS AU MONTANT RETENU A LA      *
      *   SAISIE. SANS JOUR REMBOURSABLE LA NOTE PASSE REJETEE  *
      *--------------------------------------------------------*
       41100-REGLE-UNE-NOTE.
      *----------------------*
           MOVE E-FRAIS TO W-IMAGE-AVANT
           MOVE 0 TO W-FRA-NB-TRAJETS W-FRA-NB-REPAS W-FRA-NB-ECARTES
           MOVE E-FRA-MOIS TO W-FDA-MOIS

           PERFORM VARYING IDX-FRA FROM 1 BY 1
              UNTIL IDX-FRA > 31
              IF NOT FRA-JOUR-VIDE(IDX-FRA)
                 PERFORM 41200-CONTROLE-JOUR
              END-IF
           END-PERFORM
           MOVE '00' TO FPRES-STATUT

           IF E-FRA-TRAJET-CENTIMES > W-PLAF-TRAJET
              MOVE W-PLAF-TRAJET         TO W-FRA-TRAJET
           ELSE
              MOVE E-FRA-TRAJET-CENTIMES TO W-FRA-TRAJET
           END-IF
           IF E-FRA-REPAS-CENTIMES > W-PLAF-REPAS
              MOVE W-PLAF-REPAS          TO W-FRA-REPAS
           ELSE
              MOVE E-FRA-REPAS-CENTIMES  TO W-FRA-REPAS
           END-IF
           COMPUTE W-FRA-NOTE-CENTIMES =
                   W-FRA-NB-TRAJETS * W-FRA-TRAJET
                 + W-FRA-NB-REPAS   * W-FRA-REPAS
           IF W-FRA-NOTE-CENTIMES > W-PLAF-MOIS
              MOVE W-PLAF-MOIS TO W-FRA-NOTE-CENTIMES
           END-IF
           IF W-FRA-NOTE-CENTIMES > E-FRA-RETENU-CENTIMES
              MOVE E-FRA-RETENU-CENTIMES TO W-FRA-NOTE-CENTIMES
           END-IF

           MOVE SPACE TO W-FRL-VERDICT
           IF W-FRA-NOTE-CENTIMES > 0
              MOVE 'P'                 TO E-FRA-ETAT
              MOVE W-FRA-NOTE-CENTIMES TO E-FRA-PAYE-CENTIMES
              MOVE W-MOIS-CALCULE      TO E-FRA-MOIS-PAIE
              ADD W-FRA-NOTE-CENTIMES  TO W-FRAIS-CENTIMES
              ADD 1 TO W-NB-NOTES-PAYEES
              MOVE 'PAYEE'             TO W-FRL-VERDICT
           ELSE
              MOVE 'R'                 TO E-FRA-ETAT
              MOVE 0                   TO E-FRA-PAYE-CENTIMES
              ADD 1 TO W-NB-NOTES-REJETEES
              MOVE 'REJETEE - SANS PRESENCE' TO W-FRL-VERDICT
           END-IF
           MOVE W-DATE-EDITION TO E-FRA-DATE-MAJ
           MOVE 'PAI1CI11'     TO E-FRA-USERID

      *    EN SIMULATION LA NOTE RESTE APPROUVEE
           IF SIMULATION-NON
              PERFORM 41300-MAJ-NOTE
           END-IF

           MOVE E-FRA-NUMERO          TO W-FRL-NUMERO
           MOVE E-NOM                 TO W-FRL-NOM
           MOVE E-FRA-MOIS            TO W-FRL-MOIS
           MOVE W-FRA-NB-TRAJETS      TO W-FRL-TRAJETS
           MOVE W-FRA-NB-REPAS        TO W-FRL-REPAS
           MOVE W-FRA-NB-ECARTES      TO W-FRL-ECARTES
           COMPUTE W-FRL-DEMANDE = E-FRA-DEMANDE-CENTIMES / 100
           COMPUTE W-FRL-PAYE    = W-FRA-NOTE-CENTIMES / 100
           WRITE JRNL-LIGNE FROM W-LIGNE-FRAIS
           .

       41200-CONTROLE-JOUR.
      *----------------------*
           MOVE IDX-FRA      TO W-FDA-JJ
           MOVE E-FRA-NUMERO TO E-PRE-NUMERO
           MOVE W-FRA-DATE   TO E-PRE-DATE
           READ FPRES-FILE
              INVALID KEY
                 ADD 1 TO W-FRA-NB-ECARTES
              NOT INVALID KEY
                 IF PRE-PRESENT
                    IF FRA-JOUR-TRAJET(IDX-FRA)
                       ADD 1 TO W-FRA-NB-TRAJETS
                    END-IF
                    IF FRA-JOUR-REPAS(IDX-FRA)
                       ADD 1 TO W-FRA-NB-REPAS
                    END-IF
                 ELSE
                    ADD 1 TO W-FRA-NB-ECARTES
                 END-IF
           END-READ
           .

       41300-MAJ-NOTE.
      *----------------------*
           REWRITE E-FRAIS
              INVALID KEY
                 DISPLAY 'PAI1CI11 - REWRITE FFRAI11 KO NUM '
                         E-FRA-NUMERO ' MOIS ' E-FRA-MOIS
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 MOVE 'FFRAI11 ' TO W-IMP-FICHIER
                 MOVE 'M'        TO W-IMP-ACTION
                 MOVE E-FRAIS    TO W-IMAGE-APRES
                 PERFORM 29500-JOURNALISE-IMAGE
           END-REWRITE
           .

      *--------------------------------------------------------*
      *   ORDRE DE FRAIS DU STAGIAIRE ('F') : NI SAISI NI       *
      *   SUSPENDU, EMIS A COTE DE L'INDEMNITE, VENTILE SUR LE  *
      *   COMPTE DE CHARGE DES FRAIS ET CUMULE DANS LA LIGNE    *
      *   FHPAI11 DU MOIS CALCULE                               *
      *--------------------------------------------------------*
       42000-EMET-FRAIS.
      *----------------------*
           IF W-FRAIS-CENTIMES > 0
              MOVE SPACE            TO PAIE-REC
              MOVE W-NUMERO-FRAIS   TO PAIE-NUMERO
              MOVE E-NOM            TO PAIE-NOM
              MOVE E-PRENOM         TO PAIE-PRENOM
              MOVE W-MOIS-CALCULE   TO PAIE-MOIS
              MOVE 0                TO PAIE-NB-DEMIJ
              MOVE W-FRAIS-CENTIMES TO PAIE-MONTANT-CENTIMES
              MOVE 'F'              TO PAIE-TYPE
              IF SIMULATION-NON
                 WRITE PAIE-REC
                 PERFORM 42100-HISTORISE-FRAIS
              END-IF
              PERFORM 46000-CONTROLE-ORDRE
              COMPUTE W-FRAIS = W-FRAIS-CENTIMES / 100
              ADD 1 TO W-NB-FRAIS
              ADD W-FRAIS TO W-TOTAL-FRAIS
              MOVE W-FRAIS TO W-MONTANT-VENTIL
              MOVE W-COMPTE-FRAIS TO W-COMPTE-VENTIL
              PERFORM 23000-VENTILE-COMPTA
           END-IF
           MOVE 0 TO W-FRAIS-CENTIMES
           .

       42100-HISTORISE-FRAIS.
      *----------------------*
           MOVE W-NUMERO-FRAIS TO E-HPA-NUMERO
           MOVE W-MOIS-CALCULE TO E-HPA-MOIS
           MOVE 'FHPAI11 '     TO W-IMP-FICHIER
           READ FHPAI-FILE
              INVALID KEY
      *          STAGIAIRE SANS INDEMNITE CE MOIS : LIGNE A ZERO
                 MOVE 'C'      TO W-IMP-ACTION
                 MOVE SPACE    TO W-IMAGE-AVANT
                 MOVE 0        TO E-HPA-NB-DEMIJ E-HPA-TAUX-CENTIMES
                                  E-HPA-MONTANT-CENTIMES
                                  E-HPA-SAISIE-CENTIMES
                                  E-HPA-INDU-CENTIMES
                                  E-HPA-FRAIS-CENTIMES
                                  E-HPA-AIDE-CENTIMES
              NOT INVALID KEY
                 MOVE 'M'          TO W-IMP-ACTION
                 MOVE E-HISTO-PAIE TO W-IMAGE-AVANT
                 IF E-HPA-FRAIS-CENTIMES IS NOT NUMERIC
                    MOVE 0         TO E-HPA-FRAIS-CENTIMES
                 END-IF
                 IF E-HPA-AIDE-CENTIMES IS NOT NUMERIC
                    MOVE 0         TO E-HPA-AIDE-CENTIMES
                 END-IF
           END-READ
           ADD W-FRAIS-CENTIMES TO E-HPA-FRAIS-CENTIMES
           MOVE W-DATE-EDITION  TO E-HPA-DATE-RUN

           WRITE E-HISTO-PAIE
              INVALID KEY
                 REWRITE E-HISTO-PAIE
                    INVALID KEY
                       DISPLAY 'PAI1CI11 - HISTORISATION FRAIS KO NUM '
                               E-HPA-NUMERO
                    NOT INVALID KEY
                       MOVE E-HISTO-PAIE TO W-IMAGE-APRES
                       PERFORM 29500-JOURNALISE-IMAGE
                 END-REWRITE
              NOT INVALID KEY
                 MOVE E-HISTO-PAIE TO W-IMAGE-APRES
                 PERFORM 29500-JOURNALISE-IMAGE
           END-WRITE
           .

      *--------------------------------------------------------*
      *   VERSEMENT DES AIDES EXCEPTIONNELLES : PARCOURS DU     *
      *   FICHIER FAIDE11 DANS L'ORDRE DES CLES. CHAQUE AIDE    *
      *   ACCORDEE ('A' OU 'P') A VERSER AVEC LE CALCUL ('C')   *
      *   ET NON ENCORE VERSEE PART EN ORDRE 'A' DISTINCT, EST  *
      *   MARQUEE VERSEE ('V') ET CUMULEE DANS LA LIGNE FHPAI11 *
      *   DU MOIS CALCULE. LES AIDES HORS CYCLE ('H') SONT      *
      *   LAISSEES A AID3CI11                                   *
      *--------------------------------------------------------*
       45000-REGLE-AIDES.
      *----------------------*
           IF AIDE-DISPO-OUI
              SET FIN-AIDE-NON TO TRUE
              MOVE LOW-VALUE TO E-AID-CLE
              START FAIDE-FILE KEY IS GREATER THAN E-AID-CLE
                 INVALID KEY
                    SET FIN-AIDE-OUI TO TRUE
              END-START

              PERFORM 45100-LIT-AIDE
                UNTIL FIN-AIDE-OUI
              MOVE '00' TO FAIDE-STATUT
           END-IF
           .

       45100-LIT-AIDE.
      *----------------------*
           READ FAIDE-FILE NEXT RECORD
              AT END
                 SET FIN-AIDE-OUI TO TRUE
              NOT AT END
                 IF AID-A-VERSER AND AID-VERS-CALCUL
                    AND AID-NON-VERSEE
                    AND E-AID-MONTANT-ACCORDE > 0
                    MOVE E-AID-NUMERO TO E-NUMERO
                    READ FSTAG-FILE
                       INVALID KEY
                          MOVE SPACE           TO E-STAGIAIRE
                          MOVE '** INCONNU **' TO E-NOM
                    END-READ
                    PERFORM 45200-EMET-AIDE
                 END-IF
           END-READ
           .

       45200-EMET-AIDE.
      *----------------------*
           MOVE E-AIDE                TO W-IMAGE-AVANT
           MOVE SPACE                 TO PAIE-REC
           MOVE E-AID-NUMERO          TO PAIE-NUMERO
           MOVE E-NOM                 TO PAIE-NOM
           MOVE E-PRENOM              TO PAIE-PRENOM
           MOVE W-MOIS-CALCULE        TO PAIE-MOIS
           MOVE 0                     TO PAIE-NB-DEMIJ
           MOVE E-AID-MONTANT-ACCORDE TO PAIE-MONTANT-CENTIMES
           MOVE 'A'                   TO PAIE-TYPE

      *    EN SIMULATION L'AIDE RESTE A VERSER
           IF SIMULATION-NON
              WRITE PAIE-REC
              MOVE 'V'              TO E-AID-PAIEMENT
              MOVE W-MOIS-CALCULE   TO E-AID-MOIS-PAIE
              MOVE W-DATE-EDITION   TO E-AID-DATE-MAJ
              MOVE 'PAI1CI11'       TO E-AID-USERID
              REWRITE E-AIDE
                 INVALID KEY
                    DISPLAY 'PAI1CI11 - REWRITE FAIDE11 KO NUM '
                            E-AID-NUMERO ' SEQ ' E-AID-SEQ
                    MOVE 8 TO RETURN-CODE
                 NOT INVALID KEY
                    MOVE 'FAIDE11 ' TO W-IMP-FICHIER
                    MOVE 'M'        TO W-IMP-ACTION
                    MOVE E-AIDE     TO W-IMAGE-APRES
                    PERFORM 29500-JOURNALISE-IMAGE
              END-REWRITE
              PERFORM 45300-HISTORISE-AIDE
           END-IF

           PERFORM 46000-CONTROLE-ORDRE
           COMPUTE W-AIDE = E-AID-MONTANT-ACCORDE / 100
           ADD 1 TO W-NB-AIDES
           ADD W-AIDE TO W-TOTAL-AIDES
           MOVE W-AIDE TO W-MONTANT-VENTIL
           MOVE W-COMPTE-AIDE TO W-COMPTE-VENTIL
           PERFORM 23000-VENTILE-COMPTA

           MOVE E-AID-NUMERO          TO W-AIL-NUMERO
           MOVE E-NOM                 TO W-AIL-NOM
           MOVE E-AID-SEQ             TO W-AIL-SEQ
           MOVE E-AID-DATE-COMITE     TO W-AIL-COMITE
           MOVE E-AID-DECISION        TO W-AIL-DECISION
           MOVE W-AIDE                TO W-AIL-MONTANT
           WRITE JRNL-LIGNE FROM W-LIGNE-AIDE
           .

       45300-HISTORISE-AIDE.
      *----------------------*
           MOVE E-AID-NUMERO   TO E-HPA-NUMERO
           MOVE W-MOIS-CALCULE TO E-HPA-MOIS
           MOVE 'FHPAI11 '     TO W-IMP-FICHIER
           READ FHPAI-FILE
              INVALID KEY
      *          STAGIAIRE SANS INDEMNITE CE MOIS : LIGNE A ZERO
                 MOVE 'C'      TO W-IMP-ACTION
                 MOVE SPACE    TO W-IMAGE-AVANT
                 MOVE 0        TO E-HPA-NB-DEMIJ E-HPA-TAUX-CENTIMES
                                  E-HPA-MONTANT-CENTIMES
                                  E-HPA-SAISIE-CENTIMES
                                  E-HPA-INDU-CENTIMES
                                  E-HPA-FRAIS-CENTIMES
                                  E-HPA-AIDE-CENTIMES
              NOT INVALID KEY
                 MOVE 'M'          TO W-IMP-ACTION
                 MOVE E-HISTO-PAIE TO W-IMAGE-AVANT
                 IF E-HPA-AIDE-CENTIMES IS NOT NUMERIC
                    MOVE 0         TO E-HPA-AIDE-CENTIMES
                 END-IF
           END-READ
           ADD E-AID-MONTANT-ACCORDE TO E-HPA-AIDE-CENTIMES
           MOVE W-DATE-EDITION  TO E-HPA-DATE-RUN

           WRITE E-HISTO-PAIE
              INVALID KEY
                 REWRITE E-HISTO-PAIE
                    INVALID KEY
                       DISPLAY 'PAI1CI11 - HISTORISATION AIDE KO NUM '
                               E-HPA-NUMERO
                    NOT INVALID KEY
                       MOVE E-HISTO-PAIE TO W-IMAGE-APRES
                       PERFORM 29500-JOURNALISE-IMAGE
                 END-REWRITE
              NOT INVALID KEY
                 MOVE E-HISTO-PAIE TO W-IMAGE-APRES
                 PERFORM 29500-JOURNALISE-IMAGE
           END-WRITE
           .

      *--------------------------------------------------------*
      *   CONTROLE AVANT TRANSMISSION D'UN ORDRE DU FICHIER     *
      *   PAIEMENT QUI VIENT D'ETRE CONSTITUE (PAIE-REC) :      *
      *   CUMULS, PLUS FORT MONTANT ET ORDRE ATYPIQUE (MONTANT  *
      *   AU DELA DU SEUIL OU BENEFICIAIRE JAMAIS PAYE)         *
      *--------------------------------------------------------*
       46000-CONTROLE-ORDRE.
      *----------------------*
           ADD 1 TO W-LIB-NB-ORDRES
           ADD PAIE-MONTANT-CENTIMES TO W-LIB-TOTAL-CENTIMES
           IF PAIE-MONTANT-CENTIMES > W-LIB-MAXI-CENTIMES
              MOVE PAIE-MONTANT-CENTIMES TO W-LIB-MAXI-CENTIMES
              MOVE PAIE-NUMERO           TO W-LIB-MAXI-NUMERO
           END-IF

           MOVE SPACE TO W-ATY-MOTIF-ORDRE
           IF PAIE-MONTANT-CENTIMES > W-LIB-SEUIL-CENTIMES
              MOVE 'M' TO W-ATY-MOTIF-ORDRE
           END-IF
           PERFORM 46100-CHERCHE-NOUVEAU
           IF NOUVEAU-OUI
              IF W-ATY-MOTIF-ORDRE = 'M'
                 MOVE 'D' TO W-ATY-MOTIF-ORDRE
              ELSE
                 MOVE 'N' TO W-ATY-MOTIF-ORDRE
              END-IF
           END-IF

           IF W-ATY-MOTIF-ORDRE NOT = SPACE
              ADD 1 TO W-LIB-NB-ATYPIQUES
              IF W-LIB-NB-ATYPIQUES <= 15
                 MOVE W-LIB-NB-ATYPIQUES TO IDX-ATY
                 MOVE PAIE-NUMERO    TO W-ATY-NUMERO(IDX-ATY)
                 MOVE PAIE-MONTANT-CENTIMES
                                     TO W-ATY-CENTIMES(IDX-ATY)
                 MOVE PAIE-TYPE      TO W-ATY-TYPE(IDX-ATY)
                 MOVE W-ATY-MOTIF-ORDRE
                                     TO W-ATY-MOTIF(IDX-ATY)
              END-IF
           END-IF
           .

      *    UN BENEFICIAIRE EST NOUVEAU S'IL N'A AUCUNE LIGNE
      *    FHPAI11 D'UN MOIS ANTERIEUR AU MOIS CALCULE (LA
      *    PREMIERE LIGNE DU NUMERO EST LA PLUS ANCIENNE) ; IL
      *    N'EST SIGNALE QUE SUR SON PREMIER ORDRE DU RUN
       46100-CHERCHE-NOUVEAU.
      *----------------------*
           SET NOUVEAU-NON TO TRUE
           SET NOUV-VU-NON TO TRUE
           PERFORM VARYING IDX-NOU FROM 1 BY 1
              UNTIL IDX-NOU > W-NB-NOUV-TAB OR NOUV-VU-OUI
              IF W-NOUV-NUMERO(IDX-NOU) = PAIE-NUMERO
                 SET NOUV-VU-OUI TO TRUE
              END-IF
           END-PERFORM

           IF NOUV-VU-NON
              SET NOUVEAU-OUI   TO TRUE
              SET FIN-HISTO-NON TO TRUE
              MOVE PAIE-NUMERO TO E-HPA-NUMERO
              MOVE 0           TO E-HPA-MOIS
              START FHPAI-FILE KEY IS NOT LESS THAN E-HPA-CLE
                 INVALID KEY
                    SET FIN-HISTO-OUI TO TRUE
              END-START
              IF FIN-HISTO-NON
                 READ FHPAI-FILE NEXT RECORD
                    AT END
                       CONTINUE
                    NOT AT END
                       IF E-HPA-NUMERO = PAIE-NUMERO
                          AND E-HPA-MOIS < W-MOIS-CALCULE
                          SET NOUVEAU-NON TO TRUE
                       END-IF
                 END-READ
              END-IF
              MOVE '00' TO FHPAI-STATUT

              IF NOUVEAU-OUI
                 ADD 1 TO W-LIB-NB-NOUVEAUX
                 IF W-NB-NOUV-TAB < 500
                    ADD 1 TO W-NB-NOUV-TAB
                    MOVE PAIE-NUMERO TO W-NOUV-NUMERO(W-NB-NOUV-TAB)
                 ELSE
                    DISPLAY 'PAI1CI11 - TABLE DES NOUVEAUX SATUREE'
                 END-IF
              END-IF
           END-IF
           .

      *    TOTAUX DU CONTROLE ET ORDRES ATYPIQUES AU JOURNAL,
      *    SIMULATION COMPRISE (APERCU AVANT LE RUN REEL)
       46500-EDITE-CONTROLE.
      *----------------------*
           MOVE W-LIB-NB-ORDRES    TO W-CLB-ORDRES
           COMPUTE W-CLB-TOTAL = W-LIB-TOTAL-CENTIMES / 100
           COMPUTE W-CLB-MAXI  = W-LIB-MAXI-CENTIMES / 100
           MOVE W-LIB-MAXI-NUMERO  TO W-CLB-MAXI-NUMERO
           MOVE W-LIB-NB-NOUVEAUX  TO W-CLB-NOUVEAUX
           MOVE W-LIB-NB-ATYPIQUES TO W-CLB-ATYPIQUES
           WRITE JRNL-LIGNE FROM W-LIGNE-CTL-LIB

           PERFORM VARYING IDX-ATY FROM 1 BY 1
              UNTIL IDX-ATY > W-LIB-NB-ATYPIQUES OR IDX-ATY > 15
              MOVE W-ATY-NUMERO(IDX-ATY) TO W-ATL-NUMERO
              MOVE W-ATY-TYPE(IDX-ATY)   TO W-ATL-TYPE
              COMPUTE W-ATL-MONTANT = W-ATY-CENTIMES(IDX-ATY) / 100
              EVALUATE W-ATY-MOTIF(IDX-ATY)
                 WHEN 'N'
                    MOVE 'NOUVEAU BENEFICIAIRE'  TO W-ATL-MOTIF
                 WHEN 'M'
                    MOVE 'MONTANT AU DELA DU SEUIL' TO W-ATL-MOTIF
                 WHEN OTHER
                    MOVE 'NOUVEAU ET AU DELA DU SEUIL'
                      TO W-ATL-MOTIF
              END-EVALUATE
              WRITE JRNL-LIGNE FROM W-LIGNE-ATYPIQUE
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   RUN REEL : TOTAUX DE CONTROLE POSES DANS FLIBP11, EN  *
      *   ATTENTE DE LIBERATION. UN RECALCUL DU MEME MOIS       *
      *   REMPLACE LE FICHIER DE PAIEMENT : LA DECISION         *
      *   PRECEDENTE EST EFFACEE ET LE FICHIER REPASSE EN       *
      *   ATTENTE. SANS FLIBP11, LE FICHIER N'EST PAS           *
      *   LIBERABLE ET SA TRANSMISSION SERA REFUSEE             *
      *--------------------------------------------------------*
       87000-POSE-LIBERATION.
      *----------------------*
           OPEN I-O FLIBP-FILE
           IF NOT FLIBP-OK
              DISPLAY 'PAI1CI11 - OUVERTURE FLIBP11 KO : '
                      FLIBP-STATUT ' - FICHIER NON LIBERABLE'
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE W-MOIS-CALCULE TO E-LIB-MOIS
              READ FLIBP-FILE
                 INVALID KEY
                    SET LIB-EXISTE-NON TO TRUE
                 NOT INVALID KEY
                    SET LIB-EXISTE-OUI TO TRUE
              END-READ

              MOVE SPACE                TO E-LIBERATION
              MOVE W-MOIS-CALCULE       TO E-LIB-MOIS
              MOVE W-DATE-EDITION       TO E-LIB-DATE-RUN
              MOVE W-LIB-NB-ORDRES      TO E-LIB-NB-ORDRES
              MOVE W-LIB-TOTAL-CENTIMES TO E-LIB-TOTAL-CENTIMES
              MOVE W-LIB-MAXI-CENTIMES  TO E-LIB-MAXI-CENTIMES
              MOVE W-LIB-MAXI-NUMERO    TO E-LIB-MAXI-NUMERO
              MOVE W-LIB-NB-NOUVEAUX    TO E-LIB-NB-NOUVEAUX
              MOVE W-NB-SAISIES         TO E-LIB-NB-CREANCIERS
              COMPUTE E-LIB-TOTAL-CREANCIERS = W-TOTAL-SAISIES * 100
              MOVE W-LIB-SEUIL-CENTIMES TO E-LIB-SEUIL-CENTIMES
              MOVE W-LIB-NB-ATYPIQUES   TO E-LIB-NB-ATYPIQUES
              PERFORM VARYING IDX-ATY FROM 1 BY 1 UNTIL IDX-ATY > 15
                 IF IDX-ATY > W-LIB-NB-ATYPIQUES
                    MOVE 0 TO E-LIB-ATY-NUMERO(IDX-ATY)
                              E-LIB-ATY-CENTIMES(IDX-ATY)
                 ELSE
                    MOVE W-ATY-NUMERO(IDX-ATY)
                      TO E-LIB-ATY-NUMERO(IDX-ATY)
                    MOVE W-ATY-CENTIMES(IDX-ATY)
                      TO E-LIB-ATY-CENTIMES(IDX-ATY)
                    MOVE W-ATY-TYPE(IDX-ATY)
                      TO E-LIB-ATY-TYPE(IDX-ATY)
                    MOVE W-ATY-MOTIF(IDX-ATY)
                      TO E-LIB-ATY-MOTIF(IDX-ATY)
                 END-IF
              END-PERFORM
              SET LIB-EN-ATTENTE TO TRUE

              IF LIB-EXISTE-OUI
                 REWRITE E-LIBERATION
                    INVALID KEY
                       DISPLAY 'PAI1CI11 - REWRITE FLIBP11 KO : '
                               FLIBP-STATUT
                       MOVE 8 TO RETURN-CODE
                 END-REWRITE
              ELSE
                 WRITE E-LIBERATION
                    INVALID KEY
                       DISPLAY 'PAI1CI11 - WRITE FLIBP11 KO : '
                               FLIBP-STATUT
                       MOVE 8 TO RETURN-CODE
                 END-WRITE
              END-IF
              CLOSE FLIBP-FILE
              WRITE JRNL-LIGNE FROM W-LIGNE-ATTENTE-LIB
           END-IF
           .

      *--------------------------------------------------------*
      *   RECHERCHE D'UNE PIECE OBLIGATOIRE EN MISE EN DEMEURE  *
      *   AU DELA DU DELAI : TOUTE PIECE ENCORE MANQUANTE AU    *
                       INVALID KEY
                          DISPLAY 'PAI1CI11 - ECHEC WRITE FRETE11 '
                                  E-RET-NUMERO
                       NOT INVALID KEY
                          MOVE 'FRETE11 '    TO W-IMP-FICHIER
                          MOVE 'C'           TO W-IMP-ACTION
                          MOVE SPACE         TO W-IMAGE-AVANT
                          MOVE E-RETENUE-MED TO W-IMAGE-APRES
                          PERFORM 29500-JOURNALISE-IMAGE
                    END-WRITE
                 END-IF
              NOT INVALID KEY
                 MOVE E-RETENUE-MED TO W-IMAGE-AVANT
                 COMPUTE E-RET-MONTANT-CENTIMES =
                         E-RET-MONTANT-CENTIMES + W-MONTANT * 100
                 MOVE W-PIECE-MED      TO E-RET-CODE-PIECE
                       INVALID KEY
                          DISPLAY 'PAI1CI11 - ECHEC REWRITE '
                                  'FRETE11 ' E-RET-NUMERO
                       NOT INVALID KEY
                          MOVE 'FRETE11 '    TO W-IMP-FICHIER
                          MOVE 'M'           TO W-IMP-ACTION
                          MOVE E-RETENUE-MED TO W-IMAGE-APRES
                          PERFORM 29500-JOURNALISE-IMAGE
                    END-REWRITE
                 END-IF
           END-READ
                    ADD 1 TO W-NB-LIBERATIONS
                    COMPUTE W-MONTANT-LIBERE =
                            E-RET-MONTANT-CENTIMES / 100
                    MOVE E-RETENUE-MED TO W-IMAGE-AVANT
                    MOVE 0          TO E-RET-MONTANT-CENTIMES
                    MOVE 'L'        TO E-RET-ETAT
                    MOVE W-DATE-SYS TO E-RET-DATE-MAJ
                          INVALID KEY
                             DISPLAY 'PAI1CI11 - ECHEC REWRITE '
                                     'FRETE11 ' E-RET-NUMERO
                          NOT INVALID KEY
                             MOVE 'FRETE11 '    TO W-IMP-FICHIER
                             MOVE 'M'           TO W-IMP-ACTION
                             MOVE E-RETENUE-MED TO W-IMAGE-APRES
                             PERFORM 29500-JOURNALISE-IMAGE
                       END-REWRITE
                    END-IF
                 END-IF
              OR ADRESSE-INVALIDE-OUI
              CONTINUE
           ELSE
              PERFORM 27800-INSCRIT-LETTRE
              WRITE LET-LIGNE FROM W-LIGNE-SAUT
              ADD 1 TO W-NB-LIGNES-EDITEES
              MOVE SPACE TO W-LIGNE-ADRESSE
              STRING E-NOM ' ' E-PRENOM
                     DELIMITED BY SIZE INTO W-LIGNE-ADRESSE
              END-STRING
              WRITE LET-LIGNE FROM W-LIGNE-ADRESSE
              ADD 1 TO W-NB-LIGNES-EDITEES
              MOVE E-ADR1 TO W-LIGNE-ADRESSE
              WRITE LET-LIGNE FROM W-LIGNE-ADRESSE
              ADD 1 TO W-NB-LIGNES-EDITEES
              MOVE SPACE TO W-LIGNE-ADRESSE
              STRING E-CODEP ' ' E-VILLE
                     DELIMITED BY SIZE INTO W-LIGNE-ADRESSE
              END-STRING
              WRITE LET-LIGNE FROM W-LIGNE-ADRESSE
              ADD 1 TO W-NB-LIGNES-EDITEES
              MOVE SPACE TO W-LIGNE-CORPS
              STRING 'VOTRE INDEMNITE EST SUSPENDUE : LA PIECE '
                     W-PIECE-MED
                     DELIMITED BY SIZE INTO W-LIGNE-CORPS
              END-STRING
              WRITE LET-LIGNE FROM W-LIGNE-CORPS
              ADD 1 TO W-NB-LIGNES-EDITEES
              MOVE 'ELLE SERA REVERSEE DES RECEPTION DE LA PIECE.'
                TO W-LIGNE-CORPS
              WRITE LET-LIGNE FROM W-LIGNE-CORPS
              ADD 1 TO W-NB-LIGNES-EDITEES
           END-IF

           IF E-EMAIL = SPACE OR LOW-VALUE
           IF W-MAIL-DEPOSE = 0
              DISPLAY 'PAI1CI11 - SAS FMAIL11 SATURE NUM '
                      E-MAI-NUMERO
           ELSE
              PERFORM 27850-INSCRIT-COURRIEL
           END-IF
           .

      *--------------------------------------------------------*
      *   INSCRIPTION AU REGISTRE DES CORRESPONDANCES FCORR11   *
      *   (CORRBAT) : LA LETTRE AVEC LA PREMIERE LIGNE DE SA    *
      *   COPIE DANS LE DEPOT, LE MESSAGE AVEC SA CLE DU SAS    *
      *--------------------------------------------------------*
       27800-INSCRIT-LETTRE.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE W-NUMERO-COURANT TO COR-NUMERO
           MOVE 'C'             TO COR-CANAL
           MOVE 'SUSPMED '      TO COR-MODELE
           MOVE 'PAI1CI11'      TO COR-PROGRAMME
           MOVE W-CODE-DEPOT    TO COR-REP-CODE
           MOVE W-DATE-SYS      TO COR-REP-DATE
           COMPUTE COR-REP-LIGNE = W-NB-LIGNES-EDITEES + 1
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

       27850-INSCRIT-COURRIEL.
      *----------------------*
           MOVE 'I'             TO COR-FONCTION
           MOVE E-MAI-NUMERO    TO COR-NUMERO
           MOVE 'E'             TO COR-CANAL
           MOVE E-MAI-TEMPLATE  TO COR-MODELE
           MOVE 'PAI1CI11'      TO COR-PROGRAMME
           MOVE SPACE           TO COR-REFERENCE
           MOVE 'FMAIL11 '      TO COR-SAS-FICHIER
           MOVE E-MAI-SEQ       TO COR-SAS-SEQ
           MOVE RETURN-CODE   TO W-RC-APPELANT
           CALL pgm-corrbat USING CORRESP-PARAM
           MOVE W-RC-APPELANT TO RETURN-CODE
           .

      *--------------------------------------------------------*
      *   TAUX DU STAGIAIRE : AGE AU 1ER DU MOIS CALCULE (DATE  *
      *   DE NAISSANCE JJMMAAAA), PLACEMENT COURANT DANS LE     *
      *   MOIS (FPLAC11), PUIS LIGNE DE GRILLE LA PLUS PRECISE. *
      *   UNE DATE DE NAISSANCE ABSENTE NE RETIENT QUE LES      *
      *   LIGNES SANS LIMITE D'AGE (999)                        *
      *--------------------------------------------------------*
       28000-DETERMINE-TAUX.
      *----------------------*
           MOVE E-DATE-NAISS TO W-NAISS
           IF W-NAISS IS NUMERIC AND W-NAISS-AAAA > 0
              COMPUTE W-AGE = W-MOIS-CALCULE / 100 - W-NAISS-AAAA
              IF W-MOIS-CALCULE(5:2) < W-NAISS-MM
                 OR (W-MOIS-CALCULE(5:2) = W-NAISS-MM
                     AND W-NAISS-JJ > 1)
                 SUBTRACT 1 FROM W-AGE
              END-IF
           ELSE
              MOVE 999 TO W-AGE
           END-IF

           PERFORM 28100-CHERCHE-PLACEMENT

           MOVE 0 TO W-MEILLEUR-RANG
           MOVE W-TAUX-DEFAUT TO W-TAUX-JOUR
           MOVE 'CARTE'       TO W-TAUX-ORIGINE
           PERFORM VARYING IDX-TAU FROM 1 BY 1
              UNTIL IDX-TAU > W-NB-TAUX
              PERFORM 28200-EVALUE-LIGNE
           END-PERFORM

           IF W-MEILLEUR-RANG > 0
              ADD 1 TO W-NB-TAUX-GRILLE
           END-IF
           .

       28100-CHERCHE-PLACEMENT.
      *----------------------*
           MOVE 'N' TO W-EN-PLACEMENT
           SET FIN-PLACEMENTS-NON TO TRUE
           MOVE W-NUMERO-COURANT TO E-PLA-NUMERO
           MOVE 0                TO E-PLA-SEQ
           START FPLAC-FILE KEY IS NOT LESS THAN E-PLA-CLE
              INVALID KEY
                 SET FIN-PLACEMENTS-OUI TO TRUE
           END-START

           PERFORM UNTIL FIN-PLACEMENTS-OUI
              READ FPLAC-FILE NEXT RECORD
                 AT END
                    SET FIN-PLACEMENTS-OUI TO TRUE
                 NOT AT END
                    IF E-PLA-NUMERO NOT = W-NUMERO-COURANT
                       SET FIN-PLACEMENTS-OUI TO TRUE
                    ELSE
                       PERFORM 28150-TESTE-PLACEMENT
                    END-IF
              END-READ
           END-PERFORM
           MOVE '00' TO FPLAC-STATUT
           .

      *    PLACEMENT NON ANNULE QUI CHEVAUCHE LE MOIS CALCULE
      *    (DATES JJMMAAAA ; FIN A BLANC = EN COURS)
       28150-TESTE-PLACEMENT.
      *----------------------*
           IF NOT PLA-ANNULE
              AND E-PLA-DATE-DEB IS NUMERIC
              MOVE E-PLA-DATE-DEB(5:4) TO W-PLA-DEB-AAAAMMJJ(1:4)
              MOVE E-PLA-DATE-DEB(3:2) TO W-PLA-DEB-AAAAMMJJ(5:2)
              MOVE E-PLA-DATE-DEB(1:2) TO W-PLA-DEB-AAAAMMJJ(7:2)
              IF E-PLA-DATE-FIN IS NUMERIC
                 MOVE E-PLA-DATE-FIN(5:4) TO W-PLA-FIN-AAAAMMJJ(1:4)
                 MOVE E-PLA-DATE-FIN(3:2) TO W-PLA-FIN-AAAAMMJJ(5:2)
                 MOVE E-PLA-DATE-FIN(1:2) TO W-PLA-FIN-AAAAMMJJ(7:2)
              ELSE
                 MOVE '99999999'          TO W-PLA-FIN-AAAAMMJJ
              END-IF
              IF W-PLA-DEB-AAAAMMJJ <= W-FIN-MOIS
                 AND W-PLA-FIN-AAAAMMJJ >= W-DEBUT-MOIS
                 MOVE 'O' TO W-EN-PLACEMENT
                 SET FIN-PLACEMENTS-OUI TO TRUE
              END-IF
           END-IF
           .

       28200-EVALUE-LIGNE.
      *----------------------*
           IF (W-TAB-SESSION(IDX-TAU) = E-CODE-SESSION
               OR W-TAB-SESSION(IDX-TAU) = SPACE)
              AND W-TAB-AGE-MAX(IDX-TAU) >= W-AGE
              AND (W-TAB-PLACEMENT(IDX-TAU) = W-EN-PLACEMENT
                   OR W-TAB-PLACEMENT(IDX-TAU) = '*')
              IF W-TAB-SESSION(IDX-TAU) = SPACE
                 MOVE 0 TO W-RNG-SESSION
              ELSE
                 MOVE 1 TO W-RNG-SESSION
              END-IF
              COMPUTE W-RNG-AGE = 999 - W-TAB-AGE-MAX(IDX-TAU)
              IF W-TAB-PLACEMENT(IDX-TAU) = '*'
                 MOVE 0 TO W-RNG-PLACEMENT
              ELSE
                 MOVE 1 TO W-RNG-PLACEMENT
              END-IF
              MOVE W-TAB-DATE-EFFET(IDX-TAU) TO W-RNG-DATE
              IF W-RANG-NUM > W-MEILLEUR-RANG
                 MOVE W-RANG-NUM TO W-MEILLEUR-RANG
                 COMPUTE W-TAUX-JOUR =
                         W-TAB-TAUX-CENTIMES(IDX-TAU) / 100
                 MOVE 'GRILLE' TO W-TAUX-ORIGINE
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   STAGIAIRE SANS TAUX (NI LIGNE DE GRILLE NI TAUX DE    *
      *   CARTE) : SIGNALE AU JOURNAL, RIEN N'EST REGLE NI      *
      *   HISTORISE ; IL PASSERA AU RECALCUL DU MOIS            *
      *--------------------------------------------------------*
       28900-ECARTE-SANS-TAUX.
      *----------------------*
           ADD 1 TO W-NB-SANS-TAUX
           MOVE W-NUMERO-COURANT TO W-STX-NUMERO
           MOVE E-NOM            TO W-STX-NOM
           MOVE E-PRENOM         TO W-STX-PRENOM
           WRITE JRNL-LIGNE FROM W-LIGNE-SANS-TAUX
           MOVE 8 TO RETURN-CODE
           .

      *--------------------------------------------------------*
      *   SITUATION DU STAGIAIRE AUPRES DE L'OPERATEUR : SEULE  *
      *   UNE RADIATION EN REVUE ('S') OU CONFIRMEE ('C') FIXE  *
      *   UNE DATE AU DELA DE LAQUELLE LA PRESENCE N'EST PAS    *
      *   PAYEE                                                 *
      *--------------------------------------------------------*
       29100-LIT-DESINSCRIPTION.
      *----------------------*
           MOVE '99999999' TO W-DEIN-DATE-LIMITE
           MOVE SPACE      TO W-DEIN-ETAT
           IF DEIN-DISPO-OUI
              MOVE W-NUMERO-COURANT TO E-DEI-NUMERO
              READ FDEIN-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF DEI-RADIE AND (DEI-SUSPENDU OR DEI-CONFIRME)
                       MOVE E-DEI-DATE-SITUATION
                                       TO W-DEIN-DATE-LIMITE
                       MOVE E-DEI-ETAT TO W-DEIN-ETAT
                    END-IF
              END-READ
              MOVE '00' TO FDEIN-STATUT
           END-IF
           .

      *--------------------------------------------------------*
      *   DEMI-JOURNEES POSTERIEURES A LA RADIATION : CUMULEES  *
      *   DANS FDEIN11 TANT QUE LA REVUE EST OUVERTE, ABANDON-  *
      *   NEES SI LA RADIATION EST CONFIRMEE                    *
      *--------------------------------------------------------*
       29200-SUSPEND-DESINSCRIPTION.
      *----------------------*
           MOVE W-DEIN-DATE-LIMITE(7:2) TO W-DED-JJ
           MOVE W-DEIN-DATE-LIMITE(5:2) TO W-DED-MM
           MOVE W-DEIN-DATE-LIMITE(1:4) TO W-DED-AAAA

           IF W-DEIN-ETAT = 'C'
              ADD 1 TO W-NB-DESI-NON-DUS
              MOVE W-MONTANT-DESI      TO W-DSN-MONTANT
              MOVE W-NB-PRESENT-DESI   TO W-DSN-DEMIJ
              MOVE W-DEIN-DATE-EDITION TO W-DSN-DATE
              WRITE JRNL-LIGNE FROM W-LIGNE-DESI-NON-DU
           ELSE
              ADD 1 TO W-NB-DESI-SUSPENSIONS
              MOVE W-NUMERO-COURANT TO E-DEI-NUMERO
              READ FDEIN-FILE
                 INVALID KEY
                    DISPLAY 'PAI1CI11 - FDEIN11 ABSENT NUM '
                            W-NUMERO-COURANT
                 NOT INVALID KEY
                    MOVE E-DESINSCRIPTION TO W-IMAGE-AVANT
                    COMPUTE E-DEI-MONTANT-CENTIMES =
                            E-DEI-MONTANT-CENTIMES
                            + W-MONTANT-DESI * 100
                    IF SIMULATION-NON
                       REWRITE E-DESINSCRIPTION
                          INVALID KEY
                             DISPLAY 'PAI1CI11 - ECHEC REWRITE '
                                     'FDEIN11 ' E-DEI-NUMERO
                          NOT INVALID KEY
                             MOVE 'FDEIN11 '       TO W-IMP-FICHIER
                             MOVE 'M'              TO W-IMP-ACTION
                             MOVE E-DESINSCRIPTION TO W-IMAGE-APRES
                             PERFORM 29500-JOURNALISE-IMAGE
                       END-REWRITE
                    END-IF
              END-READ
              MOVE '00' TO FDEIN-STATUT
              MOVE W-MONTANT-DESI      TO W-DSS-MONTANT
              MOVE W-NB-PRESENT-DESI   TO W-DSS-DEMIJ
              MOVE W-DEIN-DATE-EDITION TO W-DSS-DATE
              COMPUTE W-DSS-CUMUL = E-DEI-MONTANT-CENTIMES / 100
              WRITE JRNL-LIGNE FROM W-LIGNE-DESI-SUSPENSION
           END-IF
           .

      *--------------------------------------------------------*
      *   RADIATION LEVEE PAR LE GESTIONNAIRE : LE CUMUL        *
      *   SUSPENDU EST VERSE AVEC L'INDEMNITE DU MOIS           *
      *--------------------------------------------------------*
       29300-LIBERE-DESINSCRIPTION.
      *----------------------*
           MOVE W-NUMERO-COURANT TO E-DEI-NUMERO
           READ FDEIN-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF DEI-LEVE AND E-DEI-MONTANT-CENTIMES > 0
                    SET DESI-LIBERE-OUI TO TRUE
                    ADD 1 TO W-NB-DESI-LIBERATIONS
                    COMPUTE W-MONTANT-DESI =
                            E-DEI-MONTANT-CENTIMES / 100
                    ADD W-MONTANT-DESI TO W-MONTANT
                    MOVE W-MONTANT-DESI TO W-DSL-MONTANT
                    WRITE JRNL-LIGNE FROM W-LIGNE-DESI-LIBERATION
                    MOVE E-DESINSCRIPTION TO W-IMAGE-AVANT
                    MOVE 0 TO E-DEI-MONTANT-CENTIMES
                    IF SIMULATION-NON
                       REWRITE E-DESINSCRIPTION
                          INVALID KEY
                             DISPLAY 'PAI1CI11 - ECHEC REWRITE '
                                     'FDEIN11 ' E-DEI-NUMERO
                          NOT INVALID KEY
                             MOVE 'FDEIN11 '       TO W-IMP-FICHIER
                             MOVE 'M'              TO W-IMP-ACTION
                             MOVE E-DESINSCRIPTION TO W-IMAGE-APRES
                             PERFORM 29500-JOURNALISE-IMAGE
                       END-REWRITE
                    END-IF
                 END-IF
           END-READ
           MOVE '00' TO FDEIN-STATUT
           .

      *--------------------------------------------------------*
      *   JOURNALISATION D'UNE MISE A JOUR (IMAGES AVANT ET     *
      *   APRES) : SEULE TRACE PERMETTANT D'ANNULER LE RUN      *
      *   (APA1CI11). APPELE APRES UNE ECRITURE REUSSIE, DONC   *
      *   JAMAIS EN SIMULATION                                  *
      *--------------------------------------------------------*
       29500-JOURNALISE-IMAGE.
      *----------------------*
           ADD 1 TO W-NB-IMAGES
           MOVE SPACE          TO E-IMAGE-PAIE
           MOVE W-MOIS-CALCULE TO E-IMP-MOIS
           MOVE W-NB-IMAGES    TO E-IMP-SEQ
           MOVE W-IMP-FICHIER  TO E-IMP-FICHIER
           MOVE W-IMP-ACTION   TO E-IMP-ACTION
           MOVE W-IMAGE-AVANT  TO E-IMP-AVANT
           MOVE W-IMAGE-APRES  TO E-IMP-APRES
           WRITE E-IMAGE-PAIE
           IF NOT IMPA-OK
              DISPLAY 'PAI1CI11 - ECRITURE PAIAVANT KO : ' IMPA-STATUT
                      ' - RUN NON ANNULABLE'
              MOVE 8 TO RETURN-CODE
           END-IF
           .

              IF SIMULATION-NON
                 MOVE SPACE                 TO CPTA-REC
                 MOVE 'D'                   TO CPTA-SENS
                 MOVE W-VEN-COMPTE(IDX-VEN) TO CPTA-COMPTE
                 MOVE W-VEN-SITE(IDX-VEN)   TO CPTA-SITE
                 MOVE W-VEN-SESSION(IDX-VEN) TO CPTA-SESSION
                 MOVE W-MOIS-CALCULE        TO CPTA-MOIS
                 COMPUTE CPTA-MONTANT-CENTIMES =
                         W-VEN-MONTANT(IDX-VEN) * 100
                 EVALUATE W-VEN-COMPTE(IDX-VEN)
                    WHEN W-COMPTE-FRAIS
                       MOVE 'FRAIS DEPLACEMENT REPAS' TO CPTA-LIBELLE
                    WHEN W-COMPTE-AIDE
                       MOVE 'AIDES EXCEPTIONNELLES' TO CPTA-LIBELLE
                    WHEN OTHER
                       MOVE 'INDEMNITES STAGE' TO CPTA-LIBELLE
                 END-EVALUATE
                 WRITE CPTA-REC
              ELSE
                 MOVE W-VEN-SITE(IDX-VEN)    TO W-VTL-SITE
                 MOVE W-VEN-SESSION(IDX-VEN) TO W-VTL-SESSION
                 MOVE W-VEN-COMPTE(IDX-VEN)  TO W-VTL-COMPTE
                 MOVE W-VEN-MONTANT(IDX-VEN) TO W-VTL-MONTANT
                 WRITE JRNL-LIGNE FROM W-LIGNE-VENTIL
              END-IF
              WRITE CPTA-REC
           END-IF

      *    L'ORGANISME PAYEUR VERSE LES INDEMNITES NETTES, LES
      *    PARTS SAISIES, LES FRAIS REMBOURSES ET LES AIDES
      *    EXCEPTIONNELLES : LES DEUX FICHIERS D'ORDRES SONT
      *    RAPPROCHES
           COMPUTE W-TOTAL-VERSE = W-TOTAL-MONTANT + W-TOTAL-SAISIES
                                 + W-TOTAL-FRAIS + W-TOTAL-AIDES
           MOVE W-TOTAL-ECRITURES TO W-RAP-ECRITURES
           MOVE W-TOTAL-VERSE     TO W-RAP-PAIEMENTS
           IF W-TOTAL-ECRITURES = W-TOTAL-VERSE
              MOVE 'EQUILIBRE'    TO W-RAP-VERDICT
           ELSE
              MOVE '** ECART **'  TO W-RAP-VERDICT
                    WRITE E-PARAM
                       INVALID KEY
                          DISPLAY 'PAI1CI11 - CLOTURE DU MOIS KO'
                       NOT INVALID KEY
                          MOVE 'FPARM11 ' TO W-IMP-FICHIER
                          MOVE 'C'        TO W-IMP-ACTION
                          MOVE SPACE      TO W-IMAGE-AVANT
                          MOVE E-PARAM    TO W-IMAGE-APRES
                          PERFORM 29500-JOURNALISE-IMAGE
                    END-WRITE
                 NOT INVALID KEY
      *             UN RECALCUL D'UN MOIS ANTERIEUR NE ROUVRE PAS
      *             LES MOIS DEJA CLOS DEPUIS
                    IF W-MOIS-CALCULE > E-PAR-VALEUR
                       MOVE E-PARAM        TO W-IMAGE-AVANT
                       MOVE W-MOIS-CALCULE TO E-PAR-VALEUR
                       MOVE W-DATE-EDITION TO E-PAR-DATE-MAJ
                       MOVE 'PAI1CI11'     TO E-PAR-USERID-MAJ
                       REWRITE E-PARAM
                          INVALID KEY
                             DISPLAY 'PAI1CI11 - CLOTURE DU MOIS KO'
                          NOT INVALID KEY
                             MOVE 'FPARM11 ' TO W-IMP-FICHIER
                             MOVE 'M'        TO W-IMP-ACTION
                             MOVE E-PARAM    TO W-IMAGE-APRES
                             PERFORM 29500-JOURNALISE-IMAGE
                       END-REWRITE
                    END-IF
              END-READ
