      *======================================================*
      *   PROGRAMME BATCH - APPLICATION DES MISES A JOUR     *
      *   DIFFEREES (FDIFF11) EN FIN DE CHAINE DE NUIT :     *
      *   PENDANT LA FERMETURE DE FSTAG11 AU CICS, LES       *
      *   ECRANS INF1CI11 (CREATION) ET INF3CI11             *
      *   (MODIFICATION) Y RANGENT LA SAISIE CONFIRMEE DU    *
      *   GESTIONNAIRE. CHAQUE SAISIE EN ATTENTE EST REPRISE *
      *   DANS L'ORDRE DE SAISIE AVEC LES MEMES CONTROLES    *
      *   QUE L'ECRAN (SANS DEROGATION : ELLE SE DONNE EN    *
      *   LIGNE), LE VERROU OPTIMISTE E-VERSION POUR UNE     *
      *   MODIFICATION, ET LES MEMES EFFETS (PLACEMENT,      *
      *   SESSION, ABANDON, NIR, CHECKLIST, SUIVI) ; LA      *
      *   TRACE D'AUDIT FSTAGA11/FSTAGD11 PORTE L'AUTEUR ET  *
      *   LE TERMINAL DE LA SAISIE. UNE SAISIE REJETEE EST   *
      *   AVISEE PAR COURRIEL (FMAIL11, MODELE DIFREJET) A   *
      *   LA BOITE DU SITE DE L'AUTEUR (FHABI11/FSITE11).    *
      *   LES COMPTEURS PRECALCULES SONT RECALES ENSUITE     *
      *   PAR REB1CI11                                       *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIF1CI11.

      *======================================================*
      *   E N V I R O N M E N T       D I V I S I O N        *
      *======================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        FILE D'ATTENTE DES SAISIES DIFFEREES (ABSENTE :
      *        AUCUNE SAISIE A APPLIQUER)
           SELECT FDIFF-FILE ASSIGN TO FDIFF11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-DIF-CLE
               FILE STATUS IS FDIFF-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FPLAC-FILE ASSIGN TO FPLAC11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-PLA-CLE
               FILE STATUS IS FPLAC-STATUT.

           SELECT FSESS-FILE ASSIGN TO FSESS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SES-CODE
               FILE STATUS IS FSESS-STATUT.

      *        PREREQUIS DES SESSIONS ET CERTIFICATIONS DU
      *        STAGIAIRE : UN FICHIER ABSENT (STATUT 35) VAUT
      *        ABSENCE DE DONNEES
           SELECT FPREQ-FILE ASSIGN TO FPREQ11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-PRQ-CLE
               FILE STATUS IS FPREQ-STATUT.

           SELECT FRESU-FILE ASSIGN TO FRESU11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-RES-CLE
               FILE STATUS IS FRESU-STATUT.

      *        REFERENTIELS DE CONTROLE DE LA SAISIE
           SELECT FEMPL-FILE ASSIGN TO FEMPL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-EMP-CODE
               FILE STATUS IS FEMPL-STATUT.

           SELECT FCONV-FILE ASSIGN TO FCONV11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-CNV-EMPLOYEUR
               FILE STATUS IS FCONV-STATUT.

           SELECT FROME-FILE ASSIGN TO FROME11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-ROM-CODE
               FILE STATUS IS FROME-STATUT.

      *        COMMUNES (ABSENT : LE CONTROLE DE MASSE COM2CI11
      *        RATTRAPERA, COMME A L'ECRAN)
           SELECT FCOMM-FILE ASSIGN TO FCOMM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-COM-CLE
               FILE STATUS IS FCOMM-STATUT.

           SELECT FPARM-FILE ASSIGN TO FPARM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PAR-CLE
               FILE STATUS IS FPARM-STATUT.

      *        MOTIFS D'ABANDON (REFERENTIEL) ET ABANDONS DATES
           SELECT FMABA-FILE ASSIGN TO FMABA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-MAB-CLE
               FILE STATUS IS FMABA-STATUT.

           SELECT FABAN-FILE ASSIGN TO FABAN11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-ABA-CLE
               FILE STATUS IS FABAN-STATUT.

           SELECT FSTAGA-FILE ASSIGN TO FSTAGA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLE-HISTO
               FILE STATUS IS FSTAGA-STATUT.

           SELECT FSTAGD-FILE ASSIGN TO FSTAGD11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-DET-CLE
               FILE STATUS IS FSTAGD-STATUT.

           SELECT FDOCS-FILE ASSIGN TO FDOCS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-DOC-CLE
               FILE STATUS IS FDOCS-STATUT.

           SELECT FTDOC-FILE ASSIGN TO FTDOC11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-TDO-CODE
               FILE STATUS IS FTDOC-STATUT.

      *        INDEX PHONETIQUE DES NOMS (CF PHO1CI11)
           SELECT FPHON-FILE ASSIGN TO FPHON11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PHO-CLE
               FILE STATUS IS FPHON-STATUT.

      *        NIR DES STAGIAIRES : CLE PRIMAIRE LE NUMERO, CLE
      *        ALTERNATIVE UNIQUE LE NIR (CHEMIN DD FNIR111) ; LES
      *        SAISIES SONT JOURNALISEES DANS FNIRJ11
           SELECT FNIR-FILE ASSIGN TO FNIR11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-NIR-NUMERO
               ALTERNATE RECORD KEY IS E-NIR-VALEUR
               FILE STATUS IS FNIR-STATUT.

           SELECT FNIRJ-FILE ASSIGN TO FNIRJ11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NRJ-CLE
               FILE STATUS IS FNIRJ-STATUT.

      *        SUIVI D'INSERTION POST-PLACEMENT (CF FIN1CI11) ET
      *        CALENDRIER DES JOURS FERIES
           SELECT FSUIV-FILE ASSIGN TO FSUIV11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SUI-CLE
               FILE STATUS IS FSUIV-STATUT.

           SELECT FJOUR-FILE ASSIGN TO FJOUR11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-JOU-DATE
               FILE STATUS IS FJOUR-STATUT.

      *        PROFIL DE L'AUTEUR (SITE) ET BOITE DE L'ANTENNE
           SELECT FHABI-FILE ASSIGN TO FHABI11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-HAB-USERID
               FILE STATUS IS FHABI-STATUT.

           SELECT FSITE-FILE ASSIGN TO FSITE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SIT-CODE
               FILE STATUS IS FSITE-STATUT.

           SELECT FMAIL-FILE ASSIGN TO FMAIL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-MAI-CLE
               FILE STATUS IS FMAIL-STATUT.

           SELECT JRNL-FILE ASSIGN TO RPTDIF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNL-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FDIFF-FILE.
       COPY CDIFF.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FPLAC-FILE.
       COPY CPLAC.

       FD  FSESS-FILE.
       COPY CSESS.

       FD  FPREQ-FILE.
       COPY CPREQ.

       FD  FRESU-FILE.
       COPY CRESU.

       FD  FEMPL-FILE.
       COPY CEMPL.

       FD  FCONV-FILE.
       COPY CCONV.

       FD  FROME-FILE.
       COPY CROME.

       FD  FCOMM-FILE.
       COPY CCOMM.

       FD  FPARM-FILE.
       COPY CPARM.

       FD  FMABA-FILE.
       COPY CMABA.

       FD  FABAN-FILE.
       COPY CABAN.

       FD  FSTAGA-FILE.
       COPY CTDHIST.

       FD  FSTAGD-FILE.
       COPY CDETA.

       FD  FDOCS-FILE.
       COPY CDOCS.

       FD  FTDOC-FILE.
       COPY CTDOC.

       FD  FPHON-FILE.
       COPY CPHON.

       FD  FNIR-FILE.
       COPY CNIR.

       FD  FNIRJ-FILE.
       COPY CNIRJ.

       FD  FSUIV-FILE.
       COPY CSUIV.

       FD  FJOUR-FILE.
       COPY CJOUR.

       FD  FHABI-FILE.
       COPY CHABI.

       FD  FSITE-FILE.
       COPY CSITE.

       FD  FMAIL-FILE.
       COPY CMAIL.

       FD  JRNL-FILE.
       01  JRNL-LIGNE                 PIC X(132).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------*
      *   SCELLEMENT DES TRACES D'AUDIT ECRITES (FSCEL11)     *
      *------------------------------------------------------*
       01 pgm-scellbat                PIC X(8) VALUE 'SCELLBAT'.
       COPY CSCEP.

       01 FDIFF-STATUT                PIC X(2).
         88 FDIFF-OK                  VALUE '00'.
         88 FDIFF-FIN                 VALUE '10'.
         88 FDIFF-ABSENT              VALUE '35'.
       01 W-FDIFF-PRESENT             PIC 9 VALUE 0.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FPLAC-STATUT                PIC X(2).
         88 FPLAC-OK                  VALUE '00'.
         88 FPLAC-FIN                 VALUE '10'.

       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.

       01 FPREQ-STATUT                PIC X(2).
         88 FPREQ-OK                  VALUE '00'.
         88 FPREQ-FIN                 VALUE '10'.
         88 FPREQ-ABSENT              VALUE '35'.
       01 W-FPREQ-PRESENT             PIC 9 VALUE 0.

       01 FRESU-STATUT                PIC X(2).
         88 FRESU-OK                  VALUE '00'.
         88 FRESU-FIN                 VALUE '10'.
         88 FRESU-ABSENT              VALUE '35'.
       01 W-FRESU-PRESENT             PIC 9 VALUE 0.

       01 FEMPL-STATUT                PIC X(2).
         88 FEMPL-OK                  VALUE '00'.

       01 FCONV-STATUT                PIC X(2).
         88 FCONV-OK                  VALUE '00'.

       01 FROME-STATUT                PIC X(2).
         88 FROME-OK                  VALUE '00'.

       01 FCOMM-STATUT                PIC X(2).
         88 FCOMM-OK                  VALUE '00'.
         88 FCOMM-ABSENT              VALUE '35'.
       01 W-FCOMM-PRESENT             PIC 9 VALUE 0.

       01 FPARM-STATUT                PIC X(2).
         88 FPARM-OK                  VALUE '00'.
         88 FPARM-ABSENT              VALUE '35'.

       01 FMABA-STATUT                PIC X(2).
         88 FMABA-OK                  VALUE '00'.

       01 FABAN-STATUT                PIC X(2).
         88 FABAN-OK                  VALUE '00'.

       01 FSTAGA-STATUT               PIC X(2).
         88 FSTAGA-OK                 VALUE '00'.

       01 FSTAGD-STATUT               PIC X(2).
         88 FSTAGD-OK                 VALUE '00'.

       01 FDOCS-STATUT                PIC X(2).
         88 FDOCS-OK                  VALUE '00'.

       01 FTDOC-STATUT                PIC X(2).
         88 FTDOC-OK                  VALUE '00'.
         88 FTDOC-FIN                 VALUE '10'.

       01 FPHON-STATUT                PIC X(2).
         88 FPHON-OK                  VALUE '00'.

       01 FNIR-STATUT                 PIC X(2).
         88 FNIR-OK                   VALUE '00'.

       01 FNIRJ-STATUT                PIC X(2).
         88 FNIRJ-OK                  VALUE '00'.

       01 FSUIV-STATUT                PIC X(2).
         88 FSUIV-OK                  VALUE '00'.

       01 FJOUR-STATUT                PIC X(2).
         88 FJOUR-OK                  VALUE '00'.
         88 FJOUR-FIN                 VALUE '10'.
         88 FJOUR-ABSENT              VALUE '35'.

       01 FHABI-STATUT                PIC X(2).
         88 FHABI-OK                  VALUE '00'.

       01 FSITE-STATUT                PIC X(2).
         88 FSITE-OK                  VALUE '00'.

       01 FMAIL-STATUT                PIC X(2).
         88 FMAIL-OK                  VALUE '00'.

       01 JRNL-STATUT                 PIC X(2).
         88 JRNL-OK                   VALUE '00'.

       01 W-FIN-FICHIER               PIC 9.
         88 FIN-FICHIER-OUI           VALUE 1.
         88 FIN-FICHIER-NON           VALUE 0.

       01 W-NB-LUS                    PIC 9(5) VALUE 0.
       01 W-NB-APPLIQUES              PIC 9(5) VALUE 0.
       01 W-NB-REJETES                PIC 9(5) VALUE 0.
       01 W-NB-NON-AVISES             PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   CONTROLES : MEMES REGLES QUE 23200-CHECK-DATA DE    *
      *   INF1CI11 / INF3CI11                                 *
      *------------------------------------------------------*
       01 W-MOTIF-REJET               PIC X(40).
       01 W-SAISIE-VALIDE             PIC 9.
         88 SAISIE-VALIDE             VALUE 1.
         88 SAISIE-REJETEE            VALUE 0.

       01 NUM-TEL-NUMERIC             PIC 99.
       01 EMAIL-LOCAL                 PIC X(40).
       01 EMAIL-DOMAIN                PIC X(40).
       01 EMAIL-AT-COUNT              PIC 99.
       01 EMAIL-DOT-COUNT             PIC 99.

      * --------- Nom des sous-programmes
       01 pgm-name.
         02 pgm-validdat              PIC X(8) value 'VALIDDAT'.
         02 pgm-validper              PIC X(8) value 'VALIDPER'.
         02 pgm-validnir              PIC X(8) value 'VALIDNIR'.
         02 pgm-validjou              PIC X(8) value 'VALIDJOU'.
         02 pgm-validpho              PIC X(8) value 'VALIDPHO'.

       01 validdat-param.
         02 date-to-validate          PIC X(8).
         02 CR-VALIDDAT               PIC 9 value 0.
          88 cr-validdat-false              value 0.
          88 cr-validdat-ok                 value 1.
         02 AN-MIN-VALIDDAT           PIC 9(4) value 0.
         02 AN-MAX-VALIDDAT           PIC 9(4) value 0.

       01 validper-param.
         02 DATE-DEBUT-P              PIC X(8).
         02 DATE-FIN-P                PIC X(8).
         02 AN-MIN-P                  PIC 9(4) value 0.
         02 AN-MAX-P                  PIC 9(4) value 0.
         02 CR-PERIODE                PIC 9.
           88 cr-periode-ok              value 0.
           88 cr-periode-deb-invalide    value 1.
           88 cr-periode-fin-invalide    value 2.
           88 cr-periode-ordre-invalide  value 3.

      * --------- Parametre pour sous-programme VALIDNIR
       01 validnir-param.
         02 NIR-A-VALIDER             PIC X(15).
         02 SEXE-A-VALIDER            PIC X(1).
         02 NAISS-A-VALIDER           PIC X(8).
         02 CR-NIR                    PIC 9.
           88 cr-nir-invalide         value 0.
           88 cr-nir-valide           value 1.
           88 cr-nir-sexe             value 2.
           88 cr-nir-naissance        value 3.

      * --------- Parametre pour sous-programme VALIDPHO
       01 validpho-param.
         02 NOM-A-CODER               PIC X(20).
         02 CLE-PHONETIQUE            PIC X(8).
         02 CR-PHONETIQUE             PIC 9.
           88 cr-phonetique-vide value 0.
           88 cr-phonetique-ok   value 1.

      * --------- Parametre pour sous-programme VALIDJOU
       01 validjou-param.
         02 FONCTION-J                PIC X(1).
         02 DATE-DEBUT-J              PIC X(8).
         02 DATE-FIN-J                PIC X(8).
         02 NB-JOURS-DEMANDE          PIC 9(3).
         02 DATE-RESULTAT-J           PIC X(8).
         02 NB-JOURS-RESULTAT         PIC 9(3).
         02 CR-JOURS                  PIC 9.
           88 cr-jours-invalide value 0.
           88 cr-jours-ok       value 1.
         02 NB-FERIES-J               PIC 9(2).
         02 TAB-FERIES-J.
           05 FERIE-J                 PIC 9(8) OCCURS 20.

      * --------- Plage d'age plausible pour la date de naissance
       01 AGE-MIN-STAGIAIRE           PIC 999 value 14.
       01 AGE-MAX-STAGIAIRE           PIC 999 value 100.
       01 ANNEE-COURANTE              PIC 9(4).

      *------------------------------------------------------*
      *   PREREQUIS DE LA SESSION : CERTIFICATION OBTENUE OU  *
      *   SESSION SUIVIE JUSQU'AU BOUT, PAR LE CODE EXIGE OU  *
      *   UNE SESSION DE MEME INTITULE (RECONDUCTION). PAS DE *
      *   DEROGATION EN BATCH : ELLE SE DONNE EN LIGNE        *
      *------------------------------------------------------*
       01 W-SES-DATE-DEB              PIC X(8).
       01 W-SES-DATE-FIN              PIC X(8).
       01 W-PRQ-SESSION               PIC X(6).
       01 W-PRQ-NB                    PIC S9(4) COMP.
       01 W-PRQ-IDX                   PIC S9(4) COMP.
       01 W-PRQ-MANQUANT              PIC S9(4) COMP.
       01 W-PRQ-TABLE.
         05 W-PRQ-POSTE OCCURS 10.
           10 W-PRQ-TYPE              PIC X(1).
           10 W-PRQ-REQUIS            PIC X(6).
       01 W-PRQ-CODE                  PIC X(6).
       01 W-PRQ-TITRE                 PIC X(30).
       01 W-PRQ-FIN-BROWSE            PIC 9.
       01 W-PRQ-SATISFAIT             PIC 9.
         88 PRQ-SATISFAIT-OUI         VALUE 1.
         88 PRQ-SATISFAIT-NON         VALUE 0.

      *------------------------------------------------------*
      *   IMAGE DU DOSSIER AVANT APPLICATION (ESPACES POUR    *
      *   UNE CREATION) : SERT AU DETAIL D'AUDIT, AU          *
      *   DEPLACEMENT DES INSCRITS ET AUX DRAPEAUX NPAI       *
      *------------------------------------------------------*
       01 ANCIEN-DOSSIER              PIC X(400).
       01 W-SESSION-AVANT             PIC X(6).
       01 W-STATUT-AVANT              PIC X(1).
       01 W-EMAIL-AVANT               PIC X(40).
       01 W-ADR1-AVANT                PIC X(30).
       01 W-ADR2-AVANT                PIC X(30).
       01 W-CODEP-AVANT               PIC X(5).
       01 W-VILLE-AVANT               PIC X(25).

      * --------- Champs suivis au detail d'audit (code, position
      *           dans E-STAGIAIRE, longueur) : meme table que
      *           INF1CI11
       01 CHAMPS-SUIVIS-V.
         05 FILLER PIC X(17) VALUE 'NOM       0007020'.
         05 FILLER PIC X(17) VALUE 'PRENOM    0027015'.
         05 FILLER PIC X(17) VALUE 'ADR1      0042030'.
         05 FILLER PIC X(17) VALUE 'ADR2      0072030'.
         05 FILLER PIC X(17) VALUE 'CODEP     0102005'.
         05 FILLER PIC X(17) VALUE 'VILLE     0107025'.
         05 FILLER PIC X(17) VALUE 'TELDOM    0132010'.
         05 FILLER PIC X(17) VALUE 'TELPOR    0142010'.
         05 FILLER PIC X(17) VALUE 'EMAIL     0152040'.
         05 FILLER PIC X(17) VALUE 'DATENAISS 0192008'.
         05 FILLER PIC X(17) VALUE 'DATEDEB   0200008'.
         05 FILLER PIC X(17) VALUE 'DATEFIN   0208008'.
         05 FILLER PIC X(17) VALUE 'STATUT    0216001'.
         05 FILLER PIC X(17) VALUE 'SUPPRIME  0217001'.
         05 FILLER PIC X(17) VALUE 'URGNOM    0218030'.
         05 FILLER PIC X(17) VALUE 'URGTEL    0248010'.
         05 FILLER PIC X(17) VALUE 'NOTES     0258100'.
         05 FILLER PIC X(17) VALUE 'CONSCOURR 0358001'.
         05 FILLER PIC X(17) VALUE 'CONSEMAIL 0359001'.
         05 FILLER PIC X(17) VALUE 'CONSPART  0360001'.
         05 FILLER PIC X(17) VALUE 'SITE      0365003'.
         05 FILLER PIC X(17) VALUE 'SESSION   0368006'.
         05 FILLER PIC X(17) VALUE 'GESTION   0375008'.
         05 FILLER PIC X(17) VALUE 'ROME      0386005'.
       01 FILLER REDEFINES CHAMPS-SUIVIS-V.
         05 CHAMP-SUIVI OCCURS 24.
           10 CHP-CODE                    PIC X(10).
           10 CHP-POSITION                PIC 9(4).
           10 CHP-LONGUEUR                PIC 9(3).
       77 IDX-CHAMP                       PIC 9(2).

      *------------------------------------------------------*
      *   NIR : ENREGISTRE, RETENU APRES SAISIE, MASQUE       *
      *------------------------------------------------------*
       01 W-NIR-AVANT                 PIC X(15).
       01 W-SEXE-AVANT                PIC X(1).
       01 W-NIR-APRES                 PIC X(15).
       01 W-NIR-MASQUE                PIC X(15).
       01 W-NIR-EXISTE                PIC 9 VALUE 0.
         88 NIR-EXISTE-OUI            VALUE 1.
         88 NIR-EXISTE-NON            VALUE 0.
       01 W-NIR-MODIFIE               PIC 9 VALUE 0.
         88 NIR-MODIFIE-OUI           VALUE 1.
         88 NIR-MODIFIE-NON           VALUE 0.

      *------------------------------------------------------*
      *   PLACEMENT COURANT (DERNIERE SEQUENCE FPLAC11)       *
      *------------------------------------------------------*
       01 PLA-SEQ-COURANT             PIC 9(2).
       01 PLA-SAUVE                   PIC X(100).
       01 W-PLA-FIN-BROWSE            PIC 9.
       01 W-PLA-NOUVEAU-EMP           PIC 9.
       01 W-CHR-ORDONNEE.
           05 W-CHR-AAAA              PIC X(4).
           05 W-CHR-MM                PIC X(2).
           05 W-CHR-JJ                PIC X(2).
       01 W-CHR-ORDONNEE-N REDEFINES W-CHR-ORDONNEE PIC 9(8).
       01 W-CHR-FIN-PREC              PIC 9(8).

      *------------------------------------------------------*
      *   CONVENTION D'ACCUEIL : VALIDITE ET PLAFOND          *
      *------------------------------------------------------*
       01 W-CNV-ORDONNEE.
           05 W-CNO-AAAA              PIC X(4).
           05 W-CNO-MM                PIC X(2).
           05 W-CNO-JJ                PIC X(2).
       01 W-CNV-ORDONNEE-N REDEFINES W-CNV-ORDONNEE PIC 9(8).
       01 W-NB-PLACES-EMP             PIC 9(5).
       01 W-FIN-PLAC-EMP              PIC 9.

      *------------------------------------------------------*
      *   AUTEUR DE LA SAISIE ET AVIS DE REJET                *
      *------------------------------------------------------*
       01 W-SITE-AUTEUR               PIC X(3).
       01 W-MAIL-DEPOSE               PIC 9 VALUE 0.

      *------------------------------------------------------*
      *   CHECKLIST STANDARD ET ECHEANCES DE SUIVI            *
      *------------------------------------------------------*
       01 W-STATUT-COMPTE             PIC 9.
       01 W-PIECE-SAUTEE              PIC 9 VALUE 0.
       01 W-ECHEANCE-DUE              PIC X(8).

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-JOUR.
           05 W-DATE-JOUR-AAAA        PIC 9(4).
           05 W-DATE-JOUR-MM          PIC 9(2).
           05 W-DATE-JOUR-JJ          PIC 9(2).
       01 W-AUJOURDHUI                PIC 9(8).
       01 W-HEURE-SYS                 PIC 9(8).
       01 W-DATE-AUDIT.
           05 W-AUD-JJ                PIC 99.
           05 FILLER                  PIC X VALUE '/'.
           05 W-AUD-MM                PIC 99.
           05 FILLER                  PIC X VALUE '/'.
           05 W-AUD-AAAA              PIC 9(4).
       01 W-HEURE-AUDIT.
           05 W-AUD-HH                PIC 99.
           05 FILLER                  PIC X VALUE ':'.
           05 W-AUD-MN                PIC 99.
           05 FILLER                  PIC X VALUE ':'.
           05 W-AUD-SS                PIC 99.
       01 W-COMPTEUR-SECONDE          PIC 9(2) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES DU JOURNAL                                  *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(45) VALUE
              'JOURNAL DES MISES A JOUR DIFFEREES (FDIFF11)'.

       01 W-LIGNE-JRNL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-JRN-DATE              PIC X(8).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-JRN-HEURE             PIC X(6).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-JRN-TERMINAL          PIC X(4).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-JRN-AUTEUR            PIC X(8).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-JRN-FONCTION          PIC X(1).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-JRN-NUMERO            PIC X(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-JRN-RESULTAT          PIC X(10).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-JRN-MOTIF             PIC X(40).

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(7)  VALUE 'LUS  : '.
           05 W-TOT-LUS               PIC ZZZZ9.
           05 FILLER                  PIC X(14) VALUE
              '  APPLIQUES : '.
           05 W-TOT-APPLIQUES         PIC ZZZZ9.
           05 FILLER                  PIC X(12) VALUE '  REJETES : '.
           05 W-TOT-REJETES           PIC ZZZZ9.
           05 FILLER                  PIC X(15) VALUE
              '  NON AVISES : '.
           05 W-TOT-NON-AVISES        PIC ZZZZ9.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           IF W-FDIFF-PRESENT = 1
              PERFORM  20000-TRAIT-DIFFERES
           END-IF
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD
           MOVE W-DATE-SYS TO W-DATE-JOUR W-AUJOURDHUI
           MOVE W-DATE-JOUR-AAAA TO ANNEE-COURANTE
           ACCEPT W-HEURE-SYS FROM TIME

           MOVE W-DATE-JOUR-JJ   TO W-AUD-JJ
           MOVE W-DATE-JOUR-MM   TO W-AUD-MM
           MOVE W-DATE-JOUR-AAAA TO W-AUD-AAAA
           MOVE W-HEURE-SYS(1:2) TO W-AUD-HH
           MOVE W-HEURE-SYS(3:2) TO W-AUD-MN
           MOVE W-HEURE-SYS(5:2) TO W-AUD-SS

           OPEN I-O FDIFF-FILE
           EVALUATE TRUE
              WHEN FDIFF-OK
                 MOVE 1 TO W-FDIFF-PRESENT
              WHEN FDIFF-ABSENT
                 MOVE 0 TO W-FDIFF-PRESENT
                 DISPLAY 'DIF1CI11 - FDIFF11 ABSENT : AUCUNE '
                         'MISE A JOUR DIFFEREE'
              WHEN OTHER
                 DISPLAY 'DIF1CI11 - OUVERTURE FDIFF11 IMPOSSIBLE : '
                         FDIFF-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN I-O FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FPLAC-FILE
           IF NOT FPLAC-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FPLAC11 IMPOSSIBLE : '
                      FPLAC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FSESS-FILE
           IF NOT FSESS-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FSESS11 IMPOSSIBLE : '
                      FSESS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FPREQ-FILE
           EVALUATE TRUE
              WHEN FPREQ-OK
                 MOVE 1 TO W-FPREQ-PRESENT
              WHEN FPREQ-ABSENT
                 MOVE 0 TO W-FPREQ-PRESENT
              WHEN OTHER
                 DISPLAY 'DIF1CI11 - OUVERTURE FPREQ11 IMPOSSIBLE : '
                         FPREQ-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN INPUT FRESU-FILE
           EVALUATE TRUE
              WHEN FRESU-OK
                 MOVE 1 TO W-FRESU-PRESENT
              WHEN FRESU-ABSENT
                 MOVE 0 TO W-FRESU-PRESENT
              WHEN OTHER
                 DISPLAY 'DIF1CI11 - OUVERTURE FRESU11 IMPOSSIBLE : '
                         FRESU-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN INPUT FEMPL-FILE
           IF NOT FEMPL-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FEMPL11 IMPOSSIBLE : '
                      FEMPL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FCONV-FILE
           IF NOT FCONV-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FCONV11 IMPOSSIBLE : '
                      FCONV-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FROME-FILE
           IF NOT FROME-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FROME11 IMPOSSIBLE : '
                      FROME-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FCOMM-FILE
           EVALUATE TRUE
              WHEN FCOMM-OK
                 MOVE 1 TO W-FCOMM-PRESENT
              WHEN FCOMM-ABSENT
                 MOVE 0 TO W-FCOMM-PRESENT
              WHEN OTHER
                 DISPLAY 'DIF1CI11 - OUVERTURE FCOMM11 IMPOSSIBLE : '
                         FCOMM-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN INPUT FMABA-FILE
           IF NOT FMABA-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FMABA11 IMPOSSIBLE : '
                      FMABA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FABAN-FILE
           IF NOT FABAN-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FABAN11 IMPOSSIBLE : '
                      FABAN-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FSTAGA-FILE
           IF NOT FSTAGA-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FSTAGA11 IMPOSSIBLE : '
                      FSTAGA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FSTAGD-FILE
           IF NOT FSTAGD-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FSTAGD11 IMPOSSIBLE : '
                      FSTAGD-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 10500-LIT-PARAMETRES

           OPEN I-O FDOCS-FILE
           IF NOT FDOCS-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FDOCS11 IMPOSSIBLE : '
                      FDOCS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FTDOC-FILE
           IF NOT FTDOC-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FTDOC11 IMPOSSIBLE : '
                      FTDOC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FPHON-FILE
           IF NOT FPHON-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FPHON11 IMPOSSIBLE : '
                      FPHON-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FNIR-FILE
           IF NOT FNIR-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FNIR11 IMPOSSIBLE : '
                      FNIR-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FNIRJ-FILE
           IF NOT FNIRJ-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FNIRJ11 IMPOSSIBLE : '
                      FNIRJ-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FSUIV-FILE
           IF NOT FSUIV-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FSUIV11 IMPOSSIBLE : '
                      FSUIV-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 15000-CHARGE-FERIES

           OPEN INPUT FHABI-FILE
           IF NOT FHABI-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FHABI11 IMPOSSIBLE : '
                      FHABI-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSITE-FILE
           IF NOT FSITE-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FSITE11 IMPOSSIBLE : '
                      FSITE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FMAIL-FILE
           IF NOT FMAIL-OK
              DISPLAY 'DIF1CI11 - OUVERTURE FMAIL11 IMPOSSIBLE : '
                      FMAIL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT JRNL-FILE
           IF NOT JRNL-OK
              DISPLAY 'DIF1CI11 - OUVERTURE RPTDIF IMPOSSIBLE : '
                      JRNL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           WRITE JRNL-LIGNE FROM W-LIGNE-TITRE
           .

      *--------------------------------------------------------*
      *   BORNES D'AGE RELUES DU FICHIER DE PARAMETRES          *
      *   (FPARM11), COMME LA SAISIE EN LIGNE ; LES VALEURS     *
      *   COMPILEES RESTENT LE DEFAUT SI LE PARAMETRE OU LE     *
      *   FICHIER EST ABSENT                                    *
      *--------------------------------------------------------*
       10500-LIT-PARAMETRES.
      *----------------------*
           OPEN INPUT FPARM-FILE
           EVALUATE TRUE
              WHEN FPARM-OK
                 MOVE 'AGE-MIN     ' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE E-PAR-VALEUR TO AGE-MIN-STAGIAIRE
                 END-READ
                 MOVE 'AGE-MAX     ' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE E-PAR-VALEUR TO AGE-MAX-STAGIAIRE
                 END-READ
                 CLOSE FPARM-FILE
              WHEN FPARM-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'DIF1CI11 - OUVERTURE FPARM11 KO : '
                         FPARM-STATUT
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   CHARGEMENT DES JOURS FERIES DE L'ANNEE (FJOUR11)       *
      *--------------------------------------------------------*
       15000-CHARGE-FERIES.
      *----------------------*
           MOVE 0 TO NB-FERIES-J
           OPEN INPUT FJOUR-FILE
           EVALUATE TRUE
              WHEN FJOUR-OK
                 PERFORM UNTIL FJOUR-FIN
                    READ FJOUR-FILE NEXT RECORD
                       AT END
                          CONTINUE
                       NOT AT END
                          IF NB-FERIES-J < 20
                             AND E-JOU-DATE(1:4) =
                                 W-DATE-JOUR-AAAA
                             ADD 1 TO NB-FERIES-J
                             MOVE E-JOU-DATE
                               TO FERIE-J(NB-FERIES-J)
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE FJOUR-FILE
              WHEN FJOUR-ABSENT
      *           Calendrier absent : seuls les week-ends sont
      *           exclus des echeances
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'DIF1CI11 - OUVERTURE FJOUR11 KO : '
                         FJOUR-STATUT
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   PARCOURS DE LA FILE DANS L'ORDRE DE SAISIE (CLE       *
      *   DATE + HEURE + TERMINAL) ; LES SAISIES DEJA TRAITEES  *
      *   (T OU R) RESTENT EN FICHIER POUR LA CONSULTATION ET   *
      *   SONT SAUTEES                                          *
      *--------------------------------------------------------*
       20000-TRAIT-DIFFERES.
      *----------------------*
           SET FIN-FICHIER-NON TO TRUE
           MOVE LOW-VALUE TO E-DIF-CLE
           START FDIFF-FILE KEY IS NOT LESS THAN E-DIF-CLE
              INVALID KEY
                 SET FIN-FICHIER-OUI TO TRUE
           END-START

           PERFORM UNTIL FIN-FICHIER-OUI
              READ FDIFF-FILE NEXT RECORD
                 AT END
                    SET FIN-FICHIER-OUI TO TRUE
                 NOT AT END
                    IF DIF-EN-ATTENTE
                       PERFORM 21000-TRAIT-UN-DIFFERE
                    END-IF
              END-READ
           END-PERFORM
           .

       21000-TRAIT-UN-DIFFERE.
      *----------------------*
           ADD 1 TO W-NB-LUS
           SET SAISIE-VALIDE TO TRUE
           MOVE SPACE TO W-MOTIF-REJET
           PERFORM 21100-LIT-AUTEUR

           IF DIF-CREATION
              PERFORM 21200-CONTROLE-CREATION
           ELSE
              IF DIF-MODIFICATION
                 PERFORM 21300-CONTROLE-MODIFICATION
              ELSE
                 MOVE 'NATURE DE SAISIE INCONNUE' TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
              END-IF
           END-IF

           IF SAISIE-VALIDE
              PERFORM 22000-CONTROLE-SAISIE
           END-IF

           IF SAISIE-VALIDE
              IF DIF-CREATION
                 PERFORM 24000-APPLIQUE-CREATION
              ELSE
                 PERFORM 25000-APPLIQUE-MODIFICATION
              END-IF
           END-IF

           IF SAISIE-VALIDE
              ADD 1 TO W-NB-APPLIQUES
              SET DIF-APPLIQUEE TO TRUE
           ELSE
              ADD 1 TO W-NB-REJETES
              SET DIF-REJETEE TO TRUE
              PERFORM 27000-AVISE-AUTEUR
           END-IF

           MOVE W-DATE-AUDIT  TO E-DIF-DATE-TRAIT
           MOVE W-MOTIF-REJET TO E-DIF-MOTIF
           REWRITE E-DIFFERE
              INVALID KEY
                 DISPLAY 'DIF1CI11 - ECHEC MAJ FDIFF11 NUM '
                         E-DIF-NUMERO ' STATUT ' FDIFF-STATUT
           END-REWRITE

           PERFORM 26000-EDITE-JOURNAL
           .

       21100-LIT-AUTEUR.
      *    Site de rattachement de l'auteur (FHABI11) : site du
      *    dossier cree, comme 23305-SITE-PAR-DEFAUT de INF1CI11,
      *    et boite de l'antenne pour l'avis de rejet
           MOVE SPACE        TO W-SITE-AUTEUR
           MOVE E-DIF-USERID TO E-HAB-USERID
           READ FHABI-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE E-HAB-SITE TO W-SITE-AUTEUR
           END-READ
           .

      *--------------------------------------------------------*
      *   CREATION : LE NUMERO RETENU A L'ECRAN DOIT ETRE       *
      *   ENCORE LIBRE                                          *
      *--------------------------------------------------------*
       21200-CONTROLE-CREATION.
      *----------------------*
           MOVE SPACE TO ANCIEN-DOSSIER
           MOVE SPACE TO W-SESSION-AVANT W-STATUT-AVANT
                         W-EMAIL-AVANT W-ADR1-AVANT W-ADR2-AVANT
                         W-CODEP-AVANT W-VILLE-AVANT

           IF E-DIF-NUMERO IS NOT NUMERIC OR E-DIF-NUMERO = 0
              MOVE 'NUMERO DE STAGIAIRE INVALIDE' TO W-MOTIF-REJET
              SET SAISIE-REJETEE TO TRUE
           ELSE
              MOVE E-DIF-NUMERO TO E-NUMERO
              READ FSTAG-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'NUMERO DEJA ATTRIBUE ENTRE-TEMPS'
                      TO W-MOTIF-REJET
                    SET SAISIE-REJETEE TO TRUE
              END-READ
           END-IF
           .

      *--------------------------------------------------------*
      *   MODIFICATION : DOSSIER PRESENT, ACTIF, ET VERROU      *
      *   OPTIMISTE - LA VERSION AFFICHEE A LA SAISIE DOIT      *
      *   ETRE ENCORE CELLE DU FICHIER                          *
      *--------------------------------------------------------*
       21300-CONTROLE-MODIFICATION.
      *----------------------*
           MOVE E-DIF-NUMERO TO E-NUMERO
           READ FSTAG-FILE
              INVALID KEY
                 MOVE 'STAGIAIRE INCONNU' TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
           END-READ

           IF SAISIE-VALIDE
              EVALUATE TRUE
                 WHEN SUPPRIME-OUI
                    MOVE 'DOSSIER SUPPRIME DEPUIS LA SAISIE'
                      TO W-MOTIF-REJET
                    SET SAISIE-REJETEE TO TRUE
                 WHEN TRANSFERE-REGION-OUI
                    MOVE 'DOSSIER TRANSFERE HORS REGION'
                      TO W-MOTIF-REJET
                    SET SAISIE-REJETEE TO TRUE
                 WHEN E-VERSION NOT = E-DIF-VERSION
                    MOVE 'DOSSIER MODIFIE DEPUIS LA SAISIE'
                      TO W-MOTIF-REJET
                    SET SAISIE-REJETEE TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

      *    Image avant modification, pour le detail d'audit
           IF SAISIE-VALIDE
              MOVE E-STAGIAIRE    TO ANCIEN-DOSSIER
              MOVE E-CODE-SESSION TO W-SESSION-AVANT
              MOVE E-STATUT       TO W-STATUT-AVANT
              MOVE E-EMAIL        TO W-EMAIL-AVANT
              MOVE E-ADR1         TO W-ADR1-AVANT
              MOVE E-ADR2         TO W-ADR2-AVANT
              MOVE E-CODEP        TO W-CODEP-AVANT
              MOVE E-VILLE        TO W-VILLE-AVANT
           END-IF
           .

      *--------------------------------------------------------*
      *   CONTROLES DE LA SAISIE : MEMES REGLES QUE L'ECRAN     *
      *   (23200-CHECK-DATA), PREMIER MOTIF RETENU              *
      *--------------------------------------------------------*
       22000-CONTROLE-SAISIE.
      *----------------------*
      *    Champs obligatoires
           IF E-DIF-NOM = SPACE
              MOVE 'NOM ABSENT' TO W-MOTIF-REJET
              SET SAISIE-REJETEE TO TRUE
           END-IF

           IF SAISIE-VALIDE AND E-DIF-PRENOM = SPACE
              MOVE 'PRENOM ABSENT' TO W-MOTIF-REJET
              SET SAISIE-REJETEE TO TRUE
           END-IF

           IF SAISIE-VALIDE AND E-DIF-DATE-NAISS = SPACE
              MOVE 'DATE DE NAISSANCE ABSENTE' TO W-MOTIF-REJET
              SET SAISIE-REJETEE TO TRUE
           END-IF

      *    Date de naissance : plage d'age plausible
           IF SAISIE-VALIDE
              MOVE E-DIF-DATE-NAISS TO date-to-validate
              COMPUTE AN-MIN-VALIDDAT =
                      ANNEE-COURANTE - AGE-MAX-STAGIAIRE
              COMPUTE AN-MAX-VALIDDAT =
                      ANNEE-COURANTE - AGE-MIN-STAGIAIRE
              CALL pgm-validdat USING validdat-param
              IF cr-validdat-false
                 MOVE 'DATE DE NAISSANCE NON VALIDE' TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
              END-IF
           END-IF

      *    Adresse : tout ou rien, code postal numerique, couple
      *    code postal / ville connu du referentiel des communes
           IF SAISIE-VALIDE
              AND (E-DIF-ADR1 NOT = SPACE OR E-DIF-ADR2 NOT = SPACE
                   OR E-DIF-CODEP NOT = SPACE
                   OR E-DIF-VILLE NOT = SPACE)
              IF E-DIF-ADR1 = SPACE OR E-DIF-CODEP = SPACE
                 OR E-DIF-VILLE = SPACE
                 MOVE 'ADRESSE INCOMPLETE' TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
              ELSE
                 IF E-DIF-CODEP IS NOT NUMERIC
                    MOVE 'CODE POSTAL NON NUMERIQUE' TO W-MOTIF-REJET
                    SET SAISIE-REJETEE TO TRUE
                 ELSE
                    IF W-FCOMM-PRESENT = 1
                       PERFORM 22050-CONTROLE-COMMUNE
                    END-IF
                 END-IF
              END-IF
           END-IF

      *    Telephones : prefixes du plan de numerotation
           IF SAISIE-VALIDE AND E-DIF-TELDOM NOT = SPACE
              PERFORM 22100-CONTROLE-TELDOM
           END-IF
           IF SAISIE-VALIDE AND E-DIF-TELPOR NOT = SPACE
              PERFORM 22150-CONTROLE-TELPOR
           END-IF
           IF SAISIE-VALIDE AND E-DIF-URGENCE-TEL NOT = SPACE
              PERFORM 22170-CONTROLE-TELURG
           END-IF

      *    Email : structure locale@domaine.ext
           IF SAISIE-VALIDE AND E-DIF-EMAIL NOT = SPACE
              PERFORM 22200-CONTROLE-EMAIL
           END-IF

      *    Session : catalogue, capacite et prerequis au
      *    changement de session ; ses dates deviennent celles de
      *    la prestation
           IF SAISIE-VALIDE AND E-DIF-SESSION NOT = SPACE
              PERFORM 22400-CONTROLE-SESSION
           END-IF

      *    Placement courant du dossier : sert aux controles de
      *    l'employeur et de la chronologie, puis a la mise a jour
           MOVE 0 TO PLA-SEQ-COURANT
           IF SAISIE-VALIDE AND DIF-MODIFICATION
              PERFORM 22800-CHERCHE-DERNIER-PLA
           END-IF

      *    Employeur d'accueil : connu, non suspendu pour un
      *    nouveau placement, convention valide sous plafond
           IF SAISIE-VALIDE AND E-DIF-EMPLOYEUR NOT = SPACE
              PERFORM 22500-CONTROLE-EMPLOYEUR
           END-IF

      *    Metier cible au referentiel ROME
           IF SAISIE-VALIDE AND E-DIF-ROME NOT = SPACE
              MOVE E-DIF-ROME TO E-ROM-CODE
              READ FROME-FILE
                 INVALID KEY
                    MOVE 'METIER CIBLE INCONNU AU REFERENTIEL ROME'
                      TO W-MOTIF-REJET
                    SET SAISIE-REJETEE TO TRUE
              END-READ
           END-IF

      *    Dates de prestation
           IF SAISIE-VALIDE
              PERFORM 22300-CONTROLE-PRESTATION
           END-IF

      *    Chronologie d'un nouveau placement empile
           IF SAISIE-VALIDE AND PLA-SEQ-COURANT > 0
              PERFORM 22900-CONTROLE-CHRONOLOGIE
           END-IF

      *    Consentements et statut
           IF SAISIE-VALIDE
              PERFORM 22600-CONTROLE-STATUT
           END-IF

      *    NIR : cle, sexe, naissance et unicite
           IF SAISIE-VALIDE
              PERFORM 22700-CONTROLE-NIR
           END-IF
           .

       22050-CONTROLE-COMMUNE.
      *----------------------*
      *    Pas de proposition de ville en differe : le couple
      *    inconnu est rejete
           MOVE E-DIF-CODEP TO E-COM-CODEP
           MOVE E-DIF-VILLE TO E-COM-VILLE
           READ FCOMM-FILE
              INVALID KEY
                 MOVE 'VILLE INCONNUE POUR CE CODE POSTAL'
                   TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
           END-READ
           .

       22100-CONTROLE-TELDOM.
      *----------------------*
           IF E-DIF-TELDOM IS NOT NUMERIC
              MOVE 'TELEPHONE DOMICILE INVALIDE' TO W-MOTIF-REJET
              SET SAISIE-REJETEE TO TRUE
           ELSE
      *       Prefixe '00' = numero international / COM-TOM non
      *       rattache au plan de numerotation metropolitain
              IF E-DIF-TELDOM(1:2) NOT = '00'
                 MOVE E-DIF-TELDOM(1:2) TO NUM-TEL-NUMERIC
                 IF NUM-TEL-NUMERIC < 1 OR NUM-TEL-NUMERIC > 5
                    MOVE 'TELEPHONE DOMICILE INVALIDE'
                      TO W-MOTIF-REJET
                    SET SAISIE-REJETEE TO TRUE
                 END-IF
              END-IF
           END-IF
           .

       22150-CONTROLE-TELPOR.
      *----------------------*
           IF E-DIF-TELPOR IS NOT NUMERIC
              MOVE 'TELEPHONE MOBILE INVALIDE' TO W-MOTIF-REJET
              SET SAISIE-REJETEE TO TRUE
           ELSE
              IF E-DIF-TELPOR(1:2) NOT = '00'
                 MOVE E-DIF-TELPOR(1:2) TO NUM-TEL-NUMERIC
                 IF NUM-TEL-NUMERIC NOT = 6
                    MOVE 'TELEPHONE MOBILE INVALIDE' TO W-MOTIF-REJET
                    SET SAISIE-REJETEE TO TRUE
                 END-IF
              END-IF
           END-IF
           .

       22170-CONTROLE-TELURG.
      *----------------------*
           IF E-DIF-URGENCE-TEL IS NOT NUMERIC
              MOVE 'TELEPHONE URGENCE INVALIDE' TO W-MOTIF-REJET
              SET SAISIE-REJETEE TO TRUE
           ELSE
              IF E-DIF-URGENCE-TEL(1:2) NOT = '00'
                 MOVE E-DIF-URGENCE-TEL(1:2) TO NUM-TEL-NUMERIC
                 IF NUM-TEL-NUMERIC < 1 OR NUM-TEL-NUMERIC > 6
                    MOVE 'TELEPHONE URGENCE INVALIDE'
                      TO W-MOTIF-REJET
                    SET SAISIE-REJETEE TO TRUE
                 END-IF
              END-IF
           END-IF
           .

       22200-CONTROLE-EMAIL.
      *----------------------*
           MOVE 0 TO EMAIL-AT-COUNT
           INSPECT E-DIF-EMAIL TALLYING EMAIL-AT-COUNT FOR ALL '@'
           IF EMAIL-AT-COUNT NOT = 1
              MOVE 'ADRESSE EMAIL INVALIDE' TO W-MOTIF-REJET
              SET SAISIE-REJETEE TO TRUE
           ELSE
              MOVE SPACE TO EMAIL-LOCAL EMAIL-DOMAIN
              UNSTRING E-DIF-EMAIL DELIMITED BY '@'
                       INTO EMAIL-LOCAL EMAIL-DOMAIN
              END-UNSTRING

              IF EMAIL-LOCAL = SPACE
                 MOVE 'ADRESSE EMAIL INVALIDE' TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
              ELSE
                 MOVE 0 TO EMAIL-DOT-COUNT
                 INSPECT EMAIL-DOMAIN TALLYING EMAIL-DOT-COUNT
                         FOR ALL '.'
                 IF EMAIL-DOT-COUNT = 0
                    OR EMAIL-DOMAIN(1:1) = '.' OR SPACE
                    MOVE 'ADRESSE EMAIL INVALIDE' TO W-MOTIF-REJET
                    SET SAISIE-REJETEE TO TRUE
                 END-IF
              END-IF
           END-IF
           .

       22300-CONTROLE-PRESTATION.
      *----------------------*
           IF E-DIF-DATE-DEB = SPACE
              IF E-DIF-DATE-FIN NOT = SPACE
                 MOVE 'DATE DE DEBUT DE PRESTATION ABSENTE'
                   TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
              END-IF
           ELSE
              IF E-DIF-DATE-FIN = SPACE
                 MOVE E-DIF-DATE-DEB TO date-to-validate
                 MOVE 0 TO AN-MIN-VALIDDAT AN-MAX-VALIDDAT
                 CALL pgm-validdat USING validdat-param
                 IF cr-validdat-false
                    MOVE 'DATE DE DEBUT DE PRESTATION INVALIDE'
                      TO W-MOTIF-REJET
                    SET SAISIE-REJETEE TO TRUE
                 END-IF
              ELSE
                 MOVE E-DIF-DATE-DEB TO DATE-DEBUT-P
                 MOVE E-DIF-DATE-FIN TO DATE-FIN-P
                 MOVE 0 TO AN-MIN-P AN-MAX-P
                 CALL pgm-validper USING validper-param
                 EVALUATE TRUE
                   WHEN cr-periode-deb-invalide
                     MOVE 'DATE DE DEBUT DE PRESTATION INVALIDE'
                       TO W-MOTIF-REJET
                     SET SAISIE-REJETEE TO TRUE
                   WHEN cr-periode-fin-invalide
                     MOVE 'DATE DE FIN DE PRESTATION INVALIDE'
                       TO W-MOTIF-REJET
                     SET SAISIE-REJETEE TO TRUE
                   WHEN cr-periode-ordre-invalide
                     MOVE 'PERIODE DE PRESTATION INVERSEE'
                       TO W-MOTIF-REJET
                     SET SAISIE-REJETEE TO TRUE
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   SESSION : LA CAPACITE ET LES PREREQUIS NE SONT        *
      *   CONTROLES QU'AU CHANGEMENT DE SESSION (OU A LA        *
      *   CREATION), COMME A L'ECRAN ; LES DATES DE LA SESSION  *
      *   SONT REPRISES POUR LA PRESTATION                      *
      *--------------------------------------------------------*
       22400-CONTROLE-SESSION.
      *----------------------*
           MOVE E-DIF-SESSION TO W-PRQ-SESSION
           MOVE W-PRQ-SESSION TO E-SES-CODE
           READ FSESS-FILE
              INVALID KEY
                 MOVE 'SESSION INCONNUE AU CATALOGUE'
                   TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
              NOT INVALID KEY
                 MOVE E-SES-DATE-DEB TO W-SES-DATE-DEB
                 MOVE E-SES-DATE-FIN TO W-SES-DATE-FIN
                 IF W-PRQ-SESSION NOT = W-SESSION-AVANT
                    AND E-SES-CAPACITE > 0
                    AND E-SES-INSCRITS >= E-SES-CAPACITE
                    MOVE 'SESSION COMPLETE : CAPACITE ATTEINTE'
                      TO W-MOTIF-REJET
                    SET SAISIE-REJETEE TO TRUE
                 END-IF
           END-READ

           IF SAISIE-VALIDE AND W-PRQ-SESSION NOT = W-SESSION-AVANT
              AND W-FPREQ-PRESENT = 1
              PERFORM 22410-CONTROLE-PREREQUIS
           END-IF

           IF SAISIE-VALIDE
              MOVE W-SES-DATE-DEB TO E-DIF-DATE-DEB
              MOVE W-SES-DATE-FIN TO E-DIF-DATE-FIN
           END-IF
           .

       22410-CONTROLE-PREREQUIS.
      *----------------------*
      *    Prerequis declares pour la session (FPREQ11, cle
      *    session + type + session exigee)
           MOVE 0 TO W-PRQ-NB W-PRQ-FIN-BROWSE
           MOVE W-PRQ-SESSION TO E-PRQ-SESSION
           MOVE LOW-VALUE     TO E-PRQ-TYPE E-PRQ-REQUIS
           START FPREQ-FILE KEY IS NOT LESS THAN E-PRQ-CLE
              INVALID KEY
                 MOVE 1 TO W-PRQ-FIN-BROWSE
           END-START

           PERFORM UNTIL W-PRQ-FIN-BROWSE = 1
              READ FPREQ-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO W-PRQ-FIN-BROWSE
                 NOT AT END
                    IF E-PRQ-SESSION NOT = W-PRQ-SESSION
                       OR W-PRQ-NB = 10
                       MOVE 1 TO W-PRQ-FIN-BROWSE
                    ELSE
                       ADD 1 TO W-PRQ-NB
                       MOVE E-PRQ-TYPE   TO W-PRQ-TYPE(W-PRQ-NB)
                       MOVE E-PRQ-REQUIS TO W-PRQ-REQUIS(W-PRQ-NB)
                    END-IF
              END-READ
           END-PERFORM

           MOVE 0 TO W-PRQ-MANQUANT
           PERFORM VARYING W-PRQ-IDX FROM 1 BY 1
                   UNTIL W-PRQ-IDX > W-PRQ-NB OR W-PRQ-MANQUANT > 0
              PERFORM 22420-VERIFIE-PREREQUIS
              IF PRQ-SATISFAIT-NON
                 MOVE W-PRQ-IDX TO W-PRQ-MANQUANT
              END-IF
           END-PERFORM

           IF W-PRQ-MANQUANT > 0
              MOVE SPACE TO W-MOTIF-REJET
              IF W-PRQ-TYPE(W-PRQ-MANQUANT) = 'C'
                 STRING 'PREREQUIS : CERTIFICATION '
                        W-PRQ-REQUIS(W-PRQ-MANQUANT) ' REQUISE'
                        DELIMITED BY SIZE INTO W-MOTIF-REJET
                 END-STRING
              ELSE
                 STRING 'PREREQUIS : SESSION '
                        W-PRQ-REQUIS(W-PRQ-MANQUANT) ' NON SUIVIE'
                        DELIMITED BY SIZE INTO W-MOTIF-REJET
                 END-STRING
              END-IF
              SET SAISIE-REJETEE TO TRUE
           END-IF
           .

       22420-VERIFIE-PREREQUIS.
      *----------------------*
      *    L'intitule de la session exigee sert a reconnaitre ses
      *    reconductions au catalogue
           SET PRQ-SATISFAIT-NON TO TRUE
           MOVE SPACE TO W-PRQ-TITRE
           MOVE W-PRQ-REQUIS(W-PRQ-IDX) TO E-SES-CODE
           READ FSESS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE E-SES-TITRE TO W-PRQ-TITRE
           END-READ

           MOVE 0 TO W-PRQ-FIN-BROWSE
           IF W-PRQ-TYPE(W-PRQ-IDX) = 'C'
      *       CERTIFICATIONS OBTENUES DU STAGIAIRE (FRESU11)
              IF W-FRESU-PRESENT = 0
                 MOVE 1 TO W-PRQ-FIN-BROWSE
              ELSE
                 MOVE E-DIF-NUMERO TO E-RES-NUMERO
                 MOVE LOW-VALUE    TO E-RES-SESSION
                 START FRESU-FILE KEY IS NOT LESS THAN E-RES-CLE
                    INVALID KEY
                       MOVE 1 TO W-PRQ-FIN-BROWSE
                 END-START
              END-IF
              PERFORM UNTIL W-PRQ-FIN-BROWSE = 1
                 READ FRESU-FILE NEXT RECORD
                    AT END
                       MOVE 1 TO W-PRQ-FIN-BROWSE
                    NOT AT END
                       IF E-RES-NUMERO NOT = E-DIF-NUMERO
                          MOVE 1 TO W-PRQ-FIN-BROWSE
                       ELSE
                          IF RES-OBTENU
                             MOVE E-RES-SESSION TO W-PRQ-CODE
                             PERFORM 22430-COMPARE-SESSION
                             IF PRQ-SATISFAIT-OUI
                                MOVE 1 TO W-PRQ-FIN-BROWSE
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           ELSE
      *       PLACEMENTS TERMINES DU STAGIAIRE (FPLAC11)
              MOVE E-DIF-NUMERO TO E-PLA-NUMERO
              MOVE 0            TO E-PLA-SEQ
              START FPLAC-FILE KEY IS NOT LESS THAN E-PLA-CLE
                 INVALID KEY
                    MOVE 1 TO W-PRQ-FIN-BROWSE
              END-START
              PERFORM UNTIL W-PRQ-FIN-BROWSE = 1
                 READ FPLAC-FILE NEXT RECORD
                    AT END
                       MOVE 1 TO W-PRQ-FIN-BROWSE
                    NOT AT END
                       IF E-PLA-NUMERO NOT = E-DIF-NUMERO
                          MOVE 1 TO W-PRQ-FIN-BROWSE
                       ELSE
                          IF PLA-TERMINE
                             MOVE E-PLA-CODE-SESSION TO W-PRQ-CODE
                             PERFORM 22430-COMPARE-SESSION
                             IF PRQ-SATISFAIT-OUI
                                MOVE 1 TO W-PRQ-FIN-BROWSE
                             END-IF
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
           .

       22430-COMPARE-SESSION.
      *----------------------*
           IF W-PRQ-CODE = W-PRQ-REQUIS(W-PRQ-IDX)
              SET PRQ-SATISFAIT-OUI TO TRUE
           ELSE
              IF W-PRQ-TITRE NOT = SPACE
                 AND W-PRQ-CODE NOT = SPACE AND LOW-VALUE
                 MOVE W-PRQ-CODE TO E-SES-CODE
                 READ FSESS-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-SES-TITRE = W-PRQ-TITRE
                          SET PRQ-SATISFAIT-OUI TO TRUE
                       END-IF
                 END-READ
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   EMPLOYEUR D'ACCUEIL : CONNU DE FEMPL11 ; SUSPENDU,    *
      *   IL NE RECOIT AUCUN NOUVEAU PLACEMENT (CF              *
      *   23273-CONTROLE-SUSPENSION) ; SA CONVENTION FCONV11    *
      *   DOIT ETRE EN VIGUEUR ET SOUS SON PLAFOND              *
      *--------------------------------------------------------*
       22500-CONTROLE-EMPLOYEUR.
      *----------------------*
           MOVE E-DIF-EMPLOYEUR TO E-EMP-CODE
           READ FEMPL-FILE
              INVALID KEY
                 MOVE 'EMPLOYEUR INCONNU AU REFERENTIEL'
                   TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
           END-READ

           IF SAISIE-VALIDE AND EMP-SUSPENDU
              MOVE 0 TO W-PLA-NOUVEAU-EMP
              IF E-DIF-DATE-DEB NOT = SPACE
                 IF PLA-SEQ-COURANT = 0
                    MOVE 1 TO W-PLA-NOUVEAU-EMP
                 ELSE
                    MOVE PLA-SAUVE TO E-PLACEMENT
                    IF E-PLA-CODE-EMPLOYEUR NOT = E-DIF-EMPLOYEUR
                       MOVE 1 TO W-PLA-NOUVEAU-EMP
                    END-IF
                    IF (PLA-TERMINE OR PLA-ANNULE)
                       AND E-PLA-DATE-DEB NOT = E-DIF-DATE-DEB
                       MOVE 1 TO W-PLA-NOUVEAU-EMP
                    END-IF
                 END-IF
              END-IF
              IF W-PLA-NOUVEAU-EMP = 1
                 MOVE 'EMPLOYEUR SUSPENDU : AUCUN NOUVEAU PLACEMENT'
                   TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
              END-IF
           END-IF

           IF SAISIE-VALIDE
              PERFORM 22510-CONTROLE-CONVENTION
           END-IF
           .

       22510-CONTROLE-CONVENTION.
      *----------------------*
           MOVE E-DIF-EMPLOYEUR TO E-CNV-EMPLOYEUR
           READ FCONV-FILE
              INVALID KEY
                 MOVE 'EMPLOYEUR SANS CONVENTION D''ACCUEIL'
                   TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
           END-READ

           IF SAISIE-VALIDE
      *       VALIDITE : LES DATES FCONV11 SONT EN JJMMAAAA
              MOVE E-CNV-DATE-DEBUT(5:4) TO W-CNO-AAAA
              MOVE E-CNV-DATE-DEBUT(3:2) TO W-CNO-MM
              MOVE E-CNV-DATE-DEBUT(1:2) TO W-CNO-JJ
              IF W-CNV-ORDONNEE-N > W-AUJOURDHUI
                 MOVE 'CONVENTION PAS ENCORE EN VIGUEUR'
                   TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
              END-IF
              MOVE E-CNV-DATE-FIN(5:4) TO W-CNO-AAAA
              MOVE E-CNV-DATE-FIN(3:2) TO W-CNO-MM
              MOVE E-CNV-DATE-FIN(1:2) TO W-CNO-JJ
              IF W-CNV-ORDONNEE-N < W-AUJOURDHUI
                 MOVE 'CONVENTION D''ACCUEIL EXPIREE'
                   TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
              END-IF
           END-IF

           IF SAISIE-VALIDE
              PERFORM 22520-COMPTE-PLACES-EMP
              IF W-NB-PLACES-EMP >= E-CNV-MAX-STAGIAIRES
                 MOVE 'PLAFOND DE LA CONVENTION ATTEINT'
                   TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
              END-IF
           END-IF
           .

       22520-COMPTE-PLACES-EMP.
      *    Placements actifs deja en cours chez cet employeur,
      *    hors ceux du dossier lui-meme (parcours complet de
      *    FPLAC11, volumetrie faible)
           MOVE 0 TO W-NB-PLACES-EMP W-FIN-PLAC-EMP
           MOVE 0 TO E-PLA-NUMERO E-PLA-SEQ
           START FPLAC-FILE KEY IS NOT LESS THAN E-PLA-CLE
              INVALID KEY
                 MOVE 1 TO W-FIN-PLAC-EMP
           END-START

           PERFORM UNTIL W-FIN-PLAC-EMP = 1
              READ FPLAC-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO W-FIN-PLAC-EMP
                 NOT AT END
                    IF PLA-ACTIF
                       AND E-PLA-CODE-EMPLOYEUR = E-DIF-EMPLOYEUR
                       AND E-PLA-NUMERO NOT = E-DIF-NUMERO
                       ADD 1 TO W-NB-PLACES-EMP
                    END-IF
              END-READ
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   CONSENTEMENTS (ACCORDES PAR DEFAUT) ET STATUT (ACTIF  *
      *   PAR DEFAUT) ; UNE MODIFICATION AU STATUT C PORTE UN   *
      *   MOTIF D'ABANDON CONNU DE FMABA11                      *
      *--------------------------------------------------------*
       22600-CONTROLE-STATUT.
      *----------------------*
           IF E-DIF-CONSENT-COURRIER = SPACE
              MOVE 'O' TO E-DIF-CONSENT-COURRIER
           END-IF
           IF E-DIF-CONSENT-EMAIL = SPACE
              MOVE 'O' TO E-DIF-CONSENT-EMAIL
           END-IF
           IF E-DIF-CONSENT-PARTAGE = SPACE
              MOVE 'O' TO E-DIF-CONSENT-PARTAGE
           END-IF
           IF E-DIF-CONSENT-COURRIER NOT = 'O' AND NOT = 'N'
              OR E-DIF-CONSENT-EMAIL NOT = 'O' AND NOT = 'N'
              OR E-DIF-CONSENT-PARTAGE NOT = 'O' AND NOT = 'N'
              MOVE 'CONSENTEMENTS INVALIDES (O/N)' TO W-MOTIF-REJET
              SET SAISIE-REJETEE TO TRUE
           END-IF

           IF SAISIE-VALIDE
              IF E-DIF-STATUT = SPACE
                 MOVE 'A' TO E-DIF-STATUT
              END-IF
              IF E-DIF-STATUT NOT = 'A' AND NOT = 'T' AND NOT = 'C'
                 MOVE 'STATUT INVALIDE (A/T/C)' TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
              END-IF
           END-IF

           IF SAISIE-VALIDE AND DIF-MODIFICATION
              IF E-DIF-STATUT = 'C'
                 IF E-DIF-MOTIF-ABANDON = SPACE
                    MOVE 'MOTIF D''ABANDON OBLIGATOIRE (STATUT C)'
                      TO W-MOTIF-REJET
                    SET SAISIE-REJETEE TO TRUE
                 ELSE
                    MOVE E-DIF-MOTIF-ABANDON TO E-MAB-CODE
                    READ FMABA-FILE
                       INVALID KEY
                          MOVE 'MOTIF D''ABANDON INCONNU'
                            TO W-MOTIF-REJET
                          SET SAISIE-REJETEE TO TRUE
                    END-READ
                 END-IF
              ELSE
                 MOVE SPACE TO E-DIF-MOTIF-ABANDON
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   NIR : LE NIR RETENU (SAISI, OU A DEFAUT CELUI         *
      *   ENREGISTRE - AFFICHE MASQUE A L'ECRAN) DOIT RESTER    *
      *   COHERENT AVEC LE SEXE ET LA NAISSANCE ; UN NOUVEAU    *
      *   NIR NE DOIT PAS ETRE DEJA ATTRIBUE A UN AUTRE DOSSIER *
      *--------------------------------------------------------*
       22700-CONTROLE-NIR.
      *----------------------*
           MOVE SPACE TO W-NIR-AVANT W-SEXE-AVANT W-NIR-MASQUE
           SET NIR-EXISTE-NON TO TRUE
           IF DIF-MODIFICATION
              MOVE E-DIF-NUMERO TO E-NIR-NUMERO
              READ FNIR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET NIR-EXISTE-OUI TO TRUE
                    MOVE E-NIR-VALEUR TO W-NIR-AVANT
                    MOVE E-NIR-SEXE   TO W-SEXE-AVANT
                    MOVE ALL '*'      TO W-NIR-MASQUE
                    MOVE E-NIR-VALEUR(1:5) TO W-NIR-MASQUE(1:5)
              END-READ
           END-IF

           SET NIR-MODIFIE-NON TO TRUE
           MOVE W-NIR-AVANT TO W-NIR-APRES
           IF E-DIF-NIR NOT = SPACE
              AND E-DIF-NIR(6:1) NOT = '*'
              AND E-DIF-NIR NOT = W-NIR-AVANT
              SET NIR-MODIFIE-OUI TO TRUE
              MOVE E-DIF-NIR TO W-NIR-APRES
           END-IF

           IF W-NIR-APRES NOT = SPACE
              IF E-DIF-SEXE NOT = 'H' AND NOT = 'F'
                 MOVE 'SEXE ABSENT OU INVALIDE AVEC LE NIR'
                   TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
              ELSE
                 MOVE W-NIR-APRES      TO NIR-A-VALIDER
                 MOVE E-DIF-SEXE       TO SEXE-A-VALIDER
                 MOVE E-DIF-DATE-NAISS TO NAISS-A-VALIDER
                 CALL pgm-validnir USING validnir-param
                 EVALUATE TRUE
                   WHEN cr-nir-invalide
                     MOVE 'NIR INVALIDE (CLE DE CONTROLE)'
                       TO W-MOTIF-REJET
                     SET SAISIE-REJETEE TO TRUE
                   WHEN cr-nir-sexe
                     MOVE 'NIR INCOHERENT AVEC LE SEXE'
                       TO W-MOTIF-REJET
                     SET SAISIE-REJETEE TO TRUE
                   WHEN cr-nir-naissance
                     MOVE 'NIR INCOHERENT AVEC LA NAISSANCE'
                       TO W-MOTIF-REJET
                     SET SAISIE-REJETEE TO TRUE
                   WHEN OTHER
                     CONTINUE
                 END-EVALUATE
              END-IF
           END-IF

           IF SAISIE-VALIDE AND NIR-MODIFIE-OUI
              MOVE W-NIR-APRES TO E-NIR-VALEUR
              READ FNIR-FILE KEY IS E-NIR-VALEUR
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE SPACE TO W-MOTIF-REJET
                    STRING 'NIR DEJA ATTRIBUE AU DOSSIER '
                             DELIMITED BY SIZE
                           E-NIR-NUMERO DELIMITED BY SIZE
                           INTO W-MOTIF-REJET
                    END-STRING
                    SET SAISIE-REJETEE TO TRUE
              END-READ
           END-IF
           .

       22800-CHERCHE-DERNIER-PLA.
      *    Parcourt FPLAC11 sur le numero du stagiaire et retient le
      *    placement de plus haut sequence (0 = aucun)
           MOVE 0 TO PLA-SEQ-COURANT W-PLA-FIN-BROWSE
           MOVE E-DIF-NUMERO TO E-PLA-NUMERO
           MOVE 0            TO E-PLA-SEQ
           START FPLAC-FILE KEY IS NOT LESS THAN E-PLA-CLE
              INVALID KEY
                 MOVE 1 TO W-PLA-FIN-BROWSE
           END-START

           PERFORM UNTIL W-PLA-FIN-BROWSE = 1
              READ FPLAC-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO W-PLA-FIN-BROWSE
                 NOT AT END
                    IF E-PLA-NUMERO = E-DIF-NUMERO
                       MOVE E-PLA-SEQ   TO PLA-SEQ-COURANT
                       MOVE E-PLACEMENT TO PLA-SAUVE
                    ELSE
                       MOVE 1 TO W-PLA-FIN-BROWSE
                    END-IF
              END-READ
           END-PERFORM
           .

       22900-CONTROLE-CHRONOLOGIE.
      *    Un placement empile (dernier clos, nouvelle date de
      *    debut) doit commencer apres la fin du precedent ; les
      *    dates sont stockees JJMMAAAA
           MOVE PLA-SAUVE TO E-PLACEMENT
           IF (PLA-TERMINE OR PLA-ANNULE)
              AND E-DIF-DATE-DEB NOT = SPACE
              AND E-PLA-DATE-DEB NOT = E-DIF-DATE-DEB
              AND E-PLA-DATE-FIN IS NUMERIC
              AND E-DIF-DATE-DEB IS NUMERIC
              MOVE E-PLA-DATE-FIN(5:4) TO W-CHR-AAAA
              MOVE E-PLA-DATE-FIN(3:2) TO W-CHR-MM
              MOVE E-PLA-DATE-FIN(1:2) TO W-CHR-JJ
              MOVE W-CHR-ORDONNEE-N    TO W-CHR-FIN-PREC
              MOVE E-DIF-DATE-DEB(5:4) TO W-CHR-AAAA
              MOVE E-DIF-DATE-DEB(3:2) TO W-CHR-MM
              MOVE E-DIF-DATE-DEB(1:2) TO W-CHR-JJ
              IF W-CHR-ORDONNEE-N <= W-CHR-FIN-PREC
                 MOVE SPACE TO W-MOTIF-REJET
                 STRING 'CHEVAUCHE LE PLACEMENT PRECEDENT (FIN '
                          DELIMITED BY SIZE
                        E-PLA-DATE-FIN DELIMITED BY SIZE
                        ')' DELIMITED BY SIZE
                        INTO W-MOTIF-REJET
                 END-STRING
                 SET SAISIE-REJETEE TO TRUE
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   TRACE D'AUDIT DE L'EVENEMENT (FSTAGA11) AU NOM DE     *
      *   L'AUTEUR ET DU TERMINAL DE LA SAISIE ; LA SECONDE DE  *
      *   LA CLE EST DECALEE PAR EVENEMENT (CF MAJ1CI11), PUIS  *
      *   DETAIL AVANT/APRES DES CHAMPS SUIVIS (FSTAGD11) :     *
      *   CHAMPS RENSEIGNES A LA CREATION, CHAMPS CHANGES A LA  *
      *   MODIFICATION                                          *
      *--------------------------------------------------------*
       23000-AUDIT-EVENEMENT.
      *----------------------*
           MOVE SPACE           TO E-HISTO
           MOVE E-DIF-NUMERO    TO NUM-STAG-H
           MOVE W-DATE-AUDIT    TO DATE-H
           ADD 1 TO W-COMPTEUR-SECONDE
           IF W-COMPTEUR-SECONDE > 59
              MOVE 0 TO W-COMPTEUR-SECONDE
              ADD 1 TO W-AUD-MN
           END-IF
           MOVE W-COMPTEUR-SECONDE TO W-AUD-SS
           MOVE W-HEURE-AUDIT   TO HEURE-H
           MOVE E-DIF-TERMINAL  TO TERMINAL-H
           MOVE E-DIF-USERID    TO USERID-USER-H
           MOVE E-DIF-FONCTION  TO FONCTION-H

           MOVE E-HISTO     TO SCP-ENREG
           WRITE E-HISTO
              INVALID KEY
                 DISPLAY 'DIF1CI11 - ECHEC AUDIT NUM ' E-DIF-NUMERO
              NOT INVALID KEY
                 PERFORM 86000-SCELLE-HISTO
           END-WRITE

           PERFORM VARYING IDX-CHAMP FROM 1 BY 1
              UNTIL IDX-CHAMP > 24
              IF ANCIEN-DOSSIER(CHP-POSITION(IDX-CHAMP):
                                CHP-LONGUEUR(IDX-CHAMP))
                 NOT = E-STAGIAIRE(CHP-POSITION(IDX-CHAMP):
                                   CHP-LONGUEUR(IDX-CHAMP))
                 PERFORM 23100-ECRIT-UN-DETAIL
              END-IF
           END-PERFORM
           .

       23100-ECRIT-UN-DETAIL.
      *----------------------*
           MOVE SPACE     TO E-DETAIL
           MOVE CLE-HISTO TO E-DET-CLE-HISTO
           MOVE CHP-CODE(IDX-CHAMP) TO E-DET-CHAMP
           MOVE ANCIEN-DOSSIER(CHP-POSITION(IDX-CHAMP):
                               CHP-LONGUEUR(IDX-CHAMP))
                          TO E-DET-AVANT
           MOVE E-STAGIAIRE(CHP-POSITION(IDX-CHAMP):
                            CHP-LONGUEUR(IDX-CHAMP))
                          TO E-DET-APRES

           MOVE E-DETAIL    TO SCP-ENREG
           WRITE E-DETAIL
              INVALID KEY
                 DISPLAY 'DIF1CI11 - ECHEC DETAIL NUM ' E-DIF-NUMERO
                         ' CHAMP ' E-DET-CHAMP
              NOT INVALID KEY
                 PERFORM 86100-SCELLE-DETAIL
           END-WRITE
           .

      *--------------------------------------------------------*
      *   APPLICATION D'UNE CREATION : MEMES ECRITURES QUE      *
      *   23300-CREATE-STAGIAIRE DE INF1CI11                    *
      *--------------------------------------------------------*
       24000-APPLIQUE-CREATION.
      *----------------------*
           MOVE SPACE                  TO E-STAGIAIRE
           MOVE E-DIF-NUMERO           TO E-NUMERO
           MOVE E-DIF-NOM              TO E-NOM
           MOVE E-DIF-PRENOM           TO E-PRENOM
           MOVE E-DIF-ADR1             TO E-ADR1
           MOVE E-DIF-ADR2             TO E-ADR2
           MOVE E-DIF-CODEP            TO E-CODEP
           MOVE E-DIF-VILLE            TO E-VILLE
           MOVE E-DIF-TELDOM           TO E-TELDOM
           MOVE E-DIF-TELPOR           TO E-TELPOR
           MOVE E-DIF-EMAIL            TO E-EMAIL
           MOVE E-DIF-DATE-NAISS       TO E-DATE-NAISS
           MOVE E-DIF-DATE-DEB         TO E-DATE-DEB-PRESTA
           MOVE E-DIF-DATE-FIN         TO E-DATE-FIN-PRESTA
           MOVE E-DIF-STATUT           TO E-STATUT
           MOVE E-DIF-URGENCE-NOM      TO E-CONTACT-URGENCE-NOM
           MOVE E-DIF-URGENCE-TEL      TO E-CONTACT-URGENCE-TEL
           MOVE E-DIF-NOTES            TO E-NOTES
           MOVE E-DIF-SESSION          TO E-CODE-SESSION
           MOVE E-DIF-ROME             TO E-CODE-ROME
           MOVE E-DIF-CONSENT-COURRIER TO E-CONSENT-COURRIER
           MOVE E-DIF-CONSENT-EMAIL    TO E-CONSENT-EMAIL
           MOVE E-DIF-CONSENT-PARTAGE  TO E-CONSENT-PARTAGE
      *    SITE DU PROFIL DE L'AUTEUR, QUI DEVIENT GESTIONNAIRE
      *    REFERENT DU DOSSIER
           MOVE W-SITE-AUTEUR          TO E-CODE-SITE
           MOVE E-DIF-USERID           TO E-GESTIONNAIRE
           SET SUPPRIME-NON            TO TRUE
           MOVE 1                      TO E-VERSION

           WRITE E-STAGIAIRE
              INVALID KEY
                 MOVE 'ECHEC ECRITURE FSTAG11' TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
              NOT INVALID KEY
                 PERFORM 23000-AUDIT-EVENEMENT
                 PERFORM 24100-CREE-PLACEMENT
                 PERFORM 24200-INCREMENTE-SESSION
                 PERFORM 24300-GENERE-CHECKLIST
                 PERFORM 24500-INDEXE-PHONETIQUE
                 IF W-NIR-APRES NOT = SPACE
                    PERFORM 24600-ENREGISTRE-NIR
                 END-IF
           END-WRITE
           .

       24100-CREE-PLACEMENT.
      *    Ouvre le premier placement du stagiaire (FPLAC11)
           IF E-DIF-DATE-DEB NOT = SPACE
              MOVE SPACE           TO E-PLACEMENT
              MOVE E-DIF-NUMERO    TO E-PLA-NUMERO
              MOVE 01              TO E-PLA-SEQ
              PERFORM 25110-ECRIT-PLACEMENT
           END-IF
           .

       24200-INCREMENTE-SESSION.
      *    Le rattachement compte un inscrit de plus sur la
      *    session
           IF E-DIF-SESSION NOT = SPACE
              MOVE E-DIF-SESSION TO E-SES-CODE
              READ FSESS-FILE
                 INVALID KEY
                    DISPLAY 'DIF1CI11 - SESSION ' E-DIF-SESSION
                            ' ABSENTE A L''INSCRIPTION'
                 NOT INVALID KEY
                    ADD 1 TO E-SES-INSCRITS
                    REWRITE E-SESSION
                       INVALID KEY
                          DISPLAY 'DIF1CI11 - ECHEC MAJ SESSION '
                                  E-DIF-SESSION
                    END-REWRITE
              END-READ
           END-IF
           .

       24300-GENERE-CHECKLIST.
      *    Genere la checklist standard du nouveau stagiaire dans
      *    FDOCS11 a partir du referentiel FTDOC11 : une piece
      *    manquante par type applicable au statut du dossier
           MOVE LOW-VALUE TO E-TDO-CODE
           START FTDOC-FILE KEY IS GREATER THAN E-TDO-CODE
              INVALID KEY
                 SET FTDOC-FIN TO TRUE
           END-START

           PERFORM UNTIL FTDOC-FIN
              READ FTDOC-FILE NEXT RECORD
                 AT END
                    SET FTDOC-FIN TO TRUE
                 NOT AT END
                    PERFORM 24310-GENERE-PIECE
              END-READ
           END-PERFORM
           MOVE '00' TO FTDOC-STATUT
           .

       24310-GENERE-PIECE.
      *    Statuts concernes vides = tous statuts
           IF E-TDO-STATUTS = SPACE
              CONTINUE
           ELSE
              MOVE 0 TO W-STATUT-COMPTE
              INSPECT E-TDO-STATUTS
                 TALLYING W-STATUT-COMPTE FOR ALL E-STATUT
              IF W-STATUT-COMPTE = 0
                 MOVE 1 TO W-PIECE-SAUTEE
              END-IF
           END-IF

           IF W-PIECE-SAUTEE = 1
              MOVE 0 TO W-PIECE-SAUTEE
           ELSE
              MOVE E-DIF-NUMERO    TO E-DOC-NUMERO
              MOVE E-TDO-CODE      TO E-DOC-CODE
              MOVE E-TDO-LIBELLE   TO E-DOC-LIBELLE
              MOVE 'M'             TO E-DOC-STATUT
              MOVE SPACE           TO E-DOC-DATE-RECU
                                      E-DOC-COMMENTAIRE
              MOVE W-DATE-AUDIT    TO E-DOC-DATE-DEMANDE
              MOVE '0'             TO E-DOC-NIVEAU-RELANCE
              MOVE SPACE           TO E-DOC-DATE-RELANCE
              WRITE E-DOCUMENT
                 INVALID KEY
                    DISPLAY 'DIF1CI11 - ECHEC PIECE ' E-DOC-CODE
                            ' NUM ' E-DIF-NUMERO
              END-WRITE
           END-IF
           .

       24500-INDEXE-PHONETIQUE.
      *    Le nom du dossier cree entre dans l'index phonetique
      *    FPHON11 (reconstruit chaque nuit par PHO1CI11)
           MOVE E-DIF-NOM TO NOM-A-CODER
           CALL pgm-validpho USING validpho-param

           IF cr-phonetique-ok
              MOVE CLE-PHONETIQUE TO E-PHO-SOUNDEX
              MOVE E-DIF-NUMERO   TO E-PHO-NUMERO
              MOVE E-DIF-NOM      TO E-PHO-NOM
              WRITE E-PHONETIQUE
                 INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           .

       24600-ENREGISTRE-NIR.
      *    Le NIR controle est range dans FNIR11 et la saisie
      *    journalisee dans FNIRJ11
           MOVE SPACE           TO E-NIR
           MOVE E-DIF-NUMERO    TO E-NIR-NUMERO
           MOVE W-NIR-APRES     TO E-NIR-VALEUR
           MOVE E-DIF-SEXE      TO E-NIR-SEXE
           MOVE W-DATE-AUDIT    TO E-NIR-DATE-MAJ
           MOVE E-DIF-USERID    TO E-NIR-USERID

           WRITE E-NIR
              INVALID KEY
                 DISPLAY 'DIF1CI11 - ECHEC NIR NUM '
                         E-DIF-NUMERO ' STATUT ' FNIR-STATUT
              NOT INVALID KEY
                 PERFORM 25420-JOURNAL-NIR
                 PERFORM 25410-DETAIL-NIR
           END-WRITE
           .

      *--------------------------------------------------------*
      *   APPLICATION D'UNE MODIFICATION : MEMES ECRITURES QUE  *
      *   23300-MODIFY-STAGIAIRE DE INF3CI11 (E-STAGIAIRE PORTE *
      *   LE DOSSIER LU AU CONTROLE DU VERROU)                  *
      *--------------------------------------------------------*
       25000-APPLIQUE-MODIFICATION.
      *----------------------*
           MOVE E-DIF-NOM              TO E-NOM
           MOVE E-DIF-PRENOM           TO E-PRENOM
           MOVE E-DIF-ADR1             TO E-ADR1
           MOVE E-DIF-ADR2             TO E-ADR2
           MOVE E-DIF-CODEP            TO E-CODEP
           MOVE E-DIF-VILLE            TO E-VILLE
           MOVE E-DIF-TELDOM           TO E-TELDOM
           MOVE E-DIF-TELPOR           TO E-TELPOR
           MOVE E-DIF-EMAIL            TO E-EMAIL
      *    UNE NOUVELLE ADRESSE EMAIL LEVE L'INVALIDATION POSEE
      *    PAR EML1CI11, UNE ADRESSE POSTALE CORRIGEE LE DRAPEAU
      *    NPAI POSE PAR NPA1CI11
           IF E-DIF-EMAIL NOT = W-EMAIL-AVANT
              MOVE ' ' TO E-EMAIL-INVALIDE
           END-IF
           IF E-DIF-ADR1 NOT = W-ADR1-AVANT
              OR E-DIF-ADR2 NOT = W-ADR2-AVANT
              OR E-DIF-CODEP NOT = W-CODEP-AVANT
              OR E-DIF-VILLE NOT = W-VILLE-AVANT
              MOVE ' ' TO E-ADRESSE-INVALIDE
           END-IF
           MOVE E-DIF-DATE-NAISS       TO E-DATE-NAISS
           MOVE E-DIF-DATE-DEB         TO E-DATE-DEB-PRESTA
           MOVE E-DIF-DATE-FIN         TO E-DATE-FIN-PRESTA
           MOVE E-DIF-STATUT           TO E-STATUT
           MOVE E-DIF-URGENCE-NOM      TO E-CONTACT-URGENCE-NOM
           MOVE E-DIF-URGENCE-TEL      TO E-CONTACT-URGENCE-TEL
           MOVE E-DIF-NOTES            TO E-NOTES
           MOVE E-DIF-SESSION          TO E-CODE-SESSION
           MOVE E-DIF-ROME             TO E-CODE-ROME
           MOVE E-DIF-CONSENT-COURRIER TO E-CONSENT-COURRIER
           MOVE E-DIF-CONSENT-EMAIL    TO E-CONSENT-EMAIL
           MOVE E-DIF-CONSENT-PARTAGE  TO E-CONSENT-PARTAGE
           ADD 1 TO E-VERSION

           REWRITE E-STAGIAIRE
              INVALID KEY
                 MOVE 'ECHEC DE REECRITURE FSTAG11' TO W-MOTIF-REJET
                 SET SAISIE-REJETEE TO TRUE
              NOT INVALID KEY
                 PERFORM 23000-AUDIT-EVENEMENT
                 PERFORM 25400-MAJ-NIR
                 PERFORM 25100-MAJ-PLACEMENT
                 PERFORM 25200-AJUSTE-SESSIONS
                 PERFORM 25300-MAJ-ABANDON
      *          LE PASSAGE A TERMINE OUVRE LE SUIVI D'INSERTION
                 IF E-DIF-STATUT = 'T' AND W-STATUT-AVANT NOT = 'T'
                    PERFORM 25500-OUVRE-SUIVIS
                 END-IF
           END-REWRITE
           .

      *--------------------------------------------------------*
      *   PLACEMENT : PREMIER PLACEMENT OUVERT S'IL N'Y EN A    *
      *   AUCUN, NOUVEAU PLACEMENT EMPILE SI LE DERNIER EST     *
      *   CLOS ET QUE LA DATE DE DEBUT CHANGE, SINON CORRECTION *
      *   DU PLACEMENT COURANT (CF 23320-MAJ-PLACEMENT)         *
      *--------------------------------------------------------*
       25100-MAJ-PLACEMENT.
      *----------------------*
           IF E-DIF-DATE-DEB NOT = SPACE
              IF PLA-SEQ-COURANT = 0
                 MOVE SPACE        TO E-PLACEMENT
                 MOVE E-DIF-NUMERO TO E-PLA-NUMERO
                 MOVE 01           TO E-PLA-SEQ
                 PERFORM 25110-ECRIT-PLACEMENT
              ELSE
                 MOVE PLA-SAUVE TO E-PLACEMENT
                 IF (PLA-TERMINE OR PLA-ANNULE)
                    AND E-PLA-DATE-DEB NOT = E-DIF-DATE-DEB
                    MOVE SPACE        TO E-PLACEMENT
                    MOVE E-DIF-NUMERO TO E-PLA-NUMERO
                    ADD 1 TO PLA-SEQ-COURANT
                    MOVE PLA-SEQ-COURANT TO E-PLA-SEQ
                    PERFORM 25110-ECRIT-PLACEMENT
                 ELSE
                    PERFORM 25120-REECRIT-PLACEMENT
                 END-IF
              END-IF
           END-IF
           .

       25110-ECRIT-PLACEMENT.
      *----------------------*
           MOVE E-DIF-DATE-DEB  TO E-PLA-DATE-DEB
           MOVE E-DIF-DATE-FIN  TO E-PLA-DATE-FIN
           MOVE E-DIF-STATUT    TO E-PLA-STATUT
           MOVE E-DIF-SESSION   TO E-PLA-CODE-SESSION
           MOVE E-DIF-EMPLOYEUR TO E-PLA-CODE-EMPLOYEUR
           MOVE SPACE           TO E-PLA-TUTEUR

           WRITE E-PLACEMENT
              INVALID KEY
                 DISPLAY 'DIF1CI11 - ECHEC PLACEMENT NUM '
                         E-DIF-NUMERO ' SEQ ' E-PLA-SEQ
           END-WRITE
           .

       25120-REECRIT-PLACEMENT.
      *----------------------*
           READ FPLAC-FILE
              INVALID KEY
                 DISPLAY 'DIF1CI11 - PLACEMENT ABSENT NUM '
                         E-DIF-NUMERO ' SEQ ' E-PLA-SEQ
              NOT INVALID KEY
                 MOVE E-DIF-DATE-DEB TO E-PLA-DATE-DEB
                 MOVE E-DIF-DATE-FIN TO E-PLA-DATE-FIN
                 MOVE E-DIF-STATUT   TO E-PLA-STATUT
                 MOVE E-DIF-SESSION  TO E-PLA-CODE-SESSION
                 IF E-DIF-EMPLOYEUR NOT = E-PLA-CODE-EMPLOYEUR
                    MOVE SPACE TO E-PLA-TUTEUR
                 END-IF
                 MOVE E-DIF-EMPLOYEUR TO E-PLA-CODE-EMPLOYEUR
                 REWRITE E-PLACEMENT
                    INVALID KEY
                       DISPLAY 'DIF1CI11 - ECHEC PLACEMENT NUM '
                               E-DIF-NUMERO ' SEQ ' E-PLA-SEQ
                 END-REWRITE
           END-READ
           .

      *--------------------------------------------------------*
      *   CHANGEMENT DE SESSION : UN INSCRIT DE MOINS SUR       *
      *   L'ANCIENNE, UN DE PLUS SUR LA NOUVELLE                *
      *--------------------------------------------------------*
       25200-AJUSTE-SESSIONS.
      *----------------------*
           IF E-DIF-SESSION NOT = W-SESSION-AVANT
              IF W-SESSION-AVANT NOT = SPACE AND LOW-VALUE
                 MOVE W-SESSION-AVANT TO E-SES-CODE
                 READ FSESS-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-SES-INSCRITS > 0
                          SUBTRACT 1 FROM E-SES-INSCRITS
                       END-IF
                       REWRITE E-SESSION
                          INVALID KEY
                             DISPLAY 'DIF1CI11 - ECHEC MAJ SESSION '
                                     W-SESSION-AVANT
                       END-REWRITE
                 END-READ
              END-IF
              PERFORM 24200-INCREMENTE-SESSION
           END-IF
           .

      *--------------------------------------------------------*
      *   ABANDON (FABAN11) : DATE DU JOUR AU PASSAGE AU STATUT  *
      *   C, SEUL LE MOTIF CHANGE POUR UN DOSSIER DEJA ANNULE ;  *
      *   LA SORTIE DU STATUT C RETIRE L'ABANDON                 *
      *--------------------------------------------------------*
       25300-MAJ-ABANDON.
      *----------------------*
           MOVE E-DIF-NUMERO TO E-ABA-NUMERO
           IF E-DIF-STATUT = 'C'
              READ FABAN-FILE
                 INVALID KEY
                    MOVE SPACE        TO E-ABANDON
                    MOVE E-DIF-NUMERO TO E-ABA-NUMERO
                    MOVE W-DATE-SYS   TO E-ABA-DATE
                    MOVE E-DIF-PROGRAMME TO E-ABA-ORIGINE
                    PERFORM 25310-COMPLETE-ABANDON
                    WRITE E-ABANDON
                       INVALID KEY
                          DISPLAY 'DIF1CI11 - ECHEC ABANDON NUM '
                                  E-DIF-NUMERO
                    END-WRITE
                 NOT INVALID KEY
                    IF W-STATUT-AVANT NOT = 'C'
                       MOVE W-DATE-SYS      TO E-ABA-DATE
                       MOVE E-DIF-PROGRAMME TO E-ABA-ORIGINE
                    END-IF
                    PERFORM 25310-COMPLETE-ABANDON
                    REWRITE E-ABANDON
                       INVALID KEY
                          DISPLAY 'DIF1CI11 - ECHEC ABANDON NUM '
                                  E-DIF-NUMERO
                    END-REWRITE
              END-READ
           ELSE
              IF W-STATUT-AVANT = 'C'
                 DELETE FABAN-FILE RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
              END-IF
           END-IF
           .

       25310-COMPLETE-ABANDON.
      *----------------------*
           MOVE E-DIF-MOTIF-ABANDON TO E-ABA-MOTIF
           MOVE W-DATE-AUDIT        TO E-ABA-DATE-MAJ
           MOVE E-DIF-USERID        TO E-ABA-USERID
           .

      *--------------------------------------------------------*
      *   NIR SAISI OU SEXE CORRIGE : ECRITURE FNIR11,          *
      *   JOURNAL FNIRJ11 ET DETAIL D'AUDIT MASQUE              *
      *--------------------------------------------------------*
       25400-MAJ-NIR.
      *----------------------*
           IF W-NIR-APRES NOT = SPACE
              AND (NIR-MODIFIE-OUI OR E-DIF-SEXE NOT = W-SEXE-AVANT)
              MOVE E-DIF-NUMERO TO E-NIR-NUMERO
              IF NIR-EXISTE-OUI
                 READ FNIR-FILE
                    INVALID KEY
                       SET NIR-EXISTE-NON TO TRUE
                 END-READ
              END-IF
              IF NIR-EXISTE-NON
                 MOVE SPACE        TO E-NIR
                 MOVE E-DIF-NUMERO TO E-NIR-NUMERO
              END-IF
              MOVE W-NIR-APRES  TO E-NIR-VALEUR
              MOVE E-DIF-SEXE   TO E-NIR-SEXE
              MOVE E-DIF-USERID TO E-NIR-USERID
              MOVE W-DATE-AUDIT TO E-NIR-DATE-MAJ
              IF NIR-EXISTE-OUI
                 REWRITE E-NIR
                    INVALID KEY
                       DISPLAY 'DIF1CI11 - ECHEC NIR NUM '
                               E-DIF-NUMERO ' STATUT ' FNIR-STATUT
                    NOT INVALID KEY
                       PERFORM 25420-JOURNAL-NIR
                       PERFORM 25410-DETAIL-NIR
                 END-REWRITE
              ELSE
                 WRITE E-NIR
                    INVALID KEY
                       DISPLAY 'DIF1CI11 - ECHEC NIR NUM '
                               E-DIF-NUMERO ' STATUT ' FNIR-STATUT
                    NOT INVALID KEY
                       PERFORM 25420-JOURNAL-NIR
                       PERFORM 25410-DETAIL-NIR
                 END-WRITE
              END-IF
           END-IF
           .

       25410-DETAIL-NIR.
      *    Avant/apres masques : le NIR complet ne sort jamais de
      *    FNIR11
           MOVE SPACE     TO E-DETAIL
           MOVE CLE-HISTO TO E-DET-CLE-HISTO
           MOVE 'NIR       ' TO E-DET-CHAMP
           STRING W-NIR-MASQUE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W-SEXE-AVANT DELIMITED BY SIZE
                  INTO E-DET-AVANT
           END-STRING
           MOVE ALL '*'      TO W-NIR-MASQUE
           MOVE W-NIR-APRES(1:5) TO W-NIR-MASQUE(1:5)
           STRING W-NIR-MASQUE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  E-DIF-SEXE DELIMITED BY SIZE
                  INTO E-DET-APRES
           END-STRING

           MOVE E-DETAIL    TO SCP-ENREG
           WRITE E-DETAIL
              INVALID KEY
                 DISPLAY 'DIF1CI11 - ECHEC DETAIL NIR NUM '
                         E-DIF-NUMERO
              NOT INVALID KEY
                 PERFORM 86100-SCELLE-DETAIL
           END-WRITE
           .

       25420-JOURNAL-NIR.
      *    Acces en ecriture au NIR journalise au nom de l'auteur
      *    de la saisie
           MOVE SPACE           TO E-ACCES-NIR
           MOVE E-DIF-NUMERO    TO E-NRJ-NUMERO
           MOVE W-DATE-AUDIT    TO E-NRJ-DATE
           MOVE W-HEURE-AUDIT   TO E-NRJ-HEURE
           MOVE E-DIF-TERMINAL  TO E-NRJ-TERMINAL
           MOVE E-DIF-USERID    TO E-NRJ-USERID
           MOVE 'M'             TO E-NRJ-ACTION
           MOVE 'DIF1CI11'      TO E-NRJ-PROGRAMME
           WRITE E-ACCES-NIR
              INVALID KEY
                 CONTINUE
           END-WRITE
           .

      *--------------------------------------------------------*
      *   OUVERTURE DU SUIVI D'INSERTION : DEUX ECHEANCES A     *
      *   +3 ET +6 MOIS (65 ET 130 JOURS OUVRABLES, VALIDJOU),  *
      *   COMME 27000-OUVRE-SUIVIS DE FIN1CI11                  *
      *--------------------------------------------------------*
       25500-OUVRE-SUIVIS.
      *----------------------*
           MOVE 65 TO NB-JOURS-DEMANDE
           PERFORM 25510-CALCULE-ECHEANCE
           MOVE '3' TO E-SUI-ECHEANCE
           PERFORM 25520-ECRIT-SUIVI

           MOVE 130 TO NB-JOURS-DEMANDE
           PERFORM 25510-CALCULE-ECHEANCE
           MOVE '6' TO E-SUI-ECHEANCE
           PERFORM 25520-ECRIT-SUIVI
           .

       25510-CALCULE-ECHEANCE.
      *----------------------*
      * ---------- Appel sous programme VALIDJOU fonction 'A' :
      *            echeance a N jours ouvrables de ce jour
           MOVE 'A' TO FONCTION-J
           MOVE SPACE TO DATE-DEBUT-J
           STRING W-DATE-JOUR-JJ   DELIMITED BY SIZE
                  W-DATE-JOUR-MM   DELIMITED BY SIZE
                  W-DATE-JOUR-AAAA DELIMITED BY SIZE
                  INTO DATE-DEBUT-J
           END-STRING
           CALL pgm-validjou USING validjou-param

           MOVE SPACE TO W-ECHEANCE-DUE
           IF cr-jours-ok
      *       DATE-RESULTAT-J EST EN JJMMAAAA, LA DATE DUE EST
      *       STOCKEE AAAAMMJJ (TRI ET COMPARAISONS)
              STRING DATE-RESULTAT-J(5:4) DELIMITED BY SIZE
                     DATE-RESULTAT-J(3:2) DELIMITED BY SIZE
                     DATE-RESULTAT-J(1:2) DELIMITED BY SIZE
                     INTO W-ECHEANCE-DUE
              END-STRING
           END-IF
           .

       25520-ECRIT-SUIVI.
      *----------------------*
           MOVE E-DIF-NUMERO       TO E-SUI-NUMERO
           MOVE W-ECHEANCE-DUE     TO E-SUI-DATE-DUE
           MOVE E-DIF-DATE-FIN     TO E-SUI-DATE-FIN-PLA
           MOVE SPACE              TO E-SUI-RESULTAT
                                      E-SUI-DATE-SAISIE
           MOVE E-DIF-USERID       TO E-SUI-USERID

           WRITE E-SUIVI
              INVALID KEY
      *          Echeance deja ouverte (recloture) : on la garde
                 CONTINUE
           END-WRITE
           .

       26000-EDITE-JOURNAL.
      *----------------------*
           MOVE E-DIF-DATE     TO W-JRN-DATE
           MOVE E-DIF-HEURE    TO W-JRN-HEURE
           MOVE E-DIF-TERMINAL TO W-JRN-TERMINAL
           MOVE E-DIF-USERID   TO W-JRN-AUTEUR
           MOVE E-DIF-FONCTION TO W-JRN-FONCTION
           MOVE E-DIF-NUMERO   TO W-JRN-NUMERO
           IF SAISIE-VALIDE
              MOVE 'APPLIQUEE'   TO W-JRN-RESULTAT
              MOVE SPACE         TO W-JRN-MOTIF
           ELSE
              MOVE 'REJETEE'     TO W-JRN-RESULTAT
              MOVE W-MOTIF-REJET TO W-JRN-MOTIF
           END-IF
           WRITE JRNL-LIGNE FROM W-LIGNE-JRNL
           .

      *--------------------------------------------------------*
      *   AVIS DE REJET A L'AUTEUR : LES PROFILS FHABI11 NE     *
      *   PORTENT PAS D'ADRESSE PERSONNELLE, L'AVIS PART DANS   *
      *   LA BOITE DE SON ANTENNE (FSITE11) AVEC L'AUTEUR, LA   *
      *   NATURE, LA DATE DE SAISIE ET LE MOTIF EN FUSION       *
      *--------------------------------------------------------*
       27000-AVISE-AUTEUR.
      *----------------------*
           MOVE SPACE TO E-SIT-EMAIL
           IF W-SITE-AUTEUR NOT = SPACE
              MOVE W-SITE-AUTEUR TO E-SIT-CODE
              READ FSITE-FILE
                 INVALID KEY
                    MOVE SPACE TO E-SIT-EMAIL
              END-READ
           END-IF

           IF E-SIT-EMAIL = SPACE OR LOW-VALUE
              ADD 1 TO W-NB-NON-AVISES
              DISPLAY 'DIF1CI11 - REJET NON AVISE (PAS DE BOITE '
                      'SITE) AUTEUR ' E-DIF-USERID
                      ' NUM ' E-DIF-NUMERO
           ELSE
              MOVE SPACE            TO E-MAIL
              MOVE E-DIF-NUMERO     TO E-MAI-NUMERO
              MOVE E-SIT-EMAIL      TO E-MAI-DEST
              MOVE 'DIFREJET'       TO E-MAI-TEMPLATE
              STRING E-DIF-USERID   DELIMITED BY SIZE
                     ' '            DELIMITED BY SIZE
                     E-DIF-FONCTION DELIMITED BY SIZE
                     ' '            DELIMITED BY SIZE
                     E-DIF-DATE     DELIMITED BY SIZE
                     ' '            DELIMITED BY SIZE
                     W-MOTIF-REJET  DELIMITED BY SIZE
                     INTO E-MAI-FUSION
              END-STRING
              MOVE 'A'              TO E-MAI-ETAT
              MOVE W-DATE-AUDIT     TO E-MAI-DATE-DEPOT
              MOVE SPACE            TO E-MAI-DATE-ETAT
              PERFORM 27100-DEPOSE-MESSAGE
           END-IF
           .

       27100-DEPOSE-MESSAGE.
      *    Depose le message dans le sas FMAIL11 : la sequence
      *    suivante du stagiaire est trouvee en reessayant l'ecriture
      *    tant que la cle existe deja
           MOVE 1 TO E-MAI-SEQ
           MOVE 0 TO W-MAIL-DEPOSE
           PERFORM UNTIL W-MAIL-DEPOSE = 1 OR E-MAI-SEQ > 9999
              WRITE E-MAIL
                 INVALID KEY
                    ADD 1 TO E-MAI-SEQ
                 NOT INVALID KEY
                    MOVE 1 TO W-MAIL-DEPOSE
              END-WRITE
           END-PERFORM

           IF W-MAIL-DEPOSE = 0
              ADD 1 TO W-NB-NON-AVISES
              DISPLAY 'DIF1CI11 - SAS FMAIL11 SATURE NUM '
                      E-MAI-NUMERO
           END-IF
           .

      *--------------------------------------------------------*
      *   SCELLEMENT DE LA TRACE D'AUDIT QUI VIENT D'ETRE      *
      *   ECRITE : EMPREINTE ET VALEUR CHAINEE DEPOSEES DANS   *
      *   FSCEL11 PAR SCELLBAT (UN INCIDENT NE BLOQUE PAS LE   *
      *   TRAITEMENT, LA TRACE SORT A LA VERIFICATION)         *
      *--------------------------------------------------------*
       86000-SCELLE-HISTO.
      *----------------------*
           MOVE 'A'             TO SCP-TYPE
           MOVE 'E'             TO SCP-FONCTION
           MOVE 'DIF1CI11'      TO SCP-PROGRAMME
           MOVE SCP-ENREG(29:8) TO SCP-USERID
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       86100-SCELLE-DETAIL.
      *----------------------*
      *    LE DETAIL EST SCELLE AU NOM DE L'AUTEUR DE SON
      *    EVENEMENT, SCELLE JUSTE AVANT
           MOVE 'D'             TO SCP-TYPE
           MOVE 'E'             TO SCP-FONCTION
           MOVE 'DIF1CI11'      TO SCP-PROGRAMME
           CALL pgm-scellbat USING SCELLEMENT-PARAM
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           MOVE W-NB-LUS        TO W-TOT-LUS
           MOVE W-NB-APPLIQUES  TO W-TOT-APPLIQUES
           MOVE W-NB-REJETES    TO W-TOT-REJETES
           MOVE W-NB-NON-AVISES TO W-TOT-NON-AVISES
           WRITE JRNL-LIGNE FROM W-LIGNE-TOTAL

           IF W-FDIFF-PRESENT = 1
              CLOSE FDIFF-FILE
           END-IF
           CLOSE FSTAG-FILE
           CLOSE FPLAC-FILE
           CLOSE FSESS-FILE
           IF W-FPREQ-PRESENT = 1
              CLOSE FPREQ-FILE
           END-IF
           IF W-FRESU-PRESENT = 1
              CLOSE FRESU-FILE
           END-IF
           CLOSE FEMPL-FILE
           CLOSE FCONV-FILE
           CLOSE FROME-FILE
           IF W-FCOMM-PRESENT = 1
              CLOSE FCOMM-FILE
           END-IF
           CLOSE FMABA-FILE
           CLOSE FABAN-FILE
           CLOSE FSTAGA-FILE
           CLOSE FSTAGD-FILE
           CLOSE FDOCS-FILE
           CLOSE FTDOC-FILE
           CLOSE FPHON-FILE
           CLOSE FNIR-FILE
           CLOSE FNIRJ-FILE
           CLOSE FSUIV-FILE
           CLOSE FHABI-FILE
           CLOSE FSITE-FILE
           CLOSE FMAIL-FILE
           CLOSE JRNL-FILE
           MOVE 'F'             TO SCP-FONCTION
           CALL pgm-scellbat USING SCELLEMENT-PARAM

           DISPLAY 'DIF1CI11 - MISES A JOUR DIFFEREES - '
                   W-NB-LUS ' LUE(S) / '
                   W-NB-APPLIQUES ' APPLIQUEE(S) / '
                   W-NB-REJETES ' REJETEE(S)'

           IF W-NB-REJETES > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           .
