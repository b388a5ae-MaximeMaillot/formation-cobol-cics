      * Structure d'un placement (FPLAC11)
       COPY CPLAC.

      * Structure d'un prerequis de session (FPREQ11)
       COPY CPREQ.

      * Structure d'un resultat de certification (FRESU11)
       COPY CRESU.

      * Structure d'une convention d'accueil (FCONV11)
       COPY CCONV.

      * Structure d'un employeur d'accueil (FEMPL11)
       COPY CEMPL.

      * Structure d'un metier du referentiel ROME (FROME11)
       COPY CROME.

      * Structure d'une commune du referentiel (FCOMM11)
       COPY CCOMM.

      * Structure de l'historique d'audit consultable (FSTAGA11)
       COPY CTDHIST.

      * Zone d'appel du scellement des traces d'audit (FSCEL11)
       COPY CSCEP.

      * Structure du detail avant/apres (FSTAGD11) : a la creation,
      * valeur saisie de chaque champ renseigne, avant a blanc
       COPY CDETA.

      * Structure du NIR du stagiaire (FNIR11, index unique FNIRP11)
       COPY CNIR.

      * Journal des acces au NIR (FNIRJ11)
       COPY CNIRJ.

      * Mise a jour differee (FDIFF11) : creation saisie pendant la
      * chaine de nuit, FSTAG11 ferme au CICS
       COPY CDIFF.

      * --------- Nature de l'acces au NIR a journaliser
       01 W-ACCES-ACTION                 PIC X(1).


      *
       01 interval                       pic S9(15) comp-3.
         02 pgm-validdat                 PIC X(8) value 'VALIDDAT'.
         02 pgm-validper                 PIC X(8) value 'VALIDPER'.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.
         02 pgm-scellaud                 PIC X(8) value 'SCELLAUD'.

      * --------- Parametre pour sous-programme VALIDPHO (cle
      *           phonetique du nom, index FPHON11)



      * --------- Parametre pour sous-programme VALIDNIR (cle
      *           modulo 97, coherence avec le sexe et la date de
      *           naissance)
       01 pgm-validnir                   PIC X(8) value 'VALIDNIR'.
       01 validnir-param.
         02 NIR-A-VALIDER                PIC X(15).
         02 SEXE-A-VALIDER               PIC X(1).
         02 NAISS-A-VALIDER              PIC X(8).
         02 CR-NIR                       PIC 9.
           88 cr-nir-invalide            value 0.
           88 cr-nir-valide              value 1.
           88 cr-nir-sexe                value 2.
           88 cr-nir-naissance           value 3.
       01 W-NIR-SAISI                    PIC 9 VALUE 0.
         88 NIR-SAISI-OUI           VALUE 1.
         88 NIR-SAISI-NON           VALUE 0.

      * --------- Controle du couple code postal / ville
       01 NB-COMMUNES                    PIC 9(3).
       01 VILLE-PROPOSEE                 PIC X(25).
         88 SUPERVISION-OUI         VALUE 1.
         88 SUPERVISION-NON         VALUE 0.

      * --------- Controle des prerequis de la session (FPREQ11) :
      *           certification obtenue (FRESU11) ou session suivie
      *           jusqu'au bout (FPLAC11), par le code exige ou une
      *           session de meme intitule (reconduction)
       01 W-DEROG-PREREQUIS              PIC 9 VALUE 0.
       01 W-PRQ-NB                       PIC S9(4) COMP.
       01 W-PRQ-IDX                      PIC S9(4) COMP.
       01 W-PRQ-MANQUANT                 PIC S9(4) COMP.
       01 W-PRQ-TABLE.
         05 W-PRQ-POSTE OCCURS 10.
           10 W-PRQ-TYPE                 PIC X(1).
           10 W-PRQ-REQUIS               PIC X(6).
       01 W-PRQ-NUMERO                   PIC 9(6).
       01 W-PRQ-CODE                     PIC X(6).
       01 W-PRQ-TITRE                    PIC X(30).
       01 W-PRQ-FIN-BROWSE               PIC 9.
       01 W-PRQ-SATISFAIT                PIC 9.
         88 PRQ-SATISFAIT-OUI       VALUE 1.
         88 PRQ-SATISFAIT-NON       VALUE 0.

      * --------- Controle de la convention d'accueil (FCONV11)
       01 W-DEROG-CONVENTION             PIC 9 VALUE 0.
       01 W-AUJOURDHUI                   PIC 9(8).
       01 HOM-FIN-BROWSE                 PIC 9.
         88 HOM-FIN-BROWSE-OUI      VALUE 1.
         88 HOM-FIN-BROWSE-NON      VALUE 0.
      *        UN HOMONYME PORTANT UN AUTRE NIR QUE CELUI SAISI
      *        EST UNE AUTRE PERSONNE : IL N'EST PAS SIGNALE
       01 HOM-RETENU                     PIC 9.
         88 HOMONYME-RETENU         VALUE 1.
         88 HOMONYME-ECARTE         VALUE 0.

      * --------- Generation de la checklist standard (FTDOC11)
       01 TDO-FIN-BROWSE                 PIC 9.
       01 DATE-COURANTE                  PIC X(10).
       01 ANNEE-COURANTE                 PIC 9(4).

      *------------------------------------------------------*
      *   CHAMPS PORTES AU DETAIL DE LA CREATION (FSTAGD11) : *
      *   MEMES CODES, POSITIONS ET LONGUEURS QUE LE DETAIL   *
      *   DES MODIFICATIONS INF3CI11, PLUS LE GESTIONNAIRE    *
      *   REFERENT ET LE METIER CIBLE POSES A LA CREATION     *
      *------------------------------------------------------*
       01 CHAMPS-CREATION-V.
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
       01 FILLER REDEFINES CHAMPS-CREATION-V.
         05 CHAMP-CREATION OCCURS 24.
           10 CHP-CODE                    PIC X(10).
           10 CHP-POSITION                PIC 9(4).
           10 CHP-LONGUEUR                PIC 9(3).
       77 IDX-CHAMP                       PIC 9(2).

      * ---------- Paramètre pour sous-programme ACCFILE
       01 accfile-param.
         05 file-name                    PIC X(8).
              END-EVALUATE
           END-IF

      *    Check les prerequis de la session (FPREQ11) : blocage si
      *    certification ou session prealable manquante (derogation
      *    supervision, tracee en audit)
           IF CODESESI NOT = SPACE AND LOW-VALUE
              PERFORM 23280-CONTROLE-PREREQUIS
           END-IF

      *    Check le code employeur d'accueil (facultatif, mais doit
      *    exister au referentiel FEMPL11 s'il est renseigne)
           IF CODEEMPI NOT = SPACE AND LOW-VALUE
                 MOVE 'Employeur inconnu au referentiel' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF

      *       Employeur suspendu par la supervision (EST1CI11) :
      *       aucun nouveau placement
              MOVE enrgmt TO E-EMPLOYEUR
              IF EMP-SUSPENDU
                 MOVE -1 to codeempl
                 MOVE 'Employeur suspendu : aucun nouveau placement'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

      *    Check le metier cible (facultatif, mais doit exister
      *    au referentiel ROME FROME11 s'il est renseigne)
           IF CODEROMI NOT = SPACE AND LOW-VALUE
              MOVE CODEROMI    TO E-ROM-CODE
              MOVE 'FROME'     TO file-name
              SET c-consult       TO TRUE
              MOVE E-METIER    TO enrgmt
              CALL pgm-accfile USING accfile-param

              IF NOT cr-ok
                 MOVE -1 to coderoml
                 MOVE 'Metier cible inconnu au referentiel ROME'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF

      *    Check la convention d'accueil (FCONV11) : presente,
              MOVE 'Statut invalide (A/T/C)' to messo
              perform 22000-TRAIT-ENVOI
           END-IF

           PERFORM 23225-CHECK-NIR
           .

      *--------------------------------------------------
      * -- CONTROLE DU NIR (FACULTATIF A LA CREATION) ---
      *--------------------------------------------------
       23225-CHECK-NIR.
      *    Un NIR saisi doit porter une cle modulo 97 juste et
      *    etre coherent avec le sexe et la date de naissance
      *    (VALIDNIR) ; il ne doit pas deja etre attribue a un
      *    autre dossier (index unique FNIRP11)
           SET NIR-SAISI-NON TO TRUE
           IF NIRI = SPACE OR LOW-VALUE
              continue
           ELSE
              SET NIR-SAISI-OUI TO TRUE
              IF SEXEI NOT = 'H' AND NOT = 'F'
                 MOVE -1 to sexel
                 MOVE 'Sexe obligatoire avec le NIR (H/F)' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF

              MOVE NIRI   TO NIR-A-VALIDER
              MOVE SEXEI  TO SEXE-A-VALIDER
              MOVE DATENI TO NAISS-A-VALIDER
              CALL pgm-validnir USING validnir-param

              EVALUATE TRUE
                WHEN cr-nir-invalide
                  MOVE -1 to nirl
                  MOVE 'NIR invalide (cle de controle fausse)' to messo
                  perform 22000-TRAIT-ENVOI
                WHEN cr-nir-sexe
                  MOVE -1 to sexel
                  MOVE 'NIR incoherent avec le sexe' to messo
                  perform 22000-TRAIT-ENVOI
                WHEN cr-nir-naissance
                  MOVE -1 to nirl
                  MOVE 'NIR incoherent avec la date de naissance'
                    to messo
                  perform 22000-TRAIT-ENVOI
                WHEN OTHER
                  continue
              END-EVALUATE

              MOVE NIRI    TO E-NIR-VALEUR
              MOVE 'FNIRP' TO file-name
              SET c-consult TO TRUE
              MOVE E-NIR   TO enrgmt
              CALL pgm-accfile USING accfile-param

              IF cr-ok
                 MOVE enrgmt TO E-NIR
                 MOVE SPACE TO messo
                 STRING 'NIR deja attribue au dossier '
                          DELIMITED BY SIZE
                        E-NIR-NUMERO DELIMITED BY SIZE
                        INTO messo
                 END-STRING
                 MOVE -1 to nirl
                 perform 22000-TRAIT-ENVOI
              END-IF
           END-IF
           .

      *--------------------------------------------------
                     AND E-NOM = NOMI
                     AND E-PRENOM = PRENOMI
                     AND E-DATE-NAISS = DATENI
                     PERFORM 23235-COMPARE-NIR
                  END-IF
                  IF SUPPRIME-NON
                     AND E-NOM = NOMI
                     AND E-PRENOM = PRENOMI
                     AND E-DATE-NAISS = DATENI
                     AND HOMONYME-RETENU
                     ADD 1 TO NB-HOMONYMES
                     IF NB-HOMONYMES <= 3
                        STRING E-NUMERO DELIMITED BY SIZE
           CALL pgm-accfile USING accfile-param
           .

       23235-COMPARE-NIR.
      *    Sans NIR saisi, ou sans NIR connu pour l'homonyme, le
      *    rapprochement reste celui du nom et de la naissance
           SET HOMONYME-RETENU TO TRUE
           IF NIR-SAISI-OUI
              MOVE E-NUMERO TO E-NIR-NUMERO
              MOVE 'FNIR'   TO file-name
              SET c-consult TO TRUE
              MOVE E-NIR    TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-NIR
                 IF E-NIR-VALEUR NOT = NIRI
                    SET HOMONYME-ECARTE TO TRUE
                 END-IF
              END-IF
           END-IF
           .


      *--------------------------------------------------
      * -- CONTROLE DU COUPLE CODE POSTAL / VILLE -------
           .

       23300-CREATE-STAGIAIRE.
      *    Ecrit le stagiaire (zone vierge : E-STAGIAIRE a pu servir
      *    au parcours des homonymes)
           MOVE SPACE     TO E-STAGIAIRE
           MOVE NUMSTAGI  TO E-NUMERO
           MOVE NOMI      TO E-NOM
           MOVE PRENOMI   TO E-PRENOM
           MOVE TELURGI   TO E-CONTACT-URGENCE-TEL
           MOVE NOTESI    TO E-NOTES
           MOVE CODESESI  TO E-CODE-SESSION
           MOVE CODEROMI  TO E-CODE-ROME
           MOVE CONSCOURI TO E-CONSENT-COURRIER
           MOVE CONSMAILI TO E-CONSENT-EMAIL
           MOVE CONSPARTI TO E-CONSENT-PARTAGE
                  PERFORM 23265-AUDIT-DEROGATION
                  MOVE 0 TO W-DEROG-CONVENTION
               END-IF
               IF W-DEROG-PREREQUIS = 1
                  PERFORM 23285-AUDIT-PREREQUIS
                  MOVE 0 TO W-DEROG-PREREQUIS
               END-IF
               PERFORM 23370-INDEXE-PHONETIQUE
               IF NIR-SAISI-OUI
                  PERFORM 23375-ENREGISTRE-NIR
               END-IF
             WHEN DFHRESP(DUPREC)
               MOVE 'Stagiaire existe deja' to messo
      *      Fichier ferme par la chaine de nuit : creation differee
             WHEN DFHRESP(NOTOPEN)
             WHEN DFHRESP(DISABLED)
               PERFORM 23380-DIFFERE-CREATION
             WHEN OTHER
               MOVE 'Echec de la creation' to messo
           END-EVALUATE
                     FROM(E-HISTO)
                     RESP(C-R)
           END-EXEC
           PERFORM SCELLE-HISTO

           PERFORM 23315-ECRIT-DETAILS

           PERFORM PUBLIE-EVENEMENT
           .

      *--------------------------------------------------
      * --- DETAIL DE LA CREATION : UN ENREGISTREMENT ---
      * --- FSTAGD11 PAR CHAMP RENSEIGNE, POUR QUE LE  ---
      * --- DOSSIER SE RECONSTRUISE DEPUIS L'AUDIT     ---
      *--------------------------------------------------
       23315-ECRIT-DETAILS.
      *-----------------------*
           PERFORM VARYING IDX-CHAMP FROM 1 BY 1
              UNTIL IDX-CHAMP > 24
              IF E-STAGIAIRE(CHP-POSITION(IDX-CHAMP):
                             CHP-LONGUEUR(IDX-CHAMP)) NOT = SPACE
                 PERFORM 23316-ECRIT-UN-DETAIL
              END-IF
           END-PERFORM
           .

       23316-ECRIT-UN-DETAIL.
      *-----------------------*
           MOVE SPACE     TO E-DETAIL
           MOVE CLE-HISTO TO E-DET-CLE-HISTO
           MOVE CHP-CODE(IDX-CHAMP) TO E-DET-CHAMP
           MOVE E-STAGIAIRE(CHP-POSITION(IDX-CHAMP):
                            CHP-LONGUEUR(IDX-CHAMP))
                          TO E-DET-APRES

           EXEC CICS WRITE
                     FILE('FSTAGD11')
                     RIDFLD(E-DET-CLE)
                     FROM(E-DETAIL)
                     RESP(C-R)
           END-EXEC
           PERFORM SCELLE-DETAIL
           .

       23320-CREATE-PLACEMENT.
      *    Ouvre le premier placement du stagiaire (FPLAC11) avec le
      *    triplet dates/statut saisi ; l'historique des placements
              MOVE STATUTI   TO E-PLA-STATUT
              MOVE CODESESI  TO E-PLA-CODE-SESSION
              MOVE CODEEMPI  TO E-PLA-CODE-EMPLOYEUR
              MOVE SPACE     TO E-PLA-TUTEUR

              MOVE 'FPLAC'     TO file-name
              SET c-write      TO TRUE
           .


      *--------------------------------------------------
      * -- SCELLEMENT DES TRACES D'AUDIT ----------------
      *--------------------------------------------------
       SCELLE-HISTO.
      *    Empreinte et valeur chainee de la trace FSTAGA11
      *    qui vient d'etre ecrite, deposees dans FSCEL11
           IF C-R = DFHRESP(NORMAL)
              MOVE 'A'        TO SCP-TYPE
              MOVE 'E'        TO SCP-FONCTION
              MOVE E-HISTO    TO SCP-ENREG
              PERFORM SCELLE-TRACE
           END-IF
           .

       SCELLE-DETAIL.
      *    Idem pour le detail avant/apres FSTAGD11
           IF C-R = DFHRESP(NORMAL)
              MOVE 'D'        TO SCP-TYPE
              MOVE 'E'        TO SCP-FONCTION
              MOVE E-DETAIL   TO SCP-ENREG
              PERFORM SCELLE-TRACE
           END-IF
           .

       SCELLE-TRACE.
      *    Un incident de scellement ne bloque pas la mise a
      *    jour : la trace non scellee sort a la verification
           MOVE MON-PROG      TO SCP-PROGRAMME
           MOVE EIBUSERID     TO SCP-USERID
           CALL pgm-scellaud USING SCELLEMENT-PARAM
           .


      *--------------------------------------------------
      * -- PUBLICATION DE L'EVENEMENT POUR L'AVAL -------
      *--------------------------------------------------
           END-IF
           .

       23375-ENREGISTRE-NIR.
      *    Le NIR controle est range dans FNIR11 ; un NIR pose
      *    entre-temps sur un autre dossier est refuse par l'index
      *    unique (DUPREC) et le dossier reste cree sans NIR
           MOVE SPACE     TO E-NIR
           MOVE NUMSTAGI  TO E-NIR-NUMERO
           MOVE NIRI      TO E-NIR-VALEUR
           MOVE SEXEI     TO E-NIR-SEXE
           MOVE EIBUSERID TO E-NIR-USERID
           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-NIR-DATE-MAJ)
                     DATESEP('/')
           END-EXEC

           MOVE 'FNIR'    TO file-name
           SET c-write    TO TRUE
           MOVE E-NIR     TO enrgmt
           CALL pgm-accfile USING accfile-param

           EVALUATE TRUE
             WHEN cr-ok
               MOVE 'M' TO W-ACCES-ACTION
               PERFORM 80000-JOURNAL-NIR
             WHEN cr-duplicate
               MOVE 'Stagiaire ajoute, NIR refuse (deja attribue)'
                 to messo
             WHEN OTHER
               MOVE 'Stagiaire ajoute, echec de l''ecriture du NIR'
                 to messo
           END-EVALUATE
           .

      *--------------------------------------------------
      * -- CREATION DIFFEREE PENDANT LA CHAINE DE NUIT --
      *--------------------------------------------------
       23380-DIFFERE-CREATION.
      *    FSTAG11 est ferme au CICS le temps de la chaine : la
      *    saisie controlee est rangee dans FDIFF11 avec l'auteur,
      *    le terminal et l'horodatage ; DIF1CI11 la rejoue en fin
      *    de chaine avec les memes controles et avise l'auteur
      *    d'un rejet
           MOVE SPACE TO E-DIFFERE

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(E-DIF-DATE)
                     TIME(E-DIF-HEURE)
           END-EXEC

           MOVE EIBTRMID              TO E-DIF-TERMINAL
           MOVE EIBUSERID             TO E-DIF-USERID
           MOVE MON-PROG              TO E-DIF-PROGRAMME
           SET DIF-CREATION           TO TRUE
           MOVE E-NUMERO              TO E-DIF-NUMERO
           MOVE 0                     TO E-DIF-VERSION
           SET DIF-EN-ATTENTE         TO TRUE

           MOVE E-NOM                 TO E-DIF-NOM
           MOVE E-PRENOM              TO E-DIF-PRENOM
           MOVE E-ADR1                TO E-DIF-ADR1
           MOVE E-ADR2                TO E-DIF-ADR2
           MOVE E-CODEP               TO E-DIF-CODEP
           MOVE E-VILLE               TO E-DIF-VILLE
           MOVE E-TELDOM              TO E-DIF-TELDOM
           MOVE E-TELPOR              TO E-DIF-TELPOR
           MOVE E-EMAIL               TO E-DIF-EMAIL
           MOVE E-DATE-NAISS          TO E-DIF-DATE-NAISS
           MOVE E-DATE-DEB-PRESTA     TO E-DIF-DATE-DEB
           MOVE E-DATE-FIN-PRESTA     TO E-DIF-DATE-FIN
           MOVE E-STATUT              TO E-DIF-STATUT
           MOVE E-CONTACT-URGENCE-NOM TO E-DIF-URGENCE-NOM
           MOVE E-CONTACT-URGENCE-TEL TO E-DIF-URGENCE-TEL
           MOVE E-NOTES               TO E-DIF-NOTES
           MOVE E-CODE-SESSION        TO E-DIF-SESSION
           MOVE CODEEMPI              TO E-DIF-EMPLOYEUR
           MOVE E-CODE-ROME           TO E-DIF-ROME
           MOVE E-CONSENT-COURRIER    TO E-DIF-CONSENT-COURRIER
           MOVE E-CONSENT-EMAIL       TO E-DIF-CONSENT-EMAIL
           MOVE E-CONSENT-PARTAGE     TO E-DIF-CONSENT-PARTAGE
           IF NIR-SAISI-OUI
              MOVE NIRI               TO E-DIF-NIR
              MOVE SEXEI              TO E-DIF-SEXE
           END-IF
           INSPECT E-DIF-SAISIE REPLACING ALL LOW-VALUE BY SPACE

           EXEC CICS WRITE
                     FILE('FDIFF11 ')
                     RIDFLD(E-DIF-CLE)
                     FROM(E-DIFFERE)
                     RESP(C-R)
           END-EXEC

           IF C-R = DFHRESP(NORMAL)
              MOVE 'Creation mise en attente (chaine de nuit en cours)'
                to messo
           ELSE
              MOVE 'Chaine de nuit en cours, ressaisissez plus tard'
                to messo
           END-IF
           .

      *--------------------------------------------------
      * -- JOURNAL DES ACCES AU NIR ---------------------
      *--------------------------------------------------
       80000-JOURNAL-NIR.
      *    Chaque acces au NIR est trace dans FNIRJ11 avec
      *    userid, terminal et horodatage, comme FBANJ11 pour les
      *    coordonnees bancaires. Un doublon de cle (deux acces
      *    dans la meme seconde) est abandonne sans message
           MOVE SPACE TO E-ACCES-NIR

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(E-NRJ-DATE)
                     DATESEP('/')
                     TIME(E-NRJ-HEURE)
                     TIMESEP(':')
           END-EXEC

           MOVE NUMSTAGI       TO E-NRJ-NUMERO
           MOVE EIBTRMID       TO E-NRJ-TERMINAL
           MOVE EIBUSERID      TO E-NRJ-USERID
           MOVE W-ACCES-ACTION TO E-NRJ-ACTION
           MOVE MON-PROG       TO E-NRJ-PROGRAMME

           MOVE 'FNIRJ'        TO file-name
           SET c-write         TO TRUE
           MOVE E-ACCES-NIR    TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       23240-VERIFIE-SUPERVISION.
      *    Le surbooking deliberee exige le role supervision sur
      *    le profil (FHABI11) de l'utilisateur connecte
           END-EXEC
           .

      *--------------------------------------------------
      * --  CONTROLE DES PREREQUIS DE LA SESSION ---------
      *--------------------------------------------------
       23280-CONTROLE-PREREQUIS.
      *----------------------*
           PERFORM 232801-CHARGE-PREREQUIS

           MOVE NUMSTAGI TO W-PRQ-NUMERO
           MOVE 0        TO W-PRQ-MANQUANT
           PERFORM VARYING W-PRQ-IDX FROM 1 BY 1
                   UNTIL W-PRQ-IDX > W-PRQ-NB OR W-PRQ-MANQUANT > 0
              PERFORM 232802-VERIFIE-PREREQUIS
              IF PRQ-SATISFAIT-NON
                 MOVE W-PRQ-IDX TO W-PRQ-MANQUANT
              END-IF
           END-PERFORM

           IF W-PRQ-MANQUANT > 0
              MOVE SPACE TO messo
              IF W-PRQ-TYPE(W-PRQ-MANQUANT) = 'C'
                 STRING 'Prerequis non satisfait : certification '
                        W-PRQ-REQUIS(W-PRQ-MANQUANT) ' requise'
                        DELIMITED BY SIZE INTO messo
                 END-STRING
              ELSE
                 STRING 'Prerequis non satisfait : session '
                        W-PRQ-REQUIS(W-PRQ-MANQUANT) ' non suivie'
                        DELIMITED BY SIZE INTO messo
                 END-STRING
              END-IF
              PERFORM 23240-VERIFIE-SUPERVISION
              IF SUPERVISION-NON
                 MOVE -1 to codesesl
                 perform 22000-TRAIT-ENVOI
              END-IF
      *       DEROGATION SUPERVISION : ACCEPTEE MAIS TRACEE EN
      *       AUDIT A L'ECRITURE DU DOSSIER
              MOVE 1 TO W-DEROG-PREREQUIS
              INITIALIZE messo
           END-IF
           .

       232801-CHARGE-PREREQUIS.
      *    Prerequis declares pour la session (FPREQ11, cle
      *    session + type + session exigee)
           MOVE 0 TO W-PRQ-NB W-PRQ-FIN-BROWSE

           MOVE CODESESI    TO E-PRQ-SESSION
           MOVE LOW-VALUE   TO E-PRQ-TYPE E-PRQ-REQUIS
           MOVE 'FPREQ'     TO file-name
           SET c-startbr    TO TRUE
           MOVE E-PREREQUIS TO enrgmt
           CALL pgm-accfile USING accfile-param

           IF NOT cr-ok
              MOVE 1 TO W-PRQ-FIN-BROWSE
           END-IF

           PERFORM UNTIL W-PRQ-FIN-BROWSE = 1
              MOVE E-PREREQUIS TO enrgmt
              MOVE 'FPREQ'     TO file-name
              SET c-readnext   TO TRUE
              CALL pgm-accfile USING accfile-param
              IF cr-ok
                 MOVE enrgmt TO E-PREREQUIS
                 IF E-PRQ-SESSION NOT = CODESESI OR W-PRQ-NB = 10
                    MOVE 1 TO W-PRQ-FIN-BROWSE
                 ELSE
                    ADD 1 TO W-PRQ-NB
                    MOVE E-PRQ-TYPE   TO W-PRQ-TYPE(W-PRQ-NB)
                    MOVE E-PRQ-REQUIS TO W-PRQ-REQUIS(W-PRQ-NB)
                 END-IF
              ELSE
                 MOVE 1 TO W-PRQ-FIN-BROWSE
              END-IF
           END-PERFORM

           MOVE 'FPREQ'     TO file-name
           SET c-endbr      TO TRUE
           MOVE E-PREREQUIS TO enrgmt
           CALL pgm-accfile USING accfile-param
           .

       232802-VERIFIE-PREREQUIS.
      *    Un prerequis est satisfait par la session exigee ou par
      *    une session de meme intitule (reconduction catalogue)
           SET PRQ-SATISFAIT-NON TO TRUE
           MOVE SPACE TO W-PRQ-TITRE

           MOVE W-PRQ-REQUIS(W-PRQ-IDX) TO E-SES-CODE
           MOVE 'FSESS'   TO file-name
           SET c-consult  TO TRUE
           MOVE E-SESSION TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt      TO E-SESSION
              MOVE E-SES-TITRE TO W-PRQ-TITRE
           END-IF

           MOVE 0 TO W-PRQ-FIN-BROWSE
           IF W-PRQ-TYPE(W-PRQ-IDX) = 'C'
      *       CERTIFICATIONS OBTENUES DU STAGIAIRE (FRESU11)
              MOVE W-PRQ-NUMERO TO E-RES-NUMERO
              MOVE LOW-VALUE    TO E-RES-SESSION
              MOVE 'FRESU'      TO file-name
              SET c-startbr     TO TRUE
              MOVE E-RESULTAT   TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 MOVE 1 TO W-PRQ-FIN-BROWSE
              END-IF
              PERFORM UNTIL W-PRQ-FIN-BROWSE = 1
                 MOVE E-RESULTAT TO enrgmt
                 MOVE 'FRESU'    TO file-name
                 SET c-readnext  TO TRUE
                 CALL pgm-accfile USING accfile-param
                 IF cr-ok
                    MOVE enrgmt TO E-RESULTAT
                    IF E-RES-NUMERO NOT = W-PRQ-NUMERO
                       MOVE 1 TO W-PRQ-FIN-BROWSE
                    ELSE
                       IF RES-OBTENU
                          MOVE E-RES-SESSION TO W-PRQ-CODE
                          PERFORM 232803-COMPARE-SESSION
                          IF PRQ-SATISFAIT-OUI
                             MOVE 1 TO W-PRQ-FIN-BROWSE
                          END-IF
                       END-IF
                    END-IF
                 ELSE
                    MOVE 1 TO W-PRQ-FIN-BROWSE
                 END-IF
              END-PERFORM
              MOVE 'FRESU'    TO file-name
              SET c-endbr     TO TRUE
              MOVE E-RESULTAT TO enrgmt
              CALL pgm-accfile USING accfile-param
           ELSE
      *       PLACEMENTS TERMINES DU STAGIAIRE (FPLAC11)
              MOVE W-PRQ-NUMERO TO E-PLA-NUMERO
              MOVE 0            TO E-PLA-SEQ
              MOVE 'FPLAC'      TO file-name
              SET c-startbr     TO TRUE
              MOVE E-PLACEMENT  TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 MOVE 1 TO W-PRQ-FIN-BROWSE
              END-IF
              PERFORM UNTIL W-PRQ-FIN-BROWSE = 1
                 MOVE E-PLACEMENT TO enrgmt
                 MOVE 'FPLAC'     TO file-name
                 SET c-readnext   TO TRUE
                 CALL pgm-accfile USING accfile-param
                 IF cr-ok
                    MOVE enrgmt TO E-PLACEMENT
                    IF E-PLA-NUMERO NOT = W-PRQ-NUMERO
                       MOVE 1 TO W-PRQ-FIN-BROWSE
                    ELSE
                       IF PLA-TERMINE
                          MOVE E-PLA-CODE-SESSION TO W-PRQ-CODE
                          PERFORM 232803-COMPARE-SESSION
                          IF PRQ-SATISFAIT-OUI
                             MOVE 1 TO W-PRQ-FIN-BROWSE
                          END-IF
                       END-IF
                    END-IF
                 ELSE
                    MOVE 1 TO W-PRQ-FIN-BROWSE
                 END-IF
              END-PERFORM
              MOVE 'FPLAC'     TO file-name
              SET c-endbr      TO TRUE
              MOVE E-PLACEMENT TO enrgmt
              CALL pgm-accfile USING accfile-param
           END-IF
           .

       232803-COMPARE-SESSION.
      *    Session suivie ou certifiee comparee a la session exigee
           IF W-PRQ-CODE = W-PRQ-REQUIS(W-PRQ-IDX)
              SET PRQ-SATISFAIT-OUI TO TRUE
           ELSE
              IF W-PRQ-TITRE NOT = SPACE
                 AND W-PRQ-CODE NOT = SPACE AND LOW-VALUE
                 MOVE W-PRQ-CODE TO E-SES-CODE
                 MOVE 'FSESS'    TO file-name
                 SET c-consult   TO TRUE
                 MOVE E-SESSION  TO enrgmt
                 CALL pgm-accfile USING accfile-param
                 IF cr-ok
                    MOVE enrgmt TO E-SESSION
                    IF E-SES-TITRE = W-PRQ-TITRE
                       SET PRQ-SATISFAIT-OUI TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       23285-AUDIT-PREREQUIS.
      *    Trace d'audit de la derogation de prerequis accordee
      *    (TDQ INFO, ressource FPREQ11)
           MOVE SPACE TO E-TD

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(DATE-TD)
                     DATESEP('/')
                     TIME(HEURE-TD)
                     TIMESEP(':')
           END-EXEC

           MOVE EIBTRMID        TO TERMINAL-TD
           MOVE EIBUSERID       TO USERID-USER-TD
           MOVE 'V'             TO TYPE-DONNEES
           MOVE 'FPREQ11 '      TO RESSOURCE-TD
           MOVE 'M'             TO FONCTION-TD
           MOVE NUMSTAGI        TO NUM-STAG-TD

           EXEC CICS WRITEQ TD
                     QUEUE('INFO')
                     FROM(E-TD)
                     LENGTH(LENGTH OF E-TD)
                     RESP(C-R)
           END-EXEC
           .

       23110-PROG-SUIVANT.
      *------------------*
           EXEC CICS XCTL  PROGRAM  (PROG-SUIVANT)
                             VILLEA TELDOMA TELMOBA DATENA
                             DATEDEBA DATEFINA STATUTA EMAILA
                             CONTURGA TELURGA NOTESA CODESESA
                             CODEEMPA CODEROMA NIRA SEXEA

              MOVE 'Confirmez votre choix' to messo

                             VILLEA TELDOMA TELMOBA DATENA
                             DATEDEBA DATEFINA STATUTA EMAILA
                             CONTURGA TELURGA NOTESA CODESESA
                             CODEEMPA CODEROMA NIRA SEXEA

              MOVE 'Mauvais choix' TO messo

