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

      * Structure d'un parametre de gestion (FPARM11)
       COPY CPARM.

      * Structure d'un motif d'abandon du referentiel (FMABA11)
       COPY CMABA.

      * Structure de l'abandon d'un dossier (FABAN11)
       COPY CABAN.

      * Structure d'une piece justificative (FDOCS11)
       COPY CDOCS.

      * Structure de l'historique d'audit consultable (FSTAGA11)
       COPY CTDHIST.

      * Zone d'appel du scellement des traces d'audit (FSCEL11)
       COPY CSCEP.

      * Structure du detail avant/apres des modifications (FSTAGD11)
       COPY CDETA.

      * Structure du NIR du stagiaire (FNIR11, index unique FNIRP11)
       COPY CNIR.

      * Journal des acces au NIR (FNIRJ11)
       COPY CNIRJ.

      * Mise a jour differee (FDIFF11) : modification confirmee
      * pendant la chaine de nuit, FSTAG11 ferme au CICS
       COPY CDIFF.
       01 W-FSTAG-FERME                  PIC 9 VALUE 0.
         88 FSTAG-FERME-OUI         VALUE 1.
         88 FSTAG-FERME-NON         VALUE 0.

      * --------- Nature de l'acces au NIR a journaliser
       01 W-ACCES-ACTION                 PIC X(1).


      *
       01 interval                       pic S9(15) comp-3.
         02 pgm-validdat                 PIC X(8) value 'VALIDDAT'.
         02 pgm-validper                 PIC X(8) value 'VALIDPER'.
         02 pgm-accfile                  PIC X(8) value 'ACCFILE '.
         02 pgm-scellaud                 PIC X(8) value 'SCELLAUD'.

      * --------- Paramètre pour sous-programme VALIDDAT
       01 validdat-param.
         88 HABILITATION-KO         VALUE 0.


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

      * --------- NIR enregistre et NIR retenu apres saisie : le NIR
      *           n'est affiche que masque (5 premieres positions,
      *           deja deduites du sexe et de la naissance) ; une
      *           saisie sans '*' remplace le NIR enregistre
       01 W-NIR-AVANT                    PIC X(15).
       01 W-SEXE-AVANT                   PIC X(1).
       01 W-NIR-APRES                    PIC X(15).
       01 W-NIR-MASQUE                   PIC X(15).
       01 W-NIR-MODIFIE                  PIC 9 VALUE 0.
         88 NIR-MODIFIE-OUI         VALUE 1.
         88 NIR-MODIFIE-NON         VALUE 0.
       01 W-NIR-EXISTE                   PIC 9 VALUE 0.
         88 NIR-EXISTE-OUI          VALUE 1.
         88 NIR-EXISTE-NON          VALUE 0.

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
       01 W-NB-PLACES-EMP                PIC 9(3).
       01 W-FIN-PLAC-EMP                 PIC 9.

      * --------- Controle de la suspension de l'employeur (FEMPL11)
       01 W-PLA-NOUVEAU-EMP              PIC 9.

      * --------- Chronologie des placements successifs
       01 W-CHR-ORDONNEE.
         05 W-CHR-AAAA                   PIC X(4).
      *            week-ends seuls exclus au fil de l'eau, le
      *            calendrier des feries est servi par FIN1CI11)
       01 W-STATUT-AVANT                 PIC X(1).
       01 W-MOTIF-AVANT                  PIC X(2).
       01 W-EMAIL-AVANT                  PIC X(40).
       01 W-ADR1-AVANT                   PIC X(30).
       01 W-ADR2-AVANT                   PIC X(30).
           MOVE enrgmt     TO E-STAGIAIRE

           EVALUATE TRUE
      *      Dossier parti dans une autre region (XRG1CI11) : fige,
      *      sa suite est geree par la region d'accueil
             WHEN cr-ok AND TRANSFERE-REGION-OUI
               MOVE LOW-VALUE   TO MAP3O
               INITIALIZE NUM-STAGI-PREC

               MOVE 'Dossier transfere dans une autre region'
                 to messo
             WHEN cr-ok

              MOVE E-NOM        TO NOMO
              MOVE E-CONTACT-URGENCE-TEL TO TELURGO
              MOVE E-NOTES      TO NOTESO
              MOVE E-CODE-SESSION TO CODESESO
              MOVE E-CODE-ROME  TO CODEROMO
              MOVE E-CONSENT-COURRIER TO CONSCOURO
              MOVE E-CONSENT-EMAIL    TO CONSMAILO
              MOVE E-CONSENT-PARTAGE  TO CONSPARTO
              PERFORM 23395-LIT-ABANDON
              MOVE W-MOTIF-AVANT      TO MOTIFABO

              PERFORM 23330-LIT-NIR

              PERFORM 23321-CHERCHE-DERNIER-PLA
              IF PLA-SEQ-COURANT > 0
               MOVE LOW-VALUE   TO MAP3O

               MOVE 'Pas de stagiaire trouve'     to messo
      *      FSTAG11 ferme par la chaine de nuit : seul un dossier
      *      affiche avant la fermeture peut etre modifie (differe)
             WHEN cr-file-error
               MOVE LOW-VALUE   TO MAP3O

               MOVE 'Chaine de nuit en cours : dossier indisponible'
                 to messo
             WHEN OTHER
               MOVE LOW-VALUE   TO MAP3O

               MOVE 'A' TO NOMA PRENOMA ADR1A ADR2A CODEPA VILLEA
                           TELDOMA TELMOBA EMAILA DATENA DATEDEBA
                           DATEFINA STATUTA CONTURGA TELURGA NOTESA
                           CODESESA CODEEMPA CODEROMA MOTIFABA
                           NIRA SEXEA
      *        Askip / mdt
               MOVE '1' TO CNOMA CPRENOMA CADR1A CCODEPA CVILLEA
                           CTELDOMA CTELMOBA CEMAILA CDATENA CDATEDEBA
              END-EVALUATE
           END-IF

      *    Check les prerequis de la session (FPREQ11) : blocage si
      *    certification ou session prealable manquante (derogation
      *    supervision, tracee en audit) ; controle fait au seul
      *    changement de session (W-SESSION-ACTUELLE relue plus haut)
           IF CODESESI NOT = SPACE AND LOW-VALUE
              AND CODESESI NOT = W-SESSION-ACTUELLE
              PERFORM 23280-CONTROLE-PREREQUIS
           END-IF

      *    Check le code employeur d'accueil (facultatif, mais doit
      *    exister au referentiel FEMPL11 s'il est renseigne)
           IF CODEEMPI NOT = SPACE AND LOW-VALUE
                 MOVE 'Employeur inconnu au referentiel' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF

      *       Employeur suspendu par la supervision (EST1CI11) :
      *       aucun nouveau placement chez lui
              MOVE enrgmt TO E-EMPLOYEUR
              IF EMP-SUSPENDU
                 PERFORM 23273-CONTROLE-SUSPENSION
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

      *    Un dossier annule porte son motif d'abandon, controle
      *    contre le referentiel FMABA11 ; hors statut C le motif
      *    n'a pas lieu d'etre
           IF STATUTI = 'C'
              IF MOTIFABI = SPACE OR LOW-VALUE
                 MOVE -1 to motifabl
                 MOVE 'Motif d''abandon obligatoire pour le statut C'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
              MOVE MOTIFABI        TO E-MAB-CODE
              MOVE 'FMABA'         TO file-name
              SET c-consult        TO TRUE
              MOVE E-MOTIF-ABANDON TO enrgmt
              CALL pgm-accfile USING accfile-param
              IF NOT cr-ok
                 MOVE -1 to motifabl
                 MOVE 'Motif d''abandon inconnu au referentiel'
                   to messo
                 perform 22000-TRAIT-ENVOI
              END-IF
           ELSE
              MOVE SPACE TO MOTIFABI
           END-IF

           PERFORM 23225-CHECK-NIR
           .

      *--------------------------------------------------
      * -- CONTROLE DU NIR ------------------------------
      *--------------------------------------------------
       23225-CHECK-NIR.
      *    Le NIR retenu (saisi, ou a defaut celui enregistre)
      *    doit rester coherent avec le sexe et la date de
      *    naissance ; un nouveau NIR ne doit pas deja etre
      *    attribue a un autre dossier (index unique FNIRP11)
           PERFORM 23331-RELIT-NIR

           SET NIR-MODIFIE-NON TO TRUE
           MOVE W-NIR-AVANT TO W-NIR-APRES
           IF NIRI NOT = SPACE AND NOT = LOW-VALUE
              AND NIRI(6:1) NOT = '*'
              AND NIRI NOT = W-NIR-AVANT
              SET NIR-MODIFIE-OUI TO TRUE
              MOVE NIRI TO W-NIR-APRES
           END-IF

           IF W-NIR-APRES NOT = SPACE
              IF SEXEI NOT = 'H' AND NOT = 'F'
                 MOVE -1 to sexel
                 MOVE 'Sexe obligatoire avec le NIR (H/F)' to messo
                 perform 22000-TRAIT-ENVOI
              END-IF

              MOVE W-NIR-APRES TO NIR-A-VALIDER
              MOVE SEXEI       TO SEXE-A-VALIDER
              MOVE DATENI      TO NAISS-A-VALIDER
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
                WHEN cr-nir-naissance AND NIR-MODIFIE-OUI
                  MOVE -1 to nirl
                  MOVE 'NIR incoherent avec la date de naissance'
                    to messo
                  perform 22000-TRAIT-ENVOI
                WHEN cr-nir-naissance
                  MOVE -1 to datenl
                  MOVE 'Date de naissance incoherente avec le NIR'
                    to messo
                  perform 22000-TRAIT-ENVOI
                WHEN OTHER
                  continue
              END-EVALUATE
           END-IF

           IF NIR-MODIFIE-OUI
              MOVE W-NIR-APRES TO E-NIR-VALEUR
              MOVE 'FNIRP'     TO file-name
              SET c-consult    TO TRUE
              MOVE E-NIR       TO enrgmt
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


           CALL pgm-accfile USING accfile-param
           MOVE enrgmt     TO E-STAGIAIRE

      *    FSTAG11 ferme par la chaine de nuit : la modification
      *    confirmee part en attente dans FDIFF11
           IF cr-file-error
              PERFORM 23398-DIFFERE-MODIFICATION
              move -1     to numstagl
              SET IS-LOCKED-FALSE TO TRUE
              PERFORM 22000-TRAIT-ENVOI
           END-IF

      *    Verrou optimiste : si l'enregistrement a ete modifie par
      *    un autre gestionnaire depuis son affichage, la mise a
      *    jour est refusee et les valeurs fraiches sont represen-
           MOVE TELURGI   TO E-CONTACT-URGENCE-TEL
           MOVE NOTESI    TO E-NOTES
           MOVE CODESESI  TO E-CODE-SESSION
           MOVE CODEROMI  TO E-CODE-ROME
           MOVE CONSCOURI TO E-CONSENT-COURRIER
           MOVE CONSMAILI TO E-CONSENT-EMAIL
           MOVE CONSPARTI TO E-CONSENT-PARTAGE
             WHEN cr-ok
               MOVE 'Stagiaire modifie avec succes' to messo
               PERFORM 23310-AUDIT-MODIFICATION
               PERFORM 23335-MAJ-NIR
               PERFORM 23320-MAJ-PLACEMENT
               PERFORM 23360-AJUSTE-SI-STATUT
               PERFORM 23380-AJUSTE-SESSIONS
               PERFORM 23396-MAJ-ABANDON
               IF W-DEROG-CONVENTION = 1
                  PERFORM 23275-AUDIT-DEROGATION
                  MOVE 0 TO W-DEROG-CONVENTION
               END-IF
               IF W-DEROG-PREREQUIS = 1
                  PERFORM 23285-AUDIT-PREREQUIS
                  MOVE 0 TO W-DEROG-PREREQUIS
               END-IF
      *        LE PASSAGE A TERMINE OUVRE LE SUIVI D'INSERTION
      *        (ECHEANCES +3 ET +6 MOIS, CF SUI1CI11/SUI2CI11)
               IF STATUTI = 'T' AND W-STATUT-AVANT NOT = 'T'
                     FROM(E-HISTO)
                     RESP(C-R)
           END-EXEC
           PERFORM SCELLE-HISTO

           PERFORM 23315-ECRIT-DETAILS

                     FROM(E-DETAIL)
                     RESP(C-R)
           END-EXEC
           PERFORM SCELLE-DETAIL
           .

      *--------------------------------------------------
      * --- NIR DU STAGIAIRE (FNIR11) -------------------
      *--------------------------------------------------
       23330-LIT-NIR.
      *    Affichage masque du NIR ; la lecture est journalisee
           PERFORM 23331-RELIT-NIR
           IF NIR-EXISTE-OUI
              MOVE W-NIR-MASQUE TO NIRO
              MOVE W-SEXE-AVANT TO SEXEO
              MOVE 'C' TO W-ACCES-ACTION
              PERFORM 80000-JOURNAL-NIR
           ELSE
              MOVE SPACE TO NIRO SEXEO
           END-IF
           .

       23331-RELIT-NIR.
      *    Relecture du NIR enregistre, sans affichage
           MOVE SPACE TO W-NIR-AVANT W-SEXE-AVANT W-NIR-MASQUE
           SET NIR-EXISTE-NON TO TRUE
           MOVE NUMSTAGI TO E-NIR-NUMERO
           MOVE 'FNIR'   TO file-name
           SET c-consult TO TRUE
           MOVE E-NIR    TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt       TO E-NIR
              SET NIR-EXISTE-OUI TO TRUE
              MOVE E-NIR-VALEUR TO W-NIR-AVANT
              MOVE E-NIR-SEXE   TO W-SEXE-AVANT
              MOVE ALL '*'      TO W-NIR-MASQUE
              MOVE E-NIR-VALEUR(1:5) TO W-NIR-MASQUE(1:5)
           END-IF
           .

       23335-MAJ-NIR.
      *    Ecriture du NIR saisi ou du sexe corrige, journalisee et
      *    portee au detail d'audit sous forme masquee ; un NIR
      *    pose entre-temps sur un autre dossier est refuse par
      *    l'index unique (DUPREC)
           IF W-NIR-APRES NOT = SPACE
              AND (NIR-MODIFIE-OUI OR SEXEI NOT = W-SEXE-AVANT)
              MOVE NUMSTAGI TO E-NIR-NUMERO
              MOVE 'FNIR'   TO file-name
              IF NIR-EXISTE-OUI
                 SET c-read TO TRUE
                 MOVE E-NIR TO enrgmt
                 CALL pgm-accfile USING accfile-param
                 MOVE enrgmt TO E-NIR
                 SET c-rewrite TO TRUE
              ELSE
                 MOVE SPACE    TO E-NIR
                 MOVE NUMSTAGI TO E-NIR-NUMERO
                 SET c-write   TO TRUE
              END-IF
              MOVE W-NIR-APRES TO E-NIR-VALEUR
              MOVE SEXEI       TO E-NIR-SEXE
              MOVE EIBUSERID   TO E-NIR-USERID
              MOVE DATE-TD     TO E-NIR-DATE-MAJ
              MOVE 'FNIR'      TO file-name
              MOVE E-NIR       TO enrgmt
              CALL pgm-accfile USING accfile-param

              EVALUATE TRUE
                WHEN cr-ok
                  MOVE 'M' TO W-ACCES-ACTION
                  PERFORM 80000-JOURNAL-NIR
                  PERFORM 23336-DETAIL-NIR
                WHEN cr-duplicate
                  MOVE 'Stagiaire modifie, NIR refuse (deja attribue)'
                    to messo
                WHEN OTHER
                  MOVE 'Stagiaire modifie, echec de la mise a jour NIR'
                    to messo
              END-EVALUATE
           END-IF
           .

       23336-DETAIL-NIR.
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
                  SEXEI DELIMITED BY SIZE
                  INTO E-DET-APRES
           END-STRING

           EXEC CICS WRITE
                     FILE('FSTAGD11')
                     RIDFLD(E-DET-CLE)
                     FROM(E-DETAIL)
                     RESP(C-R)
           END-EXEC
           PERFORM SCELLE-DETAIL
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

      *--------------------------------------------------
           MOVE STATUTI   TO E-PLA-STATUT
           MOVE CODESESI  TO E-PLA-CODE-SESSION
           MOVE CODEEMPI  TO E-PLA-CODE-EMPLOYEUR
           MOVE SPACE     TO E-PLA-TUTEUR

           MOVE 'FPLAC'     TO file-name
           SET c-write      TO TRUE
              MOVE DATEFINI  TO E-PLA-DATE-FIN
              MOVE STATUTI   TO E-PLA-STATUT
              MOVE CODESESI  TO E-PLA-CODE-SESSION
              IF CODEEMPI NOT = E-PLA-CODE-EMPLOYEUR
                 MOVE SPACE  TO E-PLA-TUTEUR
              END-IF
              MOVE CODEEMPI  TO E-PLA-CODE-EMPLOYEUR

              MOVE 'FPLAC'     TO file-name
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
           CALL pgm-accfile USING accfile-param
           .

      *--------------------------------------------------
      * --  EMPLOYEUR SUSPENDU ---------------------------
      *--------------------------------------------------
       23273-CONTROLE-SUSPENSION.
      *    Refus si la sauvegarde ouvre un placement chez
      *    l'employeur suspendu : premier placement, nouveau
      *    placement empile (cf 23320-MAJ-PLACEMENT) ou placement
      *    courant reporte sur cet employeur. La correction d'un
      *    placement deja en cours chez lui reste possible
           MOVE 0 TO W-PLA-NOUVEAU-EMP
           IF DATEDEBI NOT = SPACE AND LOW-VALUE
              PERFORM 23321-CHERCHE-DERNIER-PLA
              IF PLA-SEQ-COURANT = 0
                 MOVE 1 TO W-PLA-NOUVEAU-EMP
              ELSE
                 MOVE PLA-SAUVE TO E-PLACEMENT
                 IF E-PLA-CODE-EMPLOYEUR NOT = CODEEMPI
                    MOVE 1 TO W-PLA-NOUVEAU-EMP
                 END-IF
                 IF (PLA-TERMINE OR PLA-ANNULE)
                    AND E-PLA-DATE-DEB NOT = DATEDEBI
                    MOVE 1 TO W-PLA-NOUVEAU-EMP
                 END-IF
              END-IF
           END-IF

           IF W-PLA-NOUVEAU-EMP = 1
              MOVE -1 to codeempl
              MOVE 'Employeur suspendu : aucun nouveau placement'
                to messo
              perform 22000-TRAIT-ENVOI
           END-IF
           .

       23275-AUDIT-DEROGATION.
      *    Trace d'audit de la derogation de convention accordee
      *    (TDQ INFO, ressource FCONV11)
      *    Echeance deja ouverte (recloture) : on la garde
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
              PERFORM 23245-VERIFIE-SUPERVISION
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

      *--------------------------------------------------
      * -- MOTIF ET DATE D'ABANDON (FABAN11) -------------
      *--------------------------------------------------
       23395-LIT-ABANDON.
      *    Motif d'abandon enregistre pour le dossier (blanc si
      *    le dossier n'est pas annule)
           MOVE SPACE          TO W-MOTIF-AVANT
           MOVE NUMSTAGI       TO E-ABA-NUMERO
           MOVE 'FABAN'        TO file-name
           SET c-consult       TO TRUE
           MOVE E-ABANDON      TO enrgmt
           CALL pgm-accfile USING accfile-param
           IF cr-ok
              MOVE enrgmt      TO E-ABANDON
              MOVE E-ABA-MOTIF TO W-MOTIF-AVANT
           END-IF
           .

       23396-MAJ-ABANDON.
      *    Passage au statut C : l'abandon est date du jour ; un
      *    dossier deja annule ne voit changer que son motif. La
      *    sortie du statut C retire l'abandon
           IF STATUTI NOT = 'C'
              IF W-STATUT-AVANT = 'C'
                 MOVE NUMSTAGI    TO E-ABA-NUMERO
                 MOVE 'FABAN'     TO file-name
                 SET c-delete     TO TRUE
                 MOVE E-ABANDON   TO enrgmt
                 CALL pgm-accfile USING accfile-param
              END-IF
           ELSE
              EXEC CICS ASKTIME
                        ABSTIME(interval)
              END-EXEC
              EXEC CICS FORMATTIME
                        ABSTIME(interval)
                        YYYYMMDD(W-AUJOURDHUI)
                        DDMMYYYY(DATE-COURANTE)
                        DATESEP('/')
              END-EXEC

              MOVE NUMSTAGI    TO E-ABA-NUMERO
              MOVE 'FABAN'     TO file-name
              SET c-read       TO TRUE
              MOVE E-ABANDON   TO enrgmt
              CALL pgm-accfile USING accfile-param

              IF cr-ok
                 MOVE enrgmt TO E-ABANDON
                 IF W-STATUT-AVANT NOT = 'C'
                    MOVE W-AUJOURDHUI TO E-ABA-DATE
                    MOVE MON-PROG     TO E-ABA-ORIGINE
                 END-IF
                 MOVE MOTIFABI      TO E-ABA-MOTIF
                 MOVE DATE-COURANTE TO E-ABA-DATE-MAJ
                 MOVE EIBUSERID     TO E-ABA-USERID
                 MOVE 'FABAN'     TO file-name
                 SET c-rewrite    TO TRUE
                 MOVE E-ABANDON   TO enrgmt
                 CALL pgm-accfile USING accfile-param
              ELSE
                 MOVE SPACE         TO E-ABANDON
                 MOVE NUMSTAGI      TO E-ABA-NUMERO
                 MOVE MOTIFABI      TO E-ABA-MOTIF
                 MOVE W-AUJOURDHUI  TO E-ABA-DATE
                 MOVE MON-PROG      TO E-ABA-ORIGINE
                 MOVE DATE-COURANTE TO E-ABA-DATE-MAJ
                 MOVE EIBUSERID     TO E-ABA-USERID
                 MOVE 'FABAN'     TO file-name
                 SET c-write      TO TRUE
                 MOVE E-ABANDON   TO enrgmt
                 CALL pgm-accfile USING accfile-param
              END-IF

              IF NOT cr-ok
                 MOVE 'Stagiaire modifie, abandon non enregistre'
                   to messo
              END-IF
           END-IF
           .

      *--------------------------------------------------
      * -- MODIFICATION DIFFEREE PENDANT LA CHAINE ------
      *--------------------------------------------------
       23398-DIFFERE-MODIFICATION.
      *    La saisie controlee est rangee dans FDIFF11 avec
      *    l'auteur, le terminal, l'horodatage et la version
      *    affichee : DIF1CI11 la rejoue en fin de chaine avec les
      *    memes controles et le meme verrou optimiste, et avise
      *    l'auteur d'un rejet
           MOVE SPACE TO E-DIFFERE

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     YYYYMMDD(E-DIF-DATE)
                     TIME(E-DIF-HEURE)
           END-EXEC

           MOVE EIBTRMID         TO E-DIF-TERMINAL
           MOVE EIBUSERID        TO E-DIF-USERID
           MOVE MON-PROG         TO E-DIF-PROGRAMME
           SET DIF-MODIFICATION  TO TRUE
           MOVE NUMSTAGI         TO E-DIF-NUMERO
           MOVE VERSION-AFFICHEE TO E-DIF-VERSION
           SET DIF-EN-ATTENTE    TO TRUE

           MOVE NOMI             TO E-DIF-NOM
           MOVE PRENOMI          TO E-DIF-PRENOM
           MOVE ADR1I            TO E-DIF-ADR1
           MOVE ADR2I            TO E-DIF-ADR2
           MOVE CODEPI           TO E-DIF-CODEP
           MOVE VILLEI           TO E-DIF-VILLE
           MOVE TELDOMI          TO E-DIF-TELDOM
           MOVE TELMOBI          TO E-DIF-TELPOR
           MOVE EMAILI           TO E-DIF-EMAIL
           MOVE DATENI           TO E-DIF-DATE-NAISS
           MOVE DATEDEBI         TO E-DIF-DATE-DEB
           MOVE DATEFINI         TO E-DIF-DATE-FIN
           MOVE STATUTI          TO E-DIF-STATUT
           MOVE CONTURGI         TO E-DIF-URGENCE-NOM
           MOVE TELURGI          TO E-DIF-URGENCE-TEL
           MOVE NOTESI           TO E-DIF-NOTES
           MOVE CODESESI         TO E-DIF-SESSION
           MOVE CODEEMPI         TO E-DIF-EMPLOYEUR
           MOVE CODEROMI         TO E-DIF-ROME
           MOVE MOTIFABI         TO E-DIF-MOTIF-ABANDON
           MOVE CONSCOURI        TO E-DIF-CONSENT-COURRIER
           MOVE CONSMAILI        TO E-DIF-CONSENT-EMAIL
           MOVE CONSPARTI        TO E-DIF-CONSENT-PARTAGE
           MOVE NIRI             TO E-DIF-NIR
           MOVE SEXEI            TO E-DIF-SEXE
           INSPECT E-DIF-SAISIE REPLACING ALL LOW-VALUE BY SPACE

           EXEC CICS WRITE
                     FILE('FDIFF11 ')
                     RIDFLD(E-DIF-CLE)
                     FROM(E-DIFFERE)
                     RESP(C-R)
           END-EXEC

           IF C-R = DFHRESP(NORMAL)
              MOVE 'Modification mise en attente (chaine de nuit)'
                to messo
           ELSE
              MOVE 'Chaine de nuit en cours, ressaisissez plus tard'
                to messo
           END-IF
           .

       23110-PROG-SUIVANT.
      *------------------*
           EXEC CICS XCTL  PROGRAM  (PROG-SUIVANT)
              MOVE -1     TO confl

              MOVE '9'    TO NUMSTAGA NOMA PRENOMA ADR1A ADR2A CODEPA
                             VILLEA TELDOMA TELMOBA DATENA NIRA SEXEA

              perform GET-OLD-FOR-DIFF
              perform 23410-BUILD-DIFF-MSG

      *       Chaine de nuit : pas de relecture possible, la
      *       modification confirmee sera mise en attente
              IF FSTAG-FERME-OUI
                 MOVE 'Chaine de nuit : modif mise en attente -(O/N)'
                   to messo
              ELSE
                 IF W-CHANGES-TXT = SPACE
                    MOVE 'Aucune modification -(O/N)' to messo
                 ELSE
                    STRING 'Modif ' DELIMITED BY SIZE
                           W-CHANGES-TXT DELIMITED BY SPACE
                           ' -(O/N)' DELIMITED BY SIZE
                           INTO messo
                    END-STRING
                 END-IF
              END-IF

              MOVE SPACE  TO CONFO
                             VILLEA TELDOMA TELMOBA DATENA
                             DATEDEBA DATEFINA STATUTA EMAILA
                             CONTURGA TELURGA NOTESA CODESESA
                             CODEEMPA CODEROMA MOTIFABA NIRA SEXEA

              MOVE 'Mauvais choix' TO messo

           MOVE E-STAGIAIRE TO enrgmt
           CALL pgm-accfile USING accfile-param
           MOVE enrgmt      TO E-STAGIAIRE
           IF cr-file-error
              SET FSTAG-FERME-OUI TO TRUE
           ELSE
              SET FSTAG-FERME-NON TO TRUE
           END-IF
           PERFORM 23395-LIT-ABANDON
           PERFORM 23331-RELIT-NIR
           .

       23410-BUILD-DIFF-MSG.
              MOVE 'CONSENT'   TO W-DIFF-TAG
              perform 23411-APPEND-DIFF-TAG
           END-IF
           IF W-MOTIF-AVANT NOT = MOTIFABI
              MOVE 'ABANDON'   TO W-DIFF-TAG
              perform 23411-APPEND-DIFF-TAG
           END-IF
           IF (NIRI NOT = SPACE AND NOT = LOW-VALUE
               AND NIRI(6:1) NOT = '*' AND NIRI NOT = W-NIR-AVANT)
              OR (NIR-EXISTE-OUI AND SEXEI NOT = W-SEXE-AVANT)
              MOVE 'NIR'       TO W-DIFF-TAG
              perform 23411-APPEND-DIFF-TAG
           END-IF
           .

       23411-APPEND-DIFF-TAG.
