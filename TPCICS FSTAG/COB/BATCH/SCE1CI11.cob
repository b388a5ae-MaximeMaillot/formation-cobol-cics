      *======================================================*
      *   PROGRAMME BATCH - VERIFICATION HEBDOMADAIRE DU     *
      *   SCELLEMENT DES TRACES D'AUDIT (FSTAGA11/FSTAGD11)  *
      *     1. RECALCUL DE LA CHAINE DU REGISTRE FSCEL11 :   *
      *        CHAQUE VALEUR DE CONTROLE EST RECALCULEE SUR  *
      *        SON ENTREE ET LA VALEUR PRECEDENTE (CALCEMPR);*
      *        UN NUMERO MANQUANT, UNE VALEUR DIVERGENTE OU  *
      *        UNE TETE INCOHERENTE ROMPT LA CHAINE          *
      *     2. RAPPROCHEMENT PAR CLE DE LA DERNIERE ENTREE   *
      *        DU REGISTRE AVEC LES TRACES EN LIGNE (ET LA   *
      *        DERNIERE GENERATION D'ARCHIVE HIS1CI11 SI     *
      *        ELLE EST FOURNIE) : TRACE ALTEREE, SUPPRIMEE, *
      *        NON SCELLEE OU REAPPARUE                      *
      *   ETAT RPTSCE ; TOUTE RUPTURE DONNE UNE ALERTE DE    *
      *   GRAVITE 'E' DANS FALRT11 PORTANT LA PREMIERE CLE   *
      *   ALTEREE (ORDRE DE LA CHAINE, SINON ORDRE DES       *
      *   CLES), UNE ALERTE 'I' SINON. RC=8 SI RUPTURE.      *
      *   CARTE 'INIT' : SCELLEMENT INITIAL DES TRACES       *
      *   EXISTANTES DANS UN REGISTRE VIDE (A PASSER UNE     *
      *   FOIS, REFUSE SI LE REGISTRE EST DEJA ALIMENTE)     *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCE1CI11.

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
           SELECT FALRT-FILE ASSIGN TO FALRT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-ALR-CLE
               FILE STATUS IS FALRT-STATUT.

           SELECT FSCEL-FILE ASSIGN TO FSCEL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-SCE-SEQ
               FILE STATUS IS FSCEL-STATUT.

           SELECT FSTAGA-FILE ASSIGN TO FSTAGA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-HISTO
               FILE STATUS IS FSTAGA-STATUT.

           SELECT FSTAGD-FILE ASSIGN TO FSTAGD11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-DET-CLE
               FILE STATUS IS FSTAGD-STATUT.

      *        DERNIERE GENERATION D'ARCHIVE (FACULTATIVE)
           SELECT ARCH-FILE ASSIGN TO ARCHHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCH-STATUT.

           SELECT ARCHD-FILE ASSIGN TO ARCHDET
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARCHD-STATUT.

      *        CARTE : 'INIT' POUR LE SCELLEMENT INITIAL, A BLANC
      *        POUR LA VERIFICATION
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTSCE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FALRT-FILE.
       COPY CALRT.

       FD  FSCEL-FILE.
       COPY CSCEL.

       FD  FSTAGA-FILE.
       COPY CTDHIST.

       FD  FSTAGD-FILE.
       COPY CDETA.

       FD  ARCH-FILE.
       01  ARCH-ENREG                 PIC X(80).

       FD  ARCHD-FILE.
       01  ARCHD-ENREG                PIC X(118).

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-MODE              PIC X(4).
           05 FILLER                  PIC X(76).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

      *        UNE TRACE VUE DANS LE REGISTRE, EN LIGNE OU EN
      *        ARCHIVE ; PAR CLE, LE REGISTRE PASSE EN TETE DANS
      *        L'ORDRE DES SCELLEMENTS
       SD  WORK-TRI.
       01  TRI-ENREG.
           05 TRI-TYPE                PIC X(1).
           05 TRI-CLE                 PIC X(38).
           05 TRI-ORIGINE             PIC X(1).
             88 TRI-REGISTRE               VALUE '1'.
             88 TRI-EN-LIGNE               VALUE '2'.
             88 TRI-ARCHIVE                VALUE '3'.
           05 TRI-SEQ                 PIC 9(9).
           05 TRI-FONCTION            PIC X(1).
           05 TRI-EMPREINTE           PIC 9(10).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------*
      *   EMISSION D'UNE ALERTE D'EXPLOITATION (FALRT11)      *
      *------------------------------------------------------*
       01 FALRT-STATUT                PIC X(2).
         88 FALRT-OK                  VALUE '00'.

       01 W-ALERTE-SEVERITE           PIC X(1).
       01 W-ALERTE-MESSAGE            PIC X(60).
       01 W-ALERTE-NUMERO             PIC 9(6) VALUE 0.

       01 FSCEL-STATUT                PIC X(2).
         88 FSCEL-OK                  VALUE '00'.
         88 FSCEL-FIN                 VALUE '10'.
       01 FSTAGA-STATUT               PIC X(2).
         88 FSTAGA-OK                 VALUE '00'.
         88 FSTAGA-FIN                VALUE '10'.
       01 FSTAGD-STATUT               PIC X(2).
         88 FSTAGD-OK                 VALUE '00'.
         88 FSTAGD-FIN                VALUE '10'.
       01 ARCH-STATUT                 PIC X(2).
         88 ARCH-OK                   VALUE '00'.
         88 ARCH-FIN                  VALUE '10'.
       01 ARCHD-STATUT                PIC X(2).
         88 ARCHD-OK                  VALUE '00'.
         88 ARCHD-FIN                 VALUE '10'.
       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.
       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-EDIT                 PIC X(10).

       01 W-MODE                      PIC X(4) VALUE SPACE.
         88 MODE-INITIALISATION       VALUE 'INIT'.

      *------------------------------------------------------*
      *   CALCUL D'EMPREINTE (SOUS-PROGRAMME CALCEMPR)        *
      *------------------------------------------------------*
       01 pgm-calcempr                PIC X(8) VALUE 'CALCEMPR'.
       01 calcempr-param.
         02 EMP-VALEUR                PIC 9(10).
         02 EMP-LONGUEUR              PIC 9(3).
         02 EMP-ZONE                  PIC X(120).

      *------------------------------------------------------*
      *   SCELLEMENT INITIAL (SOUS-PROGRAMME SCELLBAT)        *
      *------------------------------------------------------*
       01 pgm-scellbat                PIC X(8) VALUE 'SCELLBAT'.
       COPY CSCEP.

      *------------------------------------------------------*
      *   RECALCUL DE LA CHAINE                               *
      *------------------------------------------------------*
       01 W-TETE-SEQ                  PIC 9(9) VALUE 0.
       01 W-TETE-CONTROLE             PIC 9(10) VALUE 0.
       01 W-SEQ-PRECEDENT             PIC 9(9) VALUE 0.
       01 W-CONTROLE-PRECEDENT        PIC 9(10) VALUE 0.
       01 W-CONTROLE-CALCULE          PIC 9(10).
       01 W-NB-RUPTURES-CHAINE        PIC 9(7) VALUE 0.
       01 W-CHAINE-ROMPUE             PIC 9 VALUE 0.
         88 CHAINE-ROMPUE-OUI         VALUE 1.
       01 W-RUPT-SEQ                  PIC 9(9) VALUE 0.
       01 W-RUPT-TYPE                 PIC X(1) VALUE SPACE.
       01 W-RUPT-CLE                  PIC X(38) VALUE SPACE.
       01 W-RUPT-LIBELLE              PIC X(30) VALUE SPACE.

      *------------------------------------------------------*
      *   RAPPROCHEMENT PAR CLE                               *
      *------------------------------------------------------*
       01 W-FIN-TRI                   PIC 9 VALUE 0.
         88 FIN-TRI-OUI               VALUE 1.
       01 W-PREMIER                   PIC 9 VALUE 1.
       01 W-GRP-TYPE                  PIC X(1).
       01 W-GRP-CLE                   PIC X(38).
       01 W-GRP-REGISTRE              PIC 9.
       01 W-GRP-SEQ                   PIC 9(9).
       01 W-GRP-FONCTION              PIC X(1).
         88 GRP-TRACE-PRESENTE        VALUE 'E' 'M' 'I'.
         88 GRP-TRACE-SORTIE          VALUE 'X' 'S'.
         88 GRP-TRACE-ARCHIVEE        VALUE 'X'.
       01 W-GRP-EMPREINTE             PIC 9(10).
       01 W-GRP-EN-LIGNE              PIC 9.
       01 W-GRP-EMP-LIGNE             PIC 9(10).
       01 W-GRP-ARCHIVE               PIC 9.
       01 W-GRP-EMP-ARCHIVE           PIC 9(10).
       01 W-ANOMALIE                  PIC X(30).
       01 W-PREMIERE-ANOMALIE         PIC 9 VALUE 0.
       01 W-ANO-TYPE                  PIC X(1) VALUE SPACE.
       01 W-ANO-CLE                   PIC X(38) VALUE SPACE.
       01 W-ANO-LIBELLE               PIC X(30) VALUE SPACE.

      *------------------------------------------------------*
      *   COMPTEURS                                           *
      *------------------------------------------------------*
       01 W-NB-ENTREES                PIC 9(9) VALUE 0.
       01 W-NB-EVENEMENTS             PIC 9(9) VALUE 0.
       01 W-NB-DETAILS                PIC 9(9) VALUE 0.
       01 W-NB-ARCHIVES-LUES          PIC 9(9) VALUE 0.
       01 W-NB-ANOMALIES              PIC 9(7) VALUE 0.
       01 W-NB-ARCH-HORS-REGISTRE     PIC 9(7) VALUE 0.
       01 W-ARCH-PRESENTE             PIC 9 VALUE 0.
       01 W-ARCHD-PRESENTE            PIC 9 VALUE 0.
       01 W-ED-NB                     PIC 9(7).

      *------------------------------------------------------*
      *   LIGNES D'EDITION                                   *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(50) VALUE
              'VERIFICATION DU SCELLEMENT DES TRACES D''AUDIT DU '.
           05 W-TIT-DATE              PIC X(10).

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(45) VALUE
              'T CLE DE LA TRACE                            '.
           05 FILLER                  PIC X(40) VALUE
              'ANOMALIE                       SEQUENCE '.

       01 W-LIGNE-ANOMALIE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-ANL-TYPE              PIC X(1).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-ANL-CLE               PIC X(38).
           05 FILLER                  PIC X(5)  VALUE SPACE.
           05 W-ANL-LIBELLE           PIC X(30).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-ANL-SEQ               PIC Z(8)9.

       01 W-LIGNE-RECAP.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-REC-LIBELLE           PIC X(40).
           05 W-REC-NOMBRE            PIC Z(8)9.

       01 W-LIGNE-VIDE                PIC X(132) VALUE SPACE.

       01 W-LIGNE-TEXTE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TXT-TEXTE             PIC X(100).

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           IF MODE-INITIALISATION
              PERFORM  60000-SCELLEMENT-INITIAL
           ELSE
              SORT WORK-TRI
                   ON ASCENDING KEY TRI-TYPE
                   ON ASCENDING KEY TRI-CLE
                   ON ASCENDING KEY TRI-ORIGINE
                   ON ASCENDING KEY TRI-SEQ
                   INPUT PROCEDURE  20000-RELEVE-TRACES
                   OUTPUT PROCEDURE 50000-RAPPROCHEMENT
              PERFORM  80000-CONCLUSION
           END-IF
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD
           MOVE SPACE TO W-DATE-EDIT
           STRING W-DATE-SYS(7:2) '/' W-DATE-SYS(5:2) '/'
                  W-DATE-SYS(1:4)
                  DELIMITED BY SIZE INTO W-DATE-EDIT
           END-STRING

           OPEN INPUT CARTE-FILE
           IF CARTE-OK
              READ CARTE-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE CARTE-MODE TO W-MODE
              END-READ
              CLOSE CARTE-FILE
           END-IF

           OPEN I-O FALRT-FILE
           IF NOT FALRT-OK
              DISPLAY 'SCE1CI11 - OUVERTURE FALRT11 KO : '
                      FALRT-STATUT
           END-IF

           OPEN INPUT FSTAGA-FILE
           IF NOT FSTAGA-OK
              DISPLAY 'SCE1CI11 - OUVERTURE FSTAGA11 IMPOSSIBLE : '
                      FSTAGA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAGD-FILE
           IF NOT FSTAGD-OK
              DISPLAY 'SCE1CI11 - OUVERTURE FSTAGD11 IMPOSSIBLE : '
                      FSTAGD-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'SCE1CI11 - OUVERTURE RPTSCE IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE W-DATE-EDIT TO W-TIT-DATE
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
           WRITE RPT-LIGNE FROM W-LIGNE-VIDE

      *    LE SCELLEMENT INITIAL OUVRE LUI-MEME LE REGISTRE
           IF MODE-INITIALISATION
              GO TO 10000-EXIT
           END-IF

           OPEN INPUT FSCEL-FILE
           IF NOT FSCEL-OK
              DISPLAY 'SCE1CI11 - OUVERTURE FSCEL11 IMPOSSIBLE : '
                      FSCEL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

      *    GENERATION D'ARCHIVE : CONTROLEE SI LES DD SONT FOURNIS
           OPEN INPUT ARCH-FILE
           IF ARCH-OK
              MOVE 1 TO W-ARCH-PRESENTE
           END-IF
           OPEN INPUT ARCHD-FILE
           IF ARCHD-OK
              MOVE 1 TO W-ARCHD-PRESENTE
           END-IF
           .
       10000-EXIT.
           EXIT.

      *--------------------------------------------------------*
      *   RELEVE : LE REGISTRE (AVEC RECALCUL DE LA CHAINE),    *
      *   LES TRACES EN LIGNE ET L'ARCHIVE EVENTUELLE, CHACUNE  *
      *   AVEC SON EMPREINTE                                    *
      *--------------------------------------------------------*
       20000-RELEVE-TRACES.
      *----------------------*
           PERFORM 21000-LIT-REGISTRE
           PERFORM 22000-LIT-FSTAGA
           PERFORM 23000-LIT-FSTAGD
           IF W-ARCH-PRESENTE = 1
              PERFORM 24000-LIT-ARCHIVE
           END-IF
           IF W-ARCHD-PRESENTE = 1
              PERFORM 25000-LIT-ARCHIVE-DETAIL
           END-IF
           .

       21000-LIT-REGISTRE.
      *----------------------*
      *    ENTREE DE TETE : DERNIER NUMERO ET DERNIERE VALEUR
           MOVE 0 TO E-SCE-SEQ
           READ FSCEL-FILE
              INVALID KEY
                 MOVE 0 TO W-TETE-SEQ W-TETE-CONTROLE
              NOT INVALID KEY
                 MOVE E-SCE-DERNIER-SEQ TO W-TETE-SEQ
                 MOVE E-SCE-CONTROLE    TO W-TETE-CONTROLE
           END-READ

           MOVE 0 TO E-SCE-SEQ
           START FSCEL-FILE KEY IS GREATER THAN E-SCE-SEQ
              INVALID KEY
                 SET FSCEL-FIN TO TRUE
           END-START

           PERFORM UNTIL FSCEL-FIN
              READ FSCEL-FILE NEXT RECORD
                 AT END
                    SET FSCEL-FIN TO TRUE
                 NOT AT END
                    PERFORM 21100-CONTROLE-ENTREE
              END-READ
           END-PERFORM

      *    LA TETE DOIT DESIGNER LA DERNIERE ENTREE LUE : UNE FIN
      *    DE REGISTRE TRONQUEE OU AJOUTEE HORS SCELLEMENT ROMPT
      *    LA CHAINE
           IF W-TETE-SEQ NOT = W-SEQ-PRECEDENT
              OR W-TETE-CONTROLE NOT = W-CONTROLE-PRECEDENT
              MOVE W-TETE-SEQ TO W-RUPT-SEQ
              MOVE 'T'        TO W-RUPT-TYPE
              MOVE SPACE      TO W-RUPT-CLE
              MOVE 'TETE DU REGISTRE INCOHERENTE' TO W-RUPT-LIBELLE
              PERFORM 21900-RUPTURE-CHAINE
           END-IF
           .

       21100-CONTROLE-ENTREE.
      *----------------------*
           ADD 1 TO W-NB-ENTREES

           IF E-SCE-SEQ NOT = W-SEQ-PRECEDENT + 1
              MOVE E-SCE-SEQ  TO W-RUPT-SEQ
              MOVE E-SCE-TYPE TO W-RUPT-TYPE
              MOVE E-SCE-CLE  TO W-RUPT-CLE
              MOVE 'ENTREE(S) DU REGISTRE MANQUANTE(S)'
                TO W-RUPT-LIBELLE
              PERFORM 21900-RUPTURE-CHAINE
           END-IF

           MOVE W-CONTROLE-PRECEDENT TO EMP-VALEUR
           MOVE SPACE                TO EMP-ZONE
           MOVE E-SCELLE(1:69)       TO EMP-ZONE
           MOVE 69                   TO EMP-LONGUEUR
           CALL pgm-calcempr USING calcempr-param
           MOVE SPACE                TO EMP-ZONE
           MOVE E-SCELLE(80:34)      TO EMP-ZONE
           MOVE 34                   TO EMP-LONGUEUR
           CALL pgm-calcempr USING calcempr-param
           MOVE EMP-VALEUR           TO W-CONTROLE-CALCULE

           IF W-CONTROLE-CALCULE NOT = E-SCE-CONTROLE
              MOVE E-SCE-SEQ  TO W-RUPT-SEQ
              MOVE E-SCE-TYPE TO W-RUPT-TYPE
              MOVE E-SCE-CLE  TO W-RUPT-CLE
              MOVE 'VALEUR DE CONTROLE DIVERGENTE' TO W-RUPT-LIBELLE
              PERFORM 21900-RUPTURE-CHAINE
           END-IF

      *    LA SUITE EST CONTROLEE A PARTIR DE LA VALEUR STOCKEE :
      *    SEULES LES ENTREES TOUCHEES SORTENT
           MOVE E-SCE-SEQ      TO W-SEQ-PRECEDENT
           MOVE E-SCE-CONTROLE TO W-CONTROLE-PRECEDENT

           MOVE E-SCE-TYPE      TO TRI-TYPE
           MOVE E-SCE-CLE       TO TRI-CLE
           MOVE '1'             TO TRI-ORIGINE
           MOVE E-SCE-SEQ       TO TRI-SEQ
           MOVE E-SCE-FONCTION  TO TRI-FONCTION
           MOVE E-SCE-EMPREINTE TO TRI-EMPREINTE
           RELEASE TRI-ENREG
           .

       21900-RUPTURE-CHAINE.
      *----------------------*
           ADD 1 TO W-NB-RUPTURES-CHAINE
           IF NOT CHAINE-ROMPUE-OUI
              SET CHAINE-ROMPUE-OUI TO TRUE
              WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           END-IF
           MOVE W-RUPT-TYPE    TO W-ANL-TYPE
           MOVE W-RUPT-CLE     TO W-ANL-CLE
           MOVE W-RUPT-LIBELLE TO W-ANL-LIBELLE
           MOVE W-RUPT-SEQ     TO W-ANL-SEQ
           WRITE RPT-LIGNE FROM W-LIGNE-ANOMALIE

      *    LA PREMIERE RUPTURE DANS L'ORDRE DE LA CHAINE EST
      *    RETENUE POUR L'ALERTE
           IF W-NB-RUPTURES-CHAINE = 1
              MOVE W-RUPT-TYPE    TO W-ANO-TYPE
              MOVE W-RUPT-CLE     TO W-ANO-CLE
              MOVE W-RUPT-LIBELLE TO W-ANO-LIBELLE
           END-IF
           .

       22000-LIT-FSTAGA.
      *----------------------*
           PERFORM UNTIL FSTAGA-FIN
              READ FSTAGA-FILE NEXT RECORD
                 AT END
                    SET FSTAGA-FIN TO TRUE
                 NOT AT END
                    ADD 1 TO W-NB-EVENEMENTS
                    MOVE 0       TO EMP-VALEUR
                    MOVE SPACE   TO EMP-ZONE
                    MOVE E-HISTO TO EMP-ZONE
                    MOVE 80      TO EMP-LONGUEUR
                    CALL pgm-calcempr USING calcempr-param
                    MOVE 'A'       TO TRI-TYPE
                    MOVE CLE-HISTO TO TRI-CLE
                    MOVE '2'       TO TRI-ORIGINE
                    PERFORM 29000-DEPOSE-TRACE
              END-READ
           END-PERFORM
           .

       23000-LIT-FSTAGD.
      *----------------------*
           PERFORM UNTIL FSTAGD-FIN
              READ FSTAGD-FILE NEXT RECORD
                 AT END
                    SET FSTAGD-FIN TO TRUE
                 NOT AT END
                    ADD 1 TO W-NB-DETAILS
                    MOVE 0        TO EMP-VALEUR
                    MOVE SPACE    TO EMP-ZONE
                    MOVE E-DETAIL TO EMP-ZONE
                    MOVE 118      TO EMP-LONGUEUR
                    CALL pgm-calcempr USING calcempr-param
                    MOVE 'D'       TO TRI-TYPE
                    MOVE E-DET-CLE TO TRI-CLE
                    MOVE '2'       TO TRI-ORIGINE
                    PERFORM 29000-DEPOSE-TRACE
              END-READ
           END-PERFORM
           .

       24000-LIT-ARCHIVE.
      *----------------------*
           PERFORM UNTIL ARCH-FIN
              READ ARCH-FILE
                 AT END
                    SET ARCH-FIN TO TRUE
                 NOT AT END
                    ADD 1 TO W-NB-ARCHIVES-LUES
                    MOVE 0          TO EMP-VALEUR
                    MOVE SPACE      TO EMP-ZONE
                    MOVE ARCH-ENREG TO EMP-ZONE
                    MOVE 80         TO EMP-LONGUEUR
                    CALL pgm-calcempr USING calcempr-param
                    MOVE 'A'              TO TRI-TYPE
                    MOVE SPACE            TO TRI-CLE
                    MOVE ARCH-ENREG(1:28) TO TRI-CLE
                    MOVE '3'              TO TRI-ORIGINE
                    PERFORM 29000-DEPOSE-TRACE
              END-READ
           END-PERFORM
           .

       25000-LIT-ARCHIVE-DETAIL.
      *----------------------*
           PERFORM UNTIL ARCHD-FIN
              READ ARCHD-FILE
                 AT END
                    SET ARCHD-FIN TO TRUE
                 NOT AT END
                    ADD 1 TO W-NB-ARCHIVES-LUES
                    MOVE 0           TO EMP-VALEUR
                    MOVE SPACE       TO EMP-ZONE
                    MOVE ARCHD-ENREG TO EMP-ZONE
                    MOVE 118         TO EMP-LONGUEUR
                    CALL pgm-calcempr USING calcempr-param
                    MOVE 'D'               TO TRI-TYPE
                    MOVE ARCHD-ENREG(1:38) TO TRI-CLE
                    MOVE '3'               TO TRI-ORIGINE
                    PERFORM 29000-DEPOSE-TRACE
              END-READ
           END-PERFORM
           .

       29000-DEPOSE-TRACE.
      *----------------------*
           MOVE 0          TO TRI-SEQ
           MOVE SPACE      TO TRI-FONCTION
           MOVE EMP-VALEUR TO TRI-EMPREINTE
           RELEASE TRI-ENREG
           .

      *--------------------------------------------------------*
      *   RAPPROCHEMENT PAR CLE : LA DERNIERE ENTREE DU         *
      *   REGISTRE FAIT FOI POUR LE CONTENU ET LA PRESENCE      *
      *--------------------------------------------------------*
       50000-RAPPROCHEMENT.
      *----------------------*
           PERFORM UNTIL FIN-TRI-OUI
              RETURN WORK-TRI
                 AT END
                    SET FIN-TRI-OUI TO TRUE
                 NOT AT END
                    IF W-PREMIER = 1
                       OR TRI-TYPE NOT = W-GRP-TYPE
                       OR TRI-CLE  NOT = W-GRP-CLE
                       IF W-PREMIER = 0
                          PERFORM 52000-EVALUE-CLE
                       END-IF
                       MOVE 0 TO W-PREMIER
                       PERFORM 51000-INIT-CLE
                    END-IF
                    EVALUATE TRUE
                       WHEN TRI-REGISTRE
                          MOVE 1             TO W-GRP-REGISTRE
                          MOVE TRI-SEQ       TO W-GRP-SEQ
                          MOVE TRI-FONCTION  TO W-GRP-FONCTION
                          MOVE TRI-EMPREINTE TO W-GRP-EMPREINTE
                       WHEN TRI-EN-LIGNE
                          MOVE 1             TO W-GRP-EN-LIGNE
                          MOVE TRI-EMPREINTE TO W-GRP-EMP-LIGNE
                       WHEN TRI-ARCHIVE
                          MOVE 1             TO W-GRP-ARCHIVE
                          MOVE TRI-EMPREINTE TO W-GRP-EMP-ARCHIVE
                    END-EVALUATE
              END-RETURN
           END-PERFORM

           IF W-PREMIER = 0
              PERFORM 52000-EVALUE-CLE
           END-IF
           .

       51000-INIT-CLE.
      *----------------------*
           MOVE TRI-TYPE TO W-GRP-TYPE
           MOVE TRI-CLE  TO W-GRP-CLE
           MOVE 0     TO W-GRP-REGISTRE W-GRP-SEQ W-GRP-EMPREINTE
                         W-GRP-EN-LIGNE W-GRP-EMP-LIGNE
                         W-GRP-ARCHIVE W-GRP-EMP-ARCHIVE
           MOVE SPACE TO W-GRP-FONCTION
           .

       52000-EVALUE-CLE.
      *----------------------*
           MOVE SPACE TO W-ANOMALIE
           EVALUATE TRUE
              WHEN W-GRP-EN-LIGNE = 1 AND W-GRP-REGISTRE = 0
                 MOVE 'TRACE NON SCELLEE' TO W-ANOMALIE
              WHEN W-GRP-EN-LIGNE = 1 AND GRP-TRACE-SORTIE
                 MOVE 'TRACE REAPPARUE APRES SORTIE' TO W-ANOMALIE
              WHEN W-GRP-EN-LIGNE = 1
                   AND W-GRP-EMP-LIGNE NOT = W-GRP-EMPREINTE
                 MOVE 'CONTENU ALTERE' TO W-ANOMALIE
              WHEN W-GRP-EN-LIGNE = 0 AND GRP-TRACE-PRESENTE
                 MOVE 'TRACE SUPPRIMEE HORS PROCEDURE' TO W-ANOMALIE
              WHEN W-GRP-ARCHIVE = 1 AND GRP-TRACE-ARCHIVEE
                   AND W-GRP-EMP-ARCHIVE NOT = W-GRP-EMPREINTE
                 MOVE 'ARCHIVE ALTEREE' TO W-ANOMALIE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

      *    ARCHIVE ANTERIEURE AU REGISTRE : COMPTEE, NON CONTROLEE
           IF W-GRP-ARCHIVE = 1 AND W-GRP-REGISTRE = 0
              AND W-GRP-EN-LIGNE = 0
              ADD 1 TO W-NB-ARCH-HORS-REGISTRE
           END-IF

           IF W-ANOMALIE NOT = SPACE
              ADD 1 TO W-NB-ANOMALIES
              IF W-NB-ANOMALIES = 1 AND NOT CHAINE-ROMPUE-OUI
                 WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
              END-IF
              MOVE W-GRP-TYPE TO W-ANL-TYPE
              MOVE W-GRP-CLE  TO W-ANL-CLE
              MOVE W-ANOMALIE TO W-ANL-LIBELLE
              MOVE W-GRP-SEQ  TO W-ANL-SEQ
              WRITE RPT-LIGNE FROM W-LIGNE-ANOMALIE
              IF W-ANO-CLE = SPACE AND W-ANO-TYPE = SPACE
                 MOVE W-GRP-TYPE TO W-ANO-TYPE
                 MOVE W-GRP-CLE  TO W-ANO-CLE
                 MOVE W-ANOMALIE TO W-ANO-LIBELLE
              END-IF
           END-IF
           .

      *--------------------------------------------------------*
      *   RECAPITULATIF ET ALERTE : RUPTURE = GRAVITE 'E' AVEC  *
      *   LA PREMIERE CLE ALTEREE, RC=8                         *
      *--------------------------------------------------------*
       80000-CONCLUSION.
      *----------------------*
           IF NOT CHAINE-ROMPUE-OUI AND W-NB-ANOMALIES = 0
              MOVE 'AUCUNE RUPTURE : CHAINE ET TRACES CONFORMES'
                TO W-TXT-TEXTE
              WRITE RPT-LIGNE FROM W-LIGNE-TEXTE
           END-IF

           WRITE RPT-LIGNE FROM W-LIGNE-VIDE
           MOVE 'ENTREES DU REGISTRE CONTROLEES         :'
             TO W-REC-LIBELLE
           MOVE W-NB-ENTREES TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE 'EVENEMENTS EN LIGNE (FSTAGA11)         :'
             TO W-REC-LIBELLE
           MOVE W-NB-EVENEMENTS TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE 'DETAILS EN LIGNE (FSTAGD11)            :'
             TO W-REC-LIBELLE
           MOVE W-NB-DETAILS TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE 'TRACES ARCHIVEES RELUES                 :'
             TO W-REC-LIBELLE
           MOVE W-NB-ARCHIVES-LUES TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE 'DONT ANTERIEURES AU REGISTRE           :'
             TO W-REC-LIBELLE
           MOVE W-NB-ARCH-HORS-REGISTRE TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE 'RUPTURES DE LA CHAINE                  :'
             TO W-REC-LIBELLE
           MOVE W-NB-RUPTURES-CHAINE TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE 'TRACES EN ANOMALIE                     :'
             TO W-REC-LIBELLE
           MOVE W-NB-ANOMALIES TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP

           MOVE SPACE TO W-ALERTE-MESSAGE
           IF CHAINE-ROMPUE-OUI OR W-NB-ANOMALIES > 0
              MOVE 'E' TO W-ALERTE-SEVERITE
              STRING 'AUDIT ALTERE '  DELIMITED BY SIZE
                     W-ANO-TYPE       DELIMITED BY SIZE
                     ' '              DELIMITED BY SIZE
                     W-ANO-CLE        DELIMITED BY SIZE
                INTO W-ALERTE-MESSAGE
              END-STRING
              IF W-ANO-CLE(1:6) IS NUMERIC
                 MOVE W-ANO-CLE(1:6) TO W-ALERTE-NUMERO
              END-IF
              PERFORM 85000-EMET-ALERTE

              MOVE SPACE TO W-TXT-TEXTE
              STRING 'PREMIERE CLE ALTEREE : ' DELIMITED BY SIZE
                     W-ANO-TYPE                DELIMITED BY SIZE
                     ' '                       DELIMITED BY SIZE
                     W-ANO-CLE                 DELIMITED BY SIZE
                     ' - '                     DELIMITED BY SIZE
                     W-ANO-LIBELLE             DELIMITED BY SIZE
                INTO W-TXT-TEXTE
              END-STRING
              WRITE RPT-LIGNE FROM W-LIGNE-VIDE
              WRITE RPT-LIGNE FROM W-LIGNE-TEXTE
              DISPLAY 'SCE1CI11 - ' W-TXT-TEXTE
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'I' TO W-ALERTE-SEVERITE
              MOVE W-NB-ENTREES TO W-ED-NB
              STRING 'SCELLEMENT AUDIT CONFORME - ' DELIMITED BY SIZE
                     W-ED-NB                        DELIMITED BY SIZE
                     ' ENTREES'                     DELIMITED BY SIZE
                INTO W-ALERTE-MESSAGE
              END-STRING
              PERFORM 85000-EMET-ALERTE
           END-IF
           .

      *--------------------------------------------------------*
      *   EMISSION D'UNE ALERTE D'EXPLOITATION : EN PLUS DU     *
      *   SYSOUT, L'ANOMALIE EST DEPOSEE DANS FALRT11 POUR      *
      *   ETRE VUE ET ACQUITTEE SUR L'ECRAN ALR1CI11            *
      *--------------------------------------------------------*
       85000-EMET-ALERTE.
      *----------------------*
           MOVE W-DATE-SYS        TO E-ALR-DATE
           MOVE 'SCE1CI11'        TO E-ALR-JOB
           MOVE W-ALERTE-SEVERITE TO E-ALR-SEVERITE
           MOVE W-ALERTE-MESSAGE  TO E-ALR-MESSAGE
           MOVE W-ALERTE-NUMERO   TO E-ALR-NUMERO
           MOVE 'O'               TO E-ALR-ETAT
           MOVE SPACE             TO E-ALR-ACQ-USERID
                                     E-ALR-ACQ-DATE

           MOVE 1 TO E-ALR-SEQ
           PERFORM UNTIL E-ALR-SEQ > 9999
              WRITE E-ALERTE
                 INVALID KEY
                    ADD 1 TO E-ALR-SEQ
                 NOT INVALID KEY
                    MOVE 10000 TO E-ALR-SEQ
              END-WRITE
      *       FICHIER INDISPONIBLE (AUTRE QU'UN DOUBLON DE CLE) :
      *       ON ABANDONNE L'ALERTE, LE SYSOUT RESTE LA TRACE
              IF NOT FALRT-OK AND FALRT-STATUT NOT = '22'
                 MOVE 10000 TO E-ALR-SEQ
              END-IF
           END-PERFORM

           MOVE 0 TO W-ALERTE-NUMERO
           .

      *--------------------------------------------------------*
      *   SCELLEMENT INITIAL : LES TRACES EXISTANTES SONT       *
      *   SCELLEES 'REPRISE' DANS UN REGISTRE VIDE (TETE A      *
      *   ZERO) ; REFUSE SI LE REGISTRE A DEJA DES ENTREES, UN  *
      *   NOUVEAU DEPART DE CHAINE EFFACERAIT LES RUPTURES       *
      *--------------------------------------------------------*
       60000-SCELLEMENT-INITIAL.
      *----------------------*
           OPEN INPUT FSCEL-FILE
           IF FSCEL-OK
              MOVE 0 TO E-SCE-SEQ
              START FSCEL-FILE KEY IS NOT LESS THAN E-SCE-SEQ
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY 'SCE1CI11 - REGISTRE FSCEL11 DEJA '
                            'ALIMENTE : SCELLEMENT INITIAL REFUSE'
                    CLOSE FSCEL-FILE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
              END-START
              CLOSE FSCEL-FILE
           END-IF

           OPEN OUTPUT FSCEL-FILE
           IF NOT FSCEL-OK
              DISPLAY 'SCE1CI11 - CHARGEMENT FSCEL11 IMPOSSIBLE : '
                      FSCEL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACE TO E-SCELLE
           MOVE 0     TO E-SCE-SEQ
           MOVE 'T'   TO E-SCE-TYPE
           MOVE 0     TO E-SCE-DERNIER-SEQ E-SCE-EMPREINTE
                         E-SCE-CONTROLE
           MOVE W-DATE-EDIT TO E-SCE-DATE
           MOVE 'SCE1CI11'  TO E-SCE-PROGRAMME E-SCE-USERID
           WRITE E-SCELLE
           CLOSE FSCEL-FILE

           MOVE 'I'        TO SCP-FONCTION
           MOVE 'SCE1CI11' TO SCP-PROGRAMME SCP-USERID

           PERFORM UNTIL FSTAGA-FIN
              READ FSTAGA-FILE NEXT RECORD
                 AT END
                    SET FSTAGA-FIN TO TRUE
                 NOT AT END
                    ADD 1 TO W-NB-EVENEMENTS
                    MOVE 'A'     TO SCP-TYPE
                    MOVE E-HISTO TO SCP-ENREG
                    CALL pgm-scellbat USING SCELLEMENT-PARAM
                    IF SCP-REGISTRE-KO
                       SET FSTAGA-FIN TO TRUE
                    END-IF
              END-READ
           END-PERFORM

           PERFORM UNTIL FSTAGD-FIN OR SCP-REGISTRE-KO
              READ FSTAGD-FILE NEXT RECORD
                 AT END
                    SET FSTAGD-FIN TO TRUE
                 NOT AT END
                    ADD 1 TO W-NB-DETAILS
                    MOVE 'D'      TO SCP-TYPE
                    MOVE E-DETAIL TO SCP-ENREG
                    CALL pgm-scellbat USING SCELLEMENT-PARAM
              END-READ
           END-PERFORM

           IF SCP-REGISTRE-KO
              MOVE 'SCELLEMENT INITIAL INTERROMPU : REGISTRE KO'
                TO W-TXT-TEXTE
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 'SCELLEMENT INITIAL DES TRACES EXISTANTES'
                TO W-TXT-TEXTE
           END-IF
           WRITE RPT-LIGNE FROM W-LIGNE-TEXTE

           MOVE 'F' TO SCP-FONCTION
           CALL pgm-scellbat USING SCELLEMENT-PARAM

           WRITE RPT-LIGNE FROM W-LIGNE-VIDE
           MOVE 'EVENEMENTS SCELLES (FSTAGA11)          :'
             TO W-REC-LIBELLE
           MOVE W-NB-EVENEMENTS TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           MOVE 'DETAILS SCELLES (FSTAGD11)             :'
             TO W-REC-LIBELLE
           MOVE W-NB-DETAILS TO W-REC-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-RECAP
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           IF NOT MODE-INITIALISATION
              CLOSE FSCEL-FILE
              IF W-ARCH-PRESENTE = 1
                 CLOSE ARCH-FILE
              END-IF
              IF W-ARCHD-PRESENTE = 1
                 CLOSE ARCHD-FILE
              END-IF
           END-IF
           CLOSE FSTAGA-FILE
           CLOSE FSTAGD-FILE
           CLOSE FALRT-FILE
           CLOSE RPT-FILE

           DISPLAY 'SCE1CI11 - TERMINE - ' W-NB-ENTREES
                   ' ENTREE(S), ' W-NB-RUPTURES-CHAINE
                   ' RUPTURE(S) DE CHAINE, ' W-NB-ANOMALIES
                   ' TRACE(S) EN ANOMALIE'
           .
