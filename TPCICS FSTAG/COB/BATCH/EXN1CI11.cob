      *======================================================*
      *   PROGRAMME BATCH - EXTRAIT DE NUIT DES DOSSIERS     *
      *   STAGIAIRES : UNE SEULE LECTURE DE FSTAG11, JOINTE  *
      *   A LA SESSION (FSESS11), AU DERNIER PLACEMENT       *
      *   (FPLAC11) ET AUX PIECES EXIGEES MANQUANTES         *
      *   (FDOCS11 / FTDOC11), TRIEE PAR SITE / NOM /        *
      *   PRENOM / NUMERO ET TERMINEE PAR UN ENREGISTREMENT  *
      *   DE CONTROLE (NOMBRE DE DOSSIERS, SOMME DES         *
      *   NUMEROS). LES EDITIONS EDI1 A EDI5, EXC1CI11,      *
      *   REB1CI11 ET STA1CI11 LISENT CET EXTRAIT AU LIEU    *
      *   DE PARCOURIR LES FICHIERS VSAM (FORMAT CXNUI)      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXN1CI11.

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
           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FSESS-FILE ASSIGN TO FSESS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SES-CODE
               FILE STATUS IS FSESS-STATUT.

           SELECT FPLAC-FILE ASSIGN TO FPLAC11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-PLA-CLE
               FILE STATUS IS FPLAC-STATUT.

           SELECT FDOCS-FILE ASSIGN TO FDOCS11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-DOC-CLE
               FILE STATUS IS FDOCS-STATUT.

           SELECT FTDOC-FILE ASSIGN TO FTDOC11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-TDO-CODE
               FILE STATUS IS FTDOC-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

      *        EXTRAIT DE NUIT (GENERATION DU JOUR)
           SELECT EXTR-FILE ASSIGN TO EXTRNUIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXTR-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FSESS-FILE.
       COPY CSESS.

       FD  FPLAC-FILE.
       COPY CPLAC.

       FD  FDOCS-FILE.
       COPY CDOCS.

       FD  FTDOC-FILE.
       COPY CTDOC.

       SD  WORK-TRI.
       01  TRI-ENREG.
           05 FILLER                  PIC X(2).
           05 TRI-SITE                PIC X(3).
           05 TRI-NOM                 PIC X(20).
           05 TRI-PRENOM              PIC X(15).
           05 TRI-NUMERO              PIC 9(6).
           05 FILLER                  PIC X(654).

       FD  EXTR-FILE.
       COPY CXNUI.

       WORKING-STORAGE SECTION.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.
         88 FSTAG-FIN                 VALUE '10'.

       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.

       01 FPLAC-STATUT                PIC X(2).
         88 FPLAC-OK                  VALUE '00'.
         88 FPLAC-FIN                 VALUE '10'.

       01 FDOCS-STATUT                PIC X(2).
         88 FDOCS-OK                  VALUE '00'.
         88 FDOCS-FIN                 VALUE '10'.

       01 FTDOC-STATUT                PIC X(2).
         88 FTDOC-OK                  VALUE '00'.

       01 EXTR-STATUT                 PIC X(2).
         88 EXTR-OK                   VALUE '00'.

       01 TRI-INDIC                   PIC 9 VALUE 0.
         88 TRI-TERMINE               VALUE 1.

      *------------------------------------------------------*
      *   COMPTEURS ET CONTROLE DE FIN                       *
      *------------------------------------------------------*
       01 W-NB-LUS                    PIC 9(7) VALUE 0.
       01 W-NB-ECRITS                 PIC 9(7) VALUE 0.
       01 W-TOTAL-NUM                 PIC 9(12) VALUE 0.
       01 W-NB-SANS-SESSION           PIC 9(7) VALUE 0.

       01 W-DATE-SYS                  PIC X(8).
       01 W-HEURE-SYS.
           05 W-HEURE-HHMMSS          PIC X(6).
           05 FILLER                  PIC X(2).

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-TRI
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS  FROM DATE YYYYMMDD
           ACCEPT W-HEURE-SYS FROM TIME

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'EXN1CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSESS-FILE
           IF NOT FSESS-OK
              DISPLAY 'EXN1CI11 - OUVERTURE FSESS11 IMPOSSIBLE : '
                      FSESS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FPLAC-FILE
           IF NOT FPLAC-OK
              DISPLAY 'EXN1CI11 - OUVERTURE FPLAC11 IMPOSSIBLE : '
                      FPLAC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FDOCS-FILE
           IF NOT FDOCS-OK
              DISPLAY 'EXN1CI11 - OUVERTURE FDOCS11 IMPOSSIBLE : '
                      FDOCS-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FTDOC-FILE
           IF NOT FTDOC-OK
              DISPLAY 'EXN1CI11 - OUVERTURE FTDOC11 IMPOSSIBLE : '
                      FTDOC-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT EXTR-FILE
           IF NOT EXTR-OK
              DISPLAY 'EXN1CI11 - OUVERTURE EXTRNUIT IMPOSSIBLE : '
                      EXTR-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       20000-TRAIT-TRI.
      *----------------------*
           SORT WORK-TRI
                ON ASCENDING KEY TRI-SITE
                ON ASCENDING KEY TRI-NOM
                ON ASCENDING KEY TRI-PRENOM
                ON ASCENDING KEY TRI-NUMERO
                INPUT PROCEDURE  20900-CONSTITUTION-DOSSIERS
                OUTPUT PROCEDURE 21000-ECRITURE-EXTRAIT
           .

      *--------------------------------------------------------*
      *   TOUS LES DOSSIERS SONT REPRIS, SUPPRIMES COMPRIS :    *
      *   CHAQUE LECTEUR APPLIQUE SA PROPRE SELECTION           *
      *--------------------------------------------------------*
       20900-CONSTITUTION-DOSSIERS.
      *----------------------*
           READ FSTAG-FILE NEXT RECORD
              AT END
                 SET FSTAG-FIN TO TRUE
           END-READ

           PERFORM UNTIL FSTAG-FIN
              ADD 1 TO W-NB-LUS
              PERFORM 22000-CONSTRUIT-DOSSIER
              RELEASE TRI-ENREG FROM E-EXTRAIT
              READ FSTAG-FILE NEXT RECORD
                 AT END
                    SET FSTAG-FIN TO TRUE
              END-READ
           END-PERFORM

           CLOSE FSTAG-FILE
           CLOSE FSESS-FILE
           CLOSE FPLAC-FILE
           CLOSE FDOCS-FILE
           CLOSE FTDOC-FILE
           .

       21000-ECRITURE-EXTRAIT.
      *----------------------*
           MOVE 0 TO TRI-INDIC

           PERFORM UNTIL TRI-TERMINE
              RETURN WORK-TRI INTO E-EXTRAIT
                 AT END
                    SET TRI-TERMINE TO TRUE
                 NOT AT END
                    WRITE E-EXTRAIT
                    ADD 1            TO W-NB-ECRITS
                    ADD E-XTN-NUMERO TO W-TOTAL-NUM
              END-RETURN
           END-PERFORM

      *    Un extrait qui n'a pas repris tous les dossiers lus
      *    reste sans enregistrement de fin : les lecteurs le
      *    refuseront
           IF W-NB-ECRITS NOT = W-NB-LUS
              DISPLAY 'EXN1CI11 - EXTRAIT INCOMPLET : ' W-NB-ECRITS
                      ' ECRIT(S) POUR ' W-NB-LUS ' LU(S)'
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 21500-ECRIT-FIN
           END-IF
           .

       21500-ECRIT-FIN.
      *----------------------*
           MOVE SPACE          TO E-EXTRAIT
           SET XTN-FIN         TO TRUE
           MOVE HIGH-VALUE     TO E-XTN-SITE
                                  E-XTN-NOM
                                  E-XTN-PRENOM
           MOVE 0              TO E-XTN-NUMERO
           MOVE W-NB-ECRITS    TO E-XTN-FIN-NB-DOSSIERS
           MOVE W-TOTAL-NUM    TO E-XTN-FIN-TOTAL-NUM
           MOVE W-DATE-SYS     TO E-XTN-FIN-DATE
           MOVE W-HEURE-HHMMSS TO E-XTN-FIN-HEURE
           WRITE E-EXTRAIT
           .

      *--------------------------------------------------------*
      *   IMAGE DU DOSSIER FSTAG11 PUIS JOINTURES               *
      *--------------------------------------------------------*
       22000-CONSTRUIT-DOSSIER.
      *----------------------*
           MOVE SPACE                 TO E-EXTRAIT
           SET XTN-DOSSIER            TO TRUE
           MOVE E-CODE-SITE           TO E-XTN-SITE
           MOVE E-NOM                 TO E-XTN-NOM
           MOVE E-PRENOM              TO E-XTN-PRENOM
           MOVE E-NUMERO              TO E-XTN-NUMERO
           MOVE E-ADR1                TO E-XTN-ADR1
           MOVE E-ADR2                TO E-XTN-ADR2
           MOVE E-CODEP               TO E-XTN-CODEP
           MOVE E-VILLE               TO E-XTN-VILLE
           MOVE E-TELDOM              TO E-XTN-TELDOM
           MOVE E-TELPOR              TO E-XTN-TELPOR
           MOVE E-EMAIL               TO E-XTN-EMAIL
           MOVE E-DATE-NAISS          TO E-XTN-DATE-NAISS
           MOVE E-DATE-DEB-PRESTA     TO E-XTN-DATE-DEB
           MOVE E-DATE-FIN-PRESTA     TO E-XTN-DATE-FIN
           MOVE E-STATUT              TO E-XTN-STATUT
           MOVE E-SUPPRIME            TO E-XTN-SUPPRIME
           MOVE E-CONSENT-COURRIER    TO E-XTN-CONSENT-COURRIER
           MOVE E-CONSENT-EMAIL       TO E-XTN-CONSENT-EMAIL
           MOVE E-CONSENT-SMS         TO E-XTN-CONSENT-SMS
           MOVE E-EMAIL-INVALIDE      TO E-XTN-EMAIL-INVALIDE
           MOVE E-ADRESSE-INVALIDE    TO E-XTN-ADRESSE-INVALIDE
           MOVE E-GESTIONNAIRE        TO E-XTN-GESTIONNAIRE
           MOVE E-CODE-ROME           TO E-XTN-CODE-ROME
           MOVE E-CODE-SESSION        TO E-XTN-SESSION
           MOVE 0                     TO E-XTN-NB-PLACEMENTS
                                         E-XTN-PLA-SEQ
                                         E-XTN-NB-PIECES
                                         E-XTN-NB-MANQUANTES

           PERFORM 22100-JOINT-SESSION
           PERFORM 22200-JOINT-PLACEMENT
           PERFORM 22300-JOINT-PIECES
           .

       22100-JOINT-SESSION.
      *----------------------*
           IF E-CODE-SESSION = SPACE OR LOW-VALUE
              MOVE SPACE TO E-XTN-SESSION
           ELSE
              MOVE E-CODE-SESSION TO E-SES-CODE
              READ FSESS-FILE
                 INVALID KEY
                    ADD 1 TO W-NB-SANS-SESSION
                 NOT INVALID KEY
                    MOVE E-SES-TITRE    TO E-XTN-SES-TITRE
                    MOVE E-SES-DATE-DEB TO E-XTN-SES-DATE-DEB
                    MOVE E-SES-DATE-FIN TO E-XTN-SES-DATE-FIN
              END-READ
           END-IF
           .

      *    Le dernier placement est celui de plus forte sequence
       22200-JOINT-PLACEMENT.
      *----------------------*
           MOVE E-NUMERO  TO E-PLA-NUMERO
           MOVE 0         TO E-PLA-SEQ
           START FPLAC-FILE KEY IS NOT LESS THAN E-PLA-CLE
              INVALID KEY
                 SET FPLAC-FIN TO TRUE
           END-START

           PERFORM UNTIL FPLAC-FIN
              READ FPLAC-FILE NEXT RECORD
                 AT END
                    SET FPLAC-FIN TO TRUE
                 NOT AT END
                    IF E-PLA-NUMERO = E-NUMERO
                       ADD 1 TO E-XTN-NB-PLACEMENTS
                       MOVE E-PLA-SEQ       TO E-XTN-PLA-SEQ
                       MOVE E-PLA-STATUT    TO E-XTN-PLA-STATUT
                       MOVE E-PLA-CODE-EMPLOYEUR
                                            TO E-XTN-PLA-EMPLOYEUR
                       MOVE E-PLA-DATE-DEB  TO E-XTN-PLA-DATE-DEB
                       MOVE E-PLA-DATE-FIN  TO E-XTN-PLA-DATE-FIN
                    ELSE
                       SET FPLAC-FIN TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           MOVE '00' TO FPLAC-STATUT
           .

       22300-JOINT-PIECES.
      *----------------------*
           MOVE E-NUMERO  TO E-DOC-NUMERO
           MOVE LOW-VALUE TO E-DOC-CODE
           START FDOCS-FILE KEY IS GREATER THAN E-DOC-CLE
              INVALID KEY
                 SET FDOCS-FIN TO TRUE
           END-START

           PERFORM UNTIL FDOCS-FIN
              READ FDOCS-FILE NEXT RECORD
                 AT END
                    SET FDOCS-FIN TO TRUE
                 NOT AT END
                    IF E-DOC-NUMERO = E-NUMERO
                       ADD 1 TO E-XTN-NB-PIECES
                       IF DOC-MANQUANT
                          PERFORM 22350-TESTE-OBLIGATOIRE
                       END-IF
                    ELSE
                       SET FDOCS-FIN TO TRUE
                    END-IF
              END-READ
           END-PERFORM
           MOVE '00' TO FDOCS-STATUT
           .

       22350-TESTE-OBLIGATOIRE.
      *    Seules les pieces exigees par le referentiel FTDOC11
      *    sont retenues ; un type absent du referentiel est
      *    repute exige (prudence)
           MOVE E-DOC-CODE TO E-TDO-CODE
           READ FTDOC-FILE
              INVALID KEY
                 PERFORM 22400-RETIENT-PIECE
              NOT INVALID KEY
                 IF TDO-OBLIGATOIRE
                    PERFORM 22400-RETIENT-PIECE
                 END-IF
           END-READ
           .

       22400-RETIENT-PIECE.
      *----------------------*
           ADD 1 TO E-XTN-NB-MANQUANTES
           IF E-XTN-NB-MANQUANTES NOT > 10
              MOVE E-DOC-CODE
                TO E-XTN-MAN-CODE(E-XTN-NB-MANQUANTES)
              MOVE E-DOC-LIBELLE
                TO E-XTN-MAN-LIBELLE(E-XTN-NB-MANQUANTES)
           END-IF
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE EXTR-FILE

           DISPLAY 'EXN1CI11 - EXTRAIT TERMINE - ' W-NB-ECRITS
                   ' DOSSIER(S) / ' W-NB-LUS ' LU(S)'
           IF W-NB-SANS-SESSION > 0
              DISPLAY 'EXN1CI11 - SESSION INCONNUE DE FSESS11 : '
                      W-NB-SANS-SESSION ' DOSSIER(S)'
           END-IF
           .
