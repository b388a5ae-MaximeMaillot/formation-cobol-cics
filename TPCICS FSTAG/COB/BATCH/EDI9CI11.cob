      *   DEPUIS LE DEBUT DE LA SESSION (FPRES11, EN DEMI-   *
      *   JOURNEES), LES ABSENTEISTES SIGNALES SOUS LE SEUIL *
      *   DE LA CARTE, ET LE TAUX D'ABSENTEISME DE LA        *
      *   SESSION. UNE SESSION DONT LE FORMATEUR PRINCIPAL   *
      *   EST ABSENT SANS REMPLACANT DESIGNE (FREMP11) EST   *
      *   SIGNALEE SOUS SON EN-TETE. L'EDITION EST VERSEE    *
      *   AU DEPOT FREPO11 (ETAPE REP1CI11 DU JCL) POUR      *
      *   CONSULTATION PAR LES SITES SUR REP2CI11            *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
               RECORD KEY IS E-SES-CODE
               FILE STATUS IS FSESS-STATUT.

      *        DEMANDES DE REMPLACEMENT (FACULTATIF)
           SELECT FREMP-FILE ASSIGN TO FREMP11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-REM-CLE
               FILE STATUS IS FREMP-STATUT.

      *        CARTE PARAMETRE : SEUIL D'ABSENTEISME SIGNALE (%)
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
       FD  FSESS-FILE.
       COPY CSESS.

       FD  FREMP-FILE.
       COPY CREMP.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-SEUIL             PIC 9(3).
       01 FSESS-STATUT                PIC X(2).
         88 FSESS-OK                  VALUE '00'.

       01 FREMP-STATUT                PIC X(2).
         88 FREMP-OK                  VALUE '00'.
         88 FREMP-ABSENT              VALUE '35'.
       01 W-REMP-OUVERT               PIC 9 VALUE 0.
       01 W-FIN-REMP                  PIC 9.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

           05 W-SES-TAUX              PIC ZZ9.
           05 FILLER                  PIC X(2)  VALUE ' %'.

       01 W-LIGNE-REMPLACEMENT.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(24) VALUE
              '*** FORMATEUR PRINCIPAL '.
           05 W-REM-ABSENT            PIC X(6).
           05 FILLER                  PIC X(12) VALUE ' ABSENT DU '.
           05 W-REM-DEB-E             PIC X(10).
           05 FILLER                  PIC X(4)  VALUE ' AU '.
           05 W-REM-FIN-E             PIC X(10).
           05 FILLER                  PIC X(32) VALUE
              ' - REMPLACANT A DESIGNER ***'.

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

      *======================================================*
              STOP RUN
           END-IF

           OPEN INPUT FREMP-FILE
           EVALUATE TRUE
              WHEN FREMP-OK
                 MOVE 1 TO W-REMP-OUVERT
              WHEN FREMP-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'EDI9CI11 - OUVERTURE FREMP11 IMPOSSIBLE : '
                         FREMP-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'EDI9CI11 - OUVERTURE RPTFORMA IMPOSSIBLE : '
                 MOVE E-SES-TITRE TO W-ENT-TITRE
           END-READ
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           IF W-REMP-OUVERT = 1
              PERFORM 23100-SIGNALE-REMPLACEMENT
           END-IF
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           ADD 1 TO W-NB-SESSIONS
           .

      *--------------------------------------------------------*
      *   DEMANDES DE REMPLACEMENT ENCORE OUVERTES DE LA        *
      *   SESSION (CLE FREMP11 = SESSION + FORMATEUR ABSENT)    *
      *--------------------------------------------------------*
       23100-SIGNALE-REMPLACEMENT.
      *----------------------*
           MOVE 0 TO W-FIN-REMP
           MOVE TRI-SESSION TO E-REM-SESSION
           MOVE LOW-VALUE   TO E-REM-FORMATEUR
           START FREMP-FILE KEY IS NOT < E-REM-CLE
              INVALID KEY
                 MOVE 1 TO W-FIN-REMP
           END-START

           PERFORM UNTIL W-FIN-REMP = 1
              READ FREMP-FILE NEXT RECORD
                 AT END
                    MOVE 1 TO W-FIN-REMP
                 NOT AT END
                    IF E-REM-SESSION NOT = TRI-SESSION
                       MOVE 1 TO W-FIN-REMP
                    ELSE
                       IF REM-A-POURVOIR
                          PERFORM 23110-LIGNE-REMPLACEMENT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM
           .

       23110-LIGNE-REMPLACEMENT.
      *----------------------*
           MOVE E-REM-FORMATEUR TO W-REM-ABSENT
           MOVE SPACE TO W-REM-DEB-E W-REM-FIN-E
           STRING E-REM-DATE-DEB(7:2) '/' E-REM-DATE-DEB(5:2) '/'
                  E-REM-DATE-DEB(1:4)
                  DELIMITED BY SIZE INTO W-REM-DEB-E
           END-STRING
           STRING E-REM-DATE-FIN(7:2) '/' E-REM-DATE-FIN(5:2) '/'
                  E-REM-DATE-FIN(1:4)
                  DELIMITED BY SIZE INTO W-REM-FIN-E
           END-STRING
           WRITE RPT-LIGNE FROM W-LIGNE-REMPLACEMENT
           .

       24000-CLOTURE-SESSION.
      *----------------------*
           IF W-SES-DEMI-TOT > 0
       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE FSESS-FILE
           IF W-REMP-OUVERT = 1
              CLOSE FREMP-FILE
           END-IF
           CLOSE RPT-FILE

           DISPLAY 'EDI9CI11 - EDITION TERMINEE - ' W-NB-SESSIONS
