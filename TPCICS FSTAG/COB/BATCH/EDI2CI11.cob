
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        EXTRAIT DE NUIT DES DOSSIERS (CF EXN1CI11)
           SELECT EXTR-FILE ASSIGN TO EXTRNUIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXTR-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTAGE
               ORGANIZATION IS LINE SEQUENTIAL

       FILE SECTION.

       FD  EXTR-FILE.
       COPY CXNUI.

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 EXTR-STATUT                 PIC X(2).
         88 EXTR-OK                   VALUE '00'.
         88 EXTR-FIN                  VALUE '10'.

      *------------------------------------------------------*
      *   CONTROLE DE L'EXTRAIT AVANT EDITION                *
      *------------------------------------------------------*
       01 W-CTL-NB-DOSSIERS           PIC 9(7) VALUE 0.
       01 W-CTL-TOTAL-NUM             PIC 9(12) VALUE 0.
       01 W-CTL-FIN                   PIC 9 VALUE 0.
         88 CTL-FIN-LUE               VALUE 1.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD

           PERFORM 15000-CONTROLE-EXTRAIT

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
           END-IF
           .

      *--------------------------------------------------------*
      *   CONTROLE DE L'EXTRAIT DE NUIT AVANT TOUTE EDITION :   *
      *   UNE PREMIERE LECTURE COMPLETE DOIT REDONNER LE        *
      *   NOMBRE DE DOSSIERS ET LA SOMME DES NUMEROS PORTES     *
      *   PAR L'ENREGISTREMENT DE FIN, SINON ARRET SANS EDITION *
      *--------------------------------------------------------*
       15000-CONTROLE-EXTRAIT.
      *----------------------*
           OPEN INPUT EXTR-FILE
           IF NOT EXTR-OK
              DISPLAY 'EDI2CI11 - OUVERTURE EXTRNUIT IMPOSSIBLE : '
                      EXTR-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM UNTIL EXTR-FIN OR CTL-FIN-LUE
              READ EXTR-FILE
                 AT END
                    SET EXTR-FIN TO TRUE
                 NOT AT END
                    IF XTN-FIN
                       SET CTL-FIN-LUE TO TRUE
                    ELSE
                       ADD 1            TO W-CTL-NB-DOSSIERS
                       ADD E-XTN-NUMERO TO W-CTL-TOTAL-NUM
                    END-IF
              END-READ
           END-PERFORM

           IF NOT CTL-FIN-LUE
              DISPLAY 'EDI2CI11 - EXTRAIT SANS ENREGISTREMENT DE FIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF W-CTL-NB-DOSSIERS NOT = E-XTN-FIN-NB-DOSSIERS
              OR W-CTL-TOTAL-NUM NOT = E-XTN-FIN-TOTAL-NUM
              DISPLAY 'EDI2CI11 - EXTRAIT INCOMPLET : '
                      W-CTL-NB-DOSSIERS ' DOSSIER(S) LU(S) POUR '
                      E-XTN-FIN-NB-DOSSIERS ' ANNONCE(S)'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY 'EDI2CI11 - EXTRAIT DU ' E-XTN-FIN-DATE ' A '
                   E-XTN-FIN-HEURE ' - ' W-CTL-NB-DOSSIERS
                   ' DOSSIER(S)'

           CLOSE EXTR-FILE
           OPEN INPUT EXTR-FILE
           .

       20000-TRAIT-CUMUL.
      *----------------------*
           PERFORM 20100-LIT-EXTRAIT

           PERFORM UNTIL EXTR-FIN
              IF XTN-SUPPRIME-NON
                 IF E-XTN-DATE-NAISS = SPACE OR LOW-VALUE
                    ADD 1 TO W-NB-SANS-DATE
                 ELSE
                    PERFORM 21000-CUMUL-AGE
                 END-IF
              END-IF
              PERFORM 20100-LIT-EXTRAIT
           END-PERFORM

           CLOSE EXTR-FILE
           .

       20100-LIT-EXTRAIT.
      *----------------------*
      *    L'enregistrement de fin termine la lecture
           READ EXTR-FILE
              AT END
                 SET EXTR-FIN TO TRUE
              NOT AT END
                 IF XTN-FIN
                    SET EXTR-FIN TO TRUE
                 END-IF
           END-READ
           .

       21000-CUMUL-AGE.
      *----------------------*
           MOVE E-XTN-DATE-NAISS(1:2) TO W-NAISS-JJ
           MOVE E-XTN-DATE-NAISS(3:2) TO W-NAISS-MM
           MOVE E-XTN-DATE-NAISS(5:4) TO W-NAISS-AAAA

           COMPUTE W-AGE = W-DATE-SYS-AAAA - W-NAISS-AAAA

