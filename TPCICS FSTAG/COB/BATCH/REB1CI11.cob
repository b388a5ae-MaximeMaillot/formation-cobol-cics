
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        EXTRAIT DE NUIT DES DOSSIERS (CF EXN1CI11)
           SELECT EXTR-FILE ASSIGN TO EXTRNUIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXTR-STATUT.

           SELECT FCPTR-FILE ASSIGN TO FCPTR11
               ORGANIZATION IS INDEXED

       FILE SECTION.

       FD  EXTR-FILE.
       COPY CXNUI.

       FD  FCPTR-FILE.
       COPY CCPTR.

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

       01 FCPTR-STATUT                PIC X(2).
         88 FCPTR-OK                  VALUE '00'.
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD
           MOVE W-DATE-SYS TO W-DATE-JOUR

           PERFORM 15000-CONTROLE-EXTRAIT

           OPEN I-O FCPTR-FILE
           IF NOT FCPTR-OK
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
              DISPLAY 'REB1CI11 - OUVERTURE EXTRNUIT IMPOSSIBLE : '
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
              DISPLAY 'REB1CI11 - EXTRAIT SANS ENREGISTREMENT DE FIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF W-CTL-NB-DOSSIERS NOT = E-XTN-FIN-NB-DOSSIERS
              OR W-CTL-TOTAL-NUM NOT = E-XTN-FIN-TOTAL-NUM
              DISPLAY 'REB1CI11 - EXTRAIT INCOMPLET : '
                      W-CTL-NB-DOSSIERS ' DOSSIER(S) LU(S) POUR '
                      E-XTN-FIN-NB-DOSSIERS ' ANNONCE(S)'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY 'REB1CI11 - EXTRAIT DU ' E-XTN-FIN-DATE ' A '
                   E-XTN-FIN-HEURE ' - ' W-CTL-NB-DOSSIERS
                   ' DOSSIER(S)'

           CLOSE EXTR-FILE
           OPEN INPUT EXTR-FILE
           .

       20000-TRAIT-COMPTAGE.
      *----------------------*
           PERFORM 20100-LIT-EXTRAIT

           PERFORM UNTIL EXTR-FIN
              PERFORM 21000-CUMULE-STAGIAIRE
              PERFORM 20100-LIT-EXTRAIT
           END-PERFORM

           IF W-NB-AVEC-AGE > 0
              COMPUTE W-AGE-MOYEN = W-SOMME-AGES / W-NB-AVEC-AGE
           END-IF
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

       21000-CUMULE-STAGIAIRE.
      *----------------------*
           IF XTN-SUPPRIME-NON
              ADD 1 TO W-NB-TOTAL
              EVALUATE TRUE
                 WHEN XTN-STATUT-ACTIF
                    ADD 1 TO W-NB-ACTIFS
                 WHEN XTN-STATUT-TERMINE
                    ADD 1 TO W-NB-TERMINES
                 WHEN XTN-STATUT-ANNULE
                    ADD 1 TO W-NB-ANNULES
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE

              IF (E-XTN-TELDOM = SPACE OR E-XTN-TELDOM = LOW-VALUE)
                 AND (E-XTN-TELPOR = SPACE OR E-XTN-TELPOR = LOW-VALUE)
                 ADD 1 TO W-NB-SANS-TEL
              END-IF

              IF E-XTN-DATE-NAISS NOT = SPACE
                 AND E-XTN-DATE-NAISS NOT = LOW-VALUE
                 PERFORM 22000-CUMULE-AGE
              END-IF
           ELSE

       22000-CUMULE-AGE.
      *----------------------*
           IF E-XTN-DATE-NAISS IS NOT NUMERIC
              CONTINUE
           ELSE
              MOVE E-XTN-DATE-NAISS(1:2) TO W-NAISS-JJ
              MOVE E-XTN-DATE-NAISS(3:2) TO W-NAISS-MM
              MOVE E-XTN-DATE-NAISS(5:4) TO W-NAISS-AAAA

              COMPUTE W-AGE = W-DATE-SYS-AAAA - W-NAISS-AAAA


       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE EXTR-FILE
           CLOSE FCPTR-FILE

           DISPLAY 'REB1CI11 - RECONSTRUCTION TERMINEE - '
