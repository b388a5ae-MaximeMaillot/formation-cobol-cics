      *======================================================*
      *   PROGRAMME BATCH - ETAT QUOTIDIEN D'EXCEPTION DES   *
      *   STAGIAIRES ACTIFS DONT DES PIECES DU DOSSIER       *
      *   (FDOCS11) SONT ENCORE MANQUANTES, D'APRES LES      *
      *   PIECES EXIGEES PORTEES PAR L'EXTRAIT DE NUIT       *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *        EXTRAIT DE NUIT DES DOSSIERS (CF EXN1CI11)
           SELECT EXTR-FILE ASSIGN TO EXTRNUIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXTR-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTEXC
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
       01 W-NB-ACTIFS                 PIC 9(5) VALUE 0.
       01 W-NB-EN-EXCEPTION           PIC 9(5) VALUE 0.
       01 W-NB-MANQUANTES             PIC 9(2) VALUE 0.
       01 IDX-MAN                     PIC 9(2) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES D'EDITION                                   *
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 FILLER                  PIC X(9)  VALUE 'MANQUANTE'.

       01 W-LIGNE-AUTRES.
           05 FILLER                  PIC X(10) VALUE SPACE.
           05 FILLER                  PIC X(4)  VALUE 'ET '.
           05 W-AUT-NOMBRE            PIC Z9.
           05 FILLER                  PIC X(31) VALUE
              ' AUTRE(S) PIECE(S) MANQUANTE(S)'.

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(17) VALUE

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           PERFORM 15000-CONTROLE-EXTRAIT

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'EXC1CI11 - OUVERTURE RPTEXC IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           WRITE RPT-LIGNE FROM W-LIGNE-TITRE
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
              DISPLAY 'EXC1CI11 - OUVERTURE EXTRNUIT IMPOSSIBLE : '
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
              DISPLAY 'EXC1CI11 - EXTRAIT SANS ENREGISTREMENT DE FIN'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF W-CTL-NB-DOSSIERS NOT = E-XTN-FIN-NB-DOSSIERS
              OR W-CTL-TOTAL-NUM NOT = E-XTN-FIN-TOTAL-NUM
              DISPLAY 'EXC1CI11 - EXTRAIT INCOMPLET : '
                      W-CTL-NB-DOSSIERS ' DOSSIER(S) LU(S) POUR '
                      E-XTN-FIN-NB-DOSSIERS ' ANNONCE(S)'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           DISPLAY 'EXC1CI11 - EXTRAIT DU ' E-XTN-FIN-DATE ' A '
                   E-XTN-FIN-HEURE ' - ' W-CTL-NB-DOSSIERS
                   ' DOSSIER(S)'

           CLOSE EXTR-FILE
           OPEN INPUT EXTR-FILE
           .

       20000-TRAIT-EXCEPTION.
      *----------------------*
           PERFORM 20100-LIT-EXTRAIT

           PERFORM UNTIL EXTR-FIN
              IF XTN-STATUT-ACTIF AND XTN-SUPPRIME-NON
                 ADD 1 TO W-NB-ACTIFS
                 PERFORM 21000-CONTROLE-DOSSIER
              END-IF
              PERFORM 20100-LIT-EXTRAIT
           END-PERFORM
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

       21000-CONTROLE-DOSSIER.
      *    Les pieces exigees manquantes (referentiel FTDOC11, un
      *    type absent du referentiel etant repute exige) sont
      *    retenues par l'extraction ; au-dela des 10 portees par
      *    l'extrait, seul leur nombre est edite
           MOVE E-XTN-NB-MANQUANTES TO W-NB-MANQUANTES
           IF W-NB-MANQUANTES > 0
              ADD 1 TO W-NB-EN-EXCEPTION
              MOVE E-XTN-NUMERO TO W-STA-NUMERO
              MOVE E-XTN-NOM    TO W-STA-NOM
              MOVE E-XTN-PRENOM TO W-STA-PRENOM
              WRITE RPT-LIGNE FROM W-LIGNE-STAG
              PERFORM VARYING IDX-MAN FROM 1 BY 1
                      UNTIL IDX-MAN > W-NB-MANQUANTES
                         OR IDX-MAN > 10
                 PERFORM 22000-EDITE-PIECE
              END-PERFORM
              IF W-NB-MANQUANTES > 10
                 COMPUTE W-AUT-NOMBRE = W-NB-MANQUANTES - 10
                 WRITE RPT-LIGNE FROM W-LIGNE-AUTRES
              END-IF
           END-IF
           .

       22000-EDITE-PIECE.
      *----------------------*
           MOVE E-XTN-MAN-CODE(IDX-MAN)    TO W-PIE-CODE
           MOVE E-XTN-MAN-LIBELLE(IDX-MAN) TO W-PIE-LIBELLE
           WRITE RPT-LIGNE FROM W-LIGNE-PIECE
           .

       90000-FIN-TRAITEMENT.
           MOVE W-NB-EN-EXCEPTION TO W-TOT-EXCEPTION
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE EXTR-FILE
           CLOSE RPT-FILE

           DISPLAY 'EXC1CI11 - ETAT TERMINE - ' W-NB-ACTIFS
