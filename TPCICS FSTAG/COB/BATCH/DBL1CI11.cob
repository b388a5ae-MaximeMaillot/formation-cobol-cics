      *   EN EXACT ET PAR CONSONANCE (CLES VALIDPHO : LES    *
      *   GRAPHIES MEYER/MAYER OU BENALI/BEN ALI TOMBENT     *
      *   DANS LE MEME GROUPE)                               *
      *   DEUX HOMONYMES DONT LES NIR CONNUS (FNIR11)        *
      *   DIFFERENT SONT DEUX PERSONNES : ILS NE SONT PAS    *
      *   REGROUPES                                          *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

      *        NIR DES STAGIAIRES (FACULTATIF : ABSENT, LE
      *        RAPPROCHEMENT SE FAIT SUR LES SEULS NOMS)
           SELECT FNIR-FILE ASSIGN TO FNIR11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NIR-NUMERO
               FILE STATUS IS FNIR-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

           SELECT RPT-FILE ASSIGN TO RPTDOUBL
       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FNIR-FILE.
       COPY CNIR.

       SD  WORK-TRI.
       01  TRI-ENREG.
           05 TRI-PHO-NOM             PIC X(8).
           05 TRI-NOM                 PIC X(20).
           05 TRI-PRENOM              PIC X(15).
           05 TRI-NUMERO              PIC 9(6).
           05 TRI-NIR                 PIC X(15).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).
         88 FSTAG-OK                  VALUE '00'.
         88 FSTAG-FIN                 VALUE '10'.

       01 FNIR-STATUT                 PIC X(2).
         88 FNIR-OK                   VALUE '00'.
         88 FNIR-ABSENT               VALUE '35'.
       01 W-FNIR-PRESENT              PIC 9 VALUE 0.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-PHO-PRENOM-PREC           PIC X(8).
       01 W-DATE-NAISS-PREC           PIC X(8).
       01 W-NUM-NUMERO-PREC           PIC 9(6).
      *    PREMIER NIR CONNU DU GROUPE EN COURS
       01 W-NIR-GROUPE                PIC X(15).
       01 W-NIR-COMPATIBLE            PIC 9.
         88 NIR-COMPATIBLE-OUI        VALUE 1.
         88 NIR-COMPATIBLE-NON        VALUE 0.

      * --------- Nom du sous-programme phonetique
       01 pgm-validpho                PIC X(8) VALUE 'VALIDPHO'.
              STOP RUN
           END-IF

           OPEN INPUT FNIR-FILE
           EVALUATE TRUE
              WHEN FNIR-OK
                 MOVE 1 TO W-FNIR-PRESENT
              WHEN FNIR-ABSENT
                 MOVE 0 TO W-FNIR-PRESENT
              WHEN OTHER
                 DISPLAY 'DBL1CI11 - OUVERTURE FNIR11 IMPOSSIBLE : '
                         FNIR-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'DBL1CI11 - OUVERTURE RPTDOUBL IMPOSSIBLE : '
                ON ASCENDING KEY TRI-PHO-NOM
                ON ASCENDING KEY TRI-PHO-PRENOM
                ON ASCENDING KEY TRI-DATE-NAISS
                ON ASCENDING KEY TRI-NIR
                INPUT PROCEDURE  20900-SELECTION-STAGIAIRES
                OUTPUT PROCEDURE 21000-RECHERCHE-DOUBLONS
           .
                 MOVE E-PRENOM          TO NOM-A-CODER
                 CALL pgm-validpho USING validpho-param
                 MOVE CLE-PHONETIQUE    TO TRI-PHO-PRENOM
                 MOVE SPACE             TO TRI-NIR
                 IF W-FNIR-PRESENT = 1
                    MOVE E-NUMERO TO E-NIR-NUMERO
                    READ FNIR-FILE
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE E-NIR-VALEUR TO TRI-NIR
                    END-READ
                 END-IF
                 RELEASE TRI-ENREG
              END-IF
              READ FSTAG-FILE NEXT RECORD
           END-PERFORM

           CLOSE FSTAG-FILE
           IF W-FNIR-PRESENT = 1
              CLOSE FNIR-FILE
           END-IF
           .

       21000-RECHERCHE-DOUBLONS.

       21900-TRAIT-ENREG.
      *----------------------*
      *    UN NIR ABSENT EST COMPATIBLE AVEC TOUT NIR ; DEUX NIR
      *    CONNUS ET DIFFERENTS SEPARENT LES HOMONYMES
           IF TRI-NIR = SPACE OR W-NIR-GROUPE = SPACE
              OR TRI-NIR = W-NIR-GROUPE
              SET NIR-COMPATIBLE-OUI TO TRUE
           ELSE
              SET NIR-COMPATIBLE-NON TO TRUE
           END-IF

           IF PREMIER-PASSAGE-OUI
              MOVE 0 TO W-PREMIER-PASSAGE
              MOVE TRI-NIR TO W-NIR-GROUPE
           ELSE
              IF TRI-PHO-NOM     = W-PHO-NOM-PREC
                 AND TRI-PHO-PRENOM = W-PHO-PRENOM-PREC
                 AND TRI-DATE-NAISS = W-DATE-NAISS-PREC
                 AND TRI-PHO-NOM NOT = SPACE AND LOW-VALUE
                 AND NIR-COMPATIBLE-OUI
                 IF W-NIR-GROUPE = SPACE
                    MOVE TRI-NIR TO W-NIR-GROUPE
                 END-IF
                 IF NOT EN-GROUPE-OUI
                    MOVE 1 TO W-EN-GROUPE
                    ADD 1 TO W-NB-GROUPES
                 PERFORM 21930-ECRIRE-NUMERO
              ELSE
                 MOVE 0 TO W-EN-GROUPE
                 MOVE TRI-NIR TO W-NIR-GROUPE
              END-IF
           END-IF

