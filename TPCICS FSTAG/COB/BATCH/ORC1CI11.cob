      *   ORDRE DE LA CHAINE :                               *
      *     01 SAU1CI11  02 RAP1CI11  03 RAP2CI11            *
      *     04 FIN1CI11  05 PUR1CI11  06 EXP1CI11            *
      *     07 DIF1CI11  08 EXN1CI11  09 REB1CI11            *
      *   LA FERMETURE / REOUVERTURE DES FICHIERS AU CICS    *
      *   (CEMT SET FILE) ENCADRE LA CHAINE COTE PUPITRE     *
      *   TRAITEMENTS EXCLUSIFS HORS CHAINE (SEQUENCE 00) :  *
      *     REO1CI11                                         *
      *   UN TRAITEMENT EXCLUSIF EST REFUSE TANT QUE LA      *
      *   DERNIERE CHAINE DEMARREE N'EST PAS TERMINEE, ET    *
      *   UN JOB DE LA CHAINE EST REFUSE TANT QU'UN          *
      *   TRAITEMENT EXCLUSIF EST DEMARRE                    *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*

           SELECT FRUNC-FILE ASSIGN TO FRUNC11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-RUN-CLE
               FILE STATUS IS FRUNC-STATUT.

           05 FILLER                  PIC X(10) VALUE 'FIN1CI1104'.
           05 FILLER                  PIC X(10) VALUE 'PUR1CI1105'.
           05 FILLER                  PIC X(10) VALUE 'EXP1CI1106'.
           05 FILLER                  PIC X(10) VALUE 'DIF1CI1107'.
           05 FILLER                  PIC X(10) VALUE 'EXN1CI1108'.
           05 FILLER                  PIC X(10) VALUE 'REB1CI1109'.
       01 FILLER REDEFINES TAB-CHAINE-DEF.
           05 W-CHAINE OCCURS 9.
             10 W-CHA-JOB             PIC X(8).
             10 W-CHA-SEQ             PIC 9(2).
       01 IDX-CHA                     PIC 9(2) COMP.

      *------------------------------------------------------*
      *   TRAITEMENTS EXCLUSIFS HORS CHAINE : ILS TOUCHENT    *
      *   LES MEMES FICHIERS ET NE DOIVENT NI CHEVAUCHER LA   *
      *   CHAINE NI ETRE CHEVAUCHES PAR ELLE                  *
      *------------------------------------------------------*
       01 TAB-EXCLUSIF-DEF.
           05 FILLER                  PIC X(8) VALUE 'REO1CI11'.
       01 FILLER REDEFINES TAB-EXCLUSIF-DEF.
           05 W-EXCLUSIF OCCURS 1.
             10 W-EXC-JOB             PIC X(8).
       01 IDX-EXC                     PIC 9(2) COMP.

       01 W-JOB-EXCLUSIF              PIC 9 VALUE 0.
         88 JOB-EXCLUSIF-OUI          VALUE 1.
       01 W-JOB-EXC-LU                PIC 9.
       01 W-FIN-FRUNC                 PIC 9.
         88 FIN-FRUNC-OUI             VALUE 1.
         88 FIN-FRUNC-NON             VALUE 0.
       01 W-DATE-DERN-CHAINE          PIC 9(8).

       01 W-SEQ-DEMANDEE              PIC 9(2).
       01 W-JOB-DEMANDE               PIC X(8).
       01 W-JOB-TROUVE                PIC 9.

      *    LE JOB DOIT APPARTENIR A LA CHAINE DEFINIE
           MOVE 0 TO W-JOB-TROUVE
           PERFORM VARYING IDX-CHA FROM 1 BY 1 UNTIL IDX-CHA > 9
              IF W-CHA-JOB(IDX-CHA) = W-JOB-DEMANDE
                 MOVE W-CHA-SEQ(IDX-CHA) TO W-SEQ-DEMANDEE
                 MOVE 1 TO W-JOB-TROUVE
              END-IF
           END-PERFORM

      *    OU AUX TRAITEMENTS EXCLUSIFS HORS CHAINE
           IF W-JOB-TROUVE = 0
              PERFORM VARYING IDX-EXC FROM 1 BY 1 UNTIL IDX-EXC > 1
                 IF W-EXC-JOB(IDX-EXC) = W-JOB-DEMANDE
                    MOVE 0 TO W-SEQ-DEMANDEE
                    MOVE 1 TO W-JOB-TROUVE
                    SET JOB-EXCLUSIF-OUI TO TRUE
                 END-IF
              END-PERFORM
           END-IF

           IF W-JOB-TROUVE = 0
              DISPLAY 'ORC1CI11 - JOB HORS CHAINE : ' W-JOB-DEMANDE
              MOVE 16 TO RETURN-CODE
           IF RETURN-CODE = 16
              CONTINUE
           ELSE
              IF JOB-EXCLUSIF-OUI
                 PERFORM 22000-CONTROLE-CHAINE-EN-COURS
              ELSE
                 PERFORM 21000-CONTROLE-AMONT
                 PERFORM 23000-CONTROLE-EXCLUSIF
              END-IF
           END-IF

           IF RETURN-CODE = 16

       21000-CONTROLE-AMONT.
      *----------------------*
           PERFORM VARYING IDX-CHA FROM 1 BY 1 UNTIL IDX-CHA > 9
              IF W-CHA-SEQ(IDX-CHA) < W-SEQ-DEMANDEE
                 MOVE W-DATE-SYS         TO E-RUN-DATE
                 MOVE W-CHA-JOB(IDX-CHA) TO E-RUN-JOB
           END-PERFORM
           .

      *--------------------------------------------------------*
      *   TRAITEMENT EXCLUSIF : REFUS SI LA DERNIERE CHAINE     *
      *   DEMARREE (DERNIERE DATE OU LE PREMIER JOB EST PASSE)  *
      *   N'A PAS VU SON DERNIER JOB TERMINE. LA DATE DE LA     *
      *   CHAINE PEUT DIFFERER DE CELLE DU TRAITEMENT (CHAINE   *
      *   QUI PASSE MINUIT) : TOUT LE FICHIER EST PARCOURU      *
      *--------------------------------------------------------*
       22000-CONTROLE-CHAINE-EN-COURS.
      *----------------------*
           MOVE 0 TO W-DATE-DERN-CHAINE
           PERFORM 24000-DEBUT-PARCOURS
           PERFORM UNTIL FIN-FRUNC-OUI
              IF E-RUN-JOB = W-CHA-JOB(1)
                 AND E-RUN-DATE > W-DATE-DERN-CHAINE
                 MOVE E-RUN-DATE TO W-DATE-DERN-CHAINE
              END-IF
              PERFORM 24100-LIT-SUIVANT
           END-PERFORM

           IF W-DATE-DERN-CHAINE > 0
              MOVE W-DATE-DERN-CHAINE TO E-RUN-DATE
              MOVE W-CHA-JOB(9)       TO E-RUN-JOB
              READ FRUNC-FILE
                 INVALID KEY
                    DISPLAY 'ORC1CI11 - CHAINE DU ' W-DATE-DERN-CHAINE
                            ' NON TERMINEE : ' W-JOB-DEMANDE
                            ' REFUSE'
                    MOVE 16 TO RETURN-CODE
                 NOT INVALID KEY
                    IF NOT RUN-FINI
                       DISPLAY 'ORC1CI11 - CHAINE DU '
                               W-DATE-DERN-CHAINE
                               ' NON TERMINEE : ' W-JOB-DEMANDE
                               ' REFUSE'
                       MOVE 16 TO RETURN-CODE
                    END-IF
              END-READ
           END-IF
           .

      *--------------------------------------------------------*
      *   JOB DE LA CHAINE : REFUS TANT QU'UN TRAITEMENT        *
      *   EXCLUSIF EST DEMARRE ET NON TERMINE, QUELLE QUE SOIT  *
      *   SA DATE (UN EXCLUSIF INTERROMPU ATTEND L'INTERVENTION *
      *   DE L'EXPLOITATION, CARTE FIN PASSEE A LA MAIN)        *
      *--------------------------------------------------------*
       23000-CONTROLE-EXCLUSIF.
      *----------------------*
           PERFORM 24000-DEBUT-PARCOURS
           PERFORM UNTIL FIN-FRUNC-OUI
              MOVE 0 TO W-JOB-EXC-LU
              PERFORM VARYING IDX-EXC FROM 1 BY 1 UNTIL IDX-EXC > 1
                 IF W-EXC-JOB(IDX-EXC) = E-RUN-JOB
                    MOVE 1 TO W-JOB-EXC-LU
                 END-IF
              END-PERFORM
              IF W-JOB-EXC-LU = 1 AND RUN-DEMARRE
                 DISPLAY 'ORC1CI11 - TRAITEMENT EXCLUSIF '
                         E-RUN-JOB ' EN COURS (' E-RUN-DATE
                         ') : DEMARRAGE REFUSE'
                 MOVE 16 TO RETURN-CODE
              END-IF
              PERFORM 24100-LIT-SUIVANT
           END-PERFORM
           .

       24000-DEBUT-PARCOURS.
      *----------------------*
           SET FIN-FRUNC-NON TO TRUE
           MOVE LOW-VALUE TO E-RUN-CLE
           START FRUNC-FILE KEY IS NOT LESS THAN E-RUN-CLE
              INVALID KEY
                 SET FIN-FRUNC-OUI TO TRUE
           END-START
           IF FIN-FRUNC-NON
              PERFORM 24100-LIT-SUIVANT
           END-IF
           .

       24100-LIT-SUIVANT.
      *----------------------*
           READ FRUNC-FILE NEXT RECORD
              AT END
                 SET FIN-FRUNC-OUI TO TRUE
           END-READ
           IF NOT FRUNC-OK
              SET FIN-FRUNC-OUI TO TRUE
           END-IF
           .

      *--------------------------------------------------------*
      *   ETAPE FIN : LE JOB EST MARQUE TERMINE AVEC SON RC     *
      *--------------------------------------------------------*
