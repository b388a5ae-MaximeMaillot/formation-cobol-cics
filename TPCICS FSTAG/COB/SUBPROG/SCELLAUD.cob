       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCELLAUD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------*
      *    SCELLEMENT D'UNE TRACE D'AUDIT DANS LES TRANSACTIONS  *
      *    CICS : APPELE APRES CHAQUE ECRITURE REUSSIE DANS      *
      *    FSTAGA11 OU FSTAGD11, DEPOSE DANS LE REGISTRE FSCEL11 *
      *    L'EMPREINTE DE LA TRACE ET LA VALEUR CHAINEE (CF      *
      *    CSCEL, CALCUL PAR CALCEMPR). LA LECTURE UPDATE DE     *
      *    L'ENTREE DE TETE SERIALISE LES TACHES CONCURRENTES    *
      *    JUSQU'A SA REECRITURE. PENDANT DE SCELLBAT EN BATCH   *
      *----------------------------------------------------------*
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       COPY CSCEL.

       01 C-R                        PIC S9(8) COMP.
       01 interval                   PIC S9(15) COMP-3.

       01 CLE-SCELLE                 PIC 9(9).
       01 W-DERNIER-SEQ              PIC 9(9).
       01 W-DERNIER-CONTROLE         PIC 9(10).
       01 W-NOUVEAU-SEQ              PIC 9(9).
       01 W-NOUVEAU-CONTROLE         PIC 9(10).
       01 W-EMPREINTE                PIC 9(10).
       01 W-DATE                     PIC X(10).
       01 W-HEURE                    PIC X(8).
       01 W-TETE-ABSENTE             PIC 9.
         88 TETE-ABSENTE-OUI         VALUE 1.
         88 TETE-ABSENTE-NON         VALUE 0.

       01 pgm-calcempr               PIC X(8) VALUE 'CALCEMPR'.
       01 calcempr-param.
         02 EMP-VALEUR               PIC 9(10).
         02 EMP-LONGUEUR             PIC 9(3).
         02 EMP-ZONE                 PIC X(120).

       LINKAGE SECTION.
       COPY CSCEP.

       PROCEDURE DIVISION USING SCELLEMENT-PARAM.
       DEBUT.
           MOVE 0 TO SCP-CODE-RETOUR

           EXEC CICS ASKTIME
                     ABSTIME(interval)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(interval)
                     DDMMYYYY(W-DATE)
                     DATESEP('/')
                     TIME(W-HEURE)
                     TIMESEP(':')
           END-EXEC

      *    EMPREINTE DU CONTENU DE LA TRACE
           MOVE 0         TO EMP-VALEUR
           MOVE SPACE     TO EMP-ZONE
           MOVE SCP-ENREG TO EMP-ZONE
           IF SCP-EVENEMENT
              MOVE 80  TO EMP-LONGUEUR
           ELSE
              MOVE 118 TO EMP-LONGUEUR
           END-IF
           CALL pgm-calcempr USING calcempr-param
           MOVE EMP-VALEUR TO W-EMPREINTE

      *    ENTREE DE TETE : DERNIER NUMERO ET DERNIERE VALEUR
           SET TETE-ABSENTE-NON TO TRUE
           MOVE 0 TO CLE-SCELLE
           EXEC CICS READ
                     FILE('FSCEL11')
                     INTO(E-SCELLE)
                     RIDFLD(CLE-SCELLE)
                     UPDATE
                     RESP(C-R)
           END-EXEC

           EVALUATE C-R
             WHEN DFHRESP(NORMAL)
               MOVE E-SCE-DERNIER-SEQ TO W-DERNIER-SEQ
               MOVE E-SCE-CONTROLE    TO W-DERNIER-CONTROLE
             WHEN DFHRESP(NOTFND)
               SET TETE-ABSENTE-OUI TO TRUE
               MOVE 0 TO W-DERNIER-SEQ W-DERNIER-CONTROLE
             WHEN OTHER
               SET SCP-REGISTRE-KO TO TRUE
               GOBACK
           END-EVALUATE

           COMPUTE W-NOUVEAU-SEQ = W-DERNIER-SEQ + 1

      *    ENTREE DE LA TRACE
           MOVE SPACE          TO E-SCELLE
           MOVE W-NOUVEAU-SEQ  TO E-SCE-SEQ
           MOVE SCP-TYPE       TO E-SCE-TYPE
           MOVE SCP-FONCTION   TO E-SCE-FONCTION
           IF SCP-EVENEMENT
              MOVE SCP-ENREG(1:28) TO E-SCE-CLE
           ELSE
              MOVE SCP-ENREG(1:38) TO E-SCE-CLE
           END-IF
           MOVE W-EMPREINTE    TO E-SCE-EMPREINTE
           MOVE W-DATE         TO E-SCE-DATE
           MOVE W-HEURE        TO E-SCE-HEURE
           MOVE SCP-PROGRAMME  TO E-SCE-PROGRAMME
           MOVE SCP-USERID     TO E-SCE-USERID

      *    VALEUR CHAINEE : ENTREE (HORS VALEUR ELLE-MEME) PRISE A
      *    PARTIR DE LA VALEUR DE L'ENTREE PRECEDENTE
           MOVE W-DERNIER-CONTROLE TO EMP-VALEUR
           MOVE SPACE              TO EMP-ZONE
           MOVE E-SCELLE(1:69)     TO EMP-ZONE
           MOVE 69                 TO EMP-LONGUEUR
           CALL pgm-calcempr USING calcempr-param
           MOVE SPACE              TO EMP-ZONE
           MOVE E-SCELLE(80:34)    TO EMP-ZONE
           MOVE 34                 TO EMP-LONGUEUR
           CALL pgm-calcempr USING calcempr-param
           MOVE EMP-VALEUR         TO W-NOUVEAU-CONTROLE
           MOVE W-NOUVEAU-CONTROLE TO E-SCE-CONTROLE

           EXEC CICS WRITE
                     FILE('FSCEL11')
                     RIDFLD(E-SCE-SEQ)
                     FROM(E-SCELLE)
                     RESP(C-R)
           END-EXEC

           IF C-R NOT = DFHRESP(NORMAL)
              IF TETE-ABSENTE-NON
                 EXEC CICS UNLOCK
                           FILE('FSCEL11')
                           RESP(C-R)
                 END-EXEC
              END-IF
              SET SCP-REGISTRE-KO TO TRUE
              GOBACK
           END-IF

      *    MISE A JOUR DE L'ENTREE DE TETE
           MOVE SPACE              TO E-SCELLE
           MOVE 0                  TO E-SCE-SEQ
           MOVE 'T'                TO E-SCE-TYPE
           MOVE W-NOUVEAU-SEQ      TO E-SCE-DERNIER-SEQ
           MOVE 0                  TO E-SCE-EMPREINTE
           MOVE W-NOUVEAU-CONTROLE TO E-SCE-CONTROLE
           MOVE W-DATE             TO E-SCE-DATE
           MOVE W-HEURE            TO E-SCE-HEURE
           MOVE SCP-PROGRAMME      TO E-SCE-PROGRAMME
           MOVE SCP-USERID         TO E-SCE-USERID

           IF TETE-ABSENTE-OUI
              EXEC CICS WRITE
                        FILE('FSCEL11')
                        RIDFLD(E-SCE-SEQ)
                        FROM(E-SCELLE)
                        RESP(C-R)
              END-EXEC
           ELSE
              EXEC CICS REWRITE
                        FILE('FSCEL11')
                        FROM(E-SCELLE)
                        RESP(C-R)
              END-EXEC
           END-IF

           IF C-R NOT = DFHRESP(NORMAL)
              SET SCP-REGISTRE-KO TO TRUE
           END-IF

           GOBACK
           .
