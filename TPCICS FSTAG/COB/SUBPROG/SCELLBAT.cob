       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCELLBAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------*
      *    SCELLEMENT D'UNE TRACE D'AUDIT DANS LES TRAITEMENTS   *
      *    BATCH : MEME REGLE QUE SCELLAUD EN CICS (EMPREINTE ET *
      *    VALEUR CHAINEE DEPOSEES DANS FSCEL11, CF CSCEL).      *
      *    LE REGISTRE (DD FSCEL11) EST OUVERT AU PREMIER APPEL  *
      *    ET FERME PAR L'APPEL DE FIN (SCP-FONCTION 'F') ; UN   *
      *    REGISTRE INDISPONIBLE EST SIGNALE UNE FOIS AU SYSOUT, *
      *    LES TRACES NON SCELLEES SORTENT A LA VERIFICATION     *
      *----------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FSCEL-FILE ASSIGN TO FSCEL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-SCE-SEQ
               FILE STATUS IS FSCEL-STATUT.

       DATA DIVISION.

       FILE SECTION.
       FD  FSCEL-FILE.
       COPY CSCEL.

       WORKING-STORAGE SECTION.

       01 FSCEL-STATUT               PIC X(2).
         88 FSCEL-OK                 VALUE '00'.

       01 W-ETAT-REGISTRE            PIC 9 VALUE 0.
         88 REGISTRE-FERME           VALUE 0.
         88 REGISTRE-OUVERT          VALUE 1.
         88 REGISTRE-INDISPONIBLE    VALUE 2.

       01 W-DERNIER-SEQ              PIC 9(9).
       01 W-DERNIER-CONTROLE         PIC 9(10).
       01 W-NOUVEAU-SEQ              PIC 9(9).
       01 W-NOUVEAU-CONTROLE         PIC 9(10).
       01 W-EMPREINTE                PIC 9(10).
       01 W-TETE-ABSENTE             PIC 9.
         88 TETE-ABSENTE-OUI         VALUE 1.
         88 TETE-ABSENTE-NON         VALUE 0.

       01 W-DATE-SYS                 PIC 9(8).
       01 W-HEURE-SYS                PIC 9(8).
       01 W-DATE                     PIC X(10).
       01 W-HEURE                    PIC X(8).

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

           IF SCP-FERMETURE
              IF REGISTRE-OUVERT
                 CLOSE FSCEL-FILE
              END-IF
              MOVE 0 TO W-ETAT-REGISTRE
              GOBACK
           END-IF

           IF REGISTRE-FERME
              OPEN I-O FSCEL-FILE
              IF FSCEL-OK
                 SET REGISTRE-OUVERT TO TRUE
              ELSE
                 DISPLAY 'SCELLBAT - OUVERTURE FSCEL11 IMPOSSIBLE : '
                         FSCEL-STATUT ' - TRACES DE ' SCP-PROGRAMME
                         ' NON SCELLEES'
                 SET REGISTRE-INDISPONIBLE TO TRUE
              END-IF
           END-IF

           IF REGISTRE-INDISPONIBLE
              SET SCP-REGISTRE-KO TO TRUE
              GOBACK
           END-IF

           ACCEPT W-DATE-SYS  FROM DATE YYYYMMDD
           ACCEPT W-HEURE-SYS FROM TIME
           MOVE SPACE TO W-DATE W-HEURE
           STRING W-DATE-SYS(7:2) '/' W-DATE-SYS(5:2) '/'
                  W-DATE-SYS(1:4)
                  DELIMITED BY SIZE INTO W-DATE
           END-STRING
           STRING W-HEURE-SYS(1:2) ':' W-HEURE-SYS(3:2) ':'
                  W-HEURE-SYS(5:2)
                  DELIMITED BY SIZE INTO W-HEURE
           END-STRING

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
           MOVE 0 TO E-SCE-SEQ
           READ FSCEL-FILE
              INVALID KEY
                 SET TETE-ABSENTE-OUI TO TRUE
                 MOVE 0 TO W-DERNIER-SEQ W-DERNIER-CONTROLE
              NOT INVALID KEY
                 MOVE E-SCE-DERNIER-SEQ TO W-DERNIER-SEQ
                 MOVE E-SCE-CONTROLE    TO W-DERNIER-CONTROLE
           END-READ
           IF NOT FSCEL-OK AND FSCEL-STATUT NOT = '23'
              SET SCP-REGISTRE-KO TO TRUE
              GOBACK
           END-IF

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

           WRITE E-SCELLE
              INVALID KEY
                 SET SCP-REGISTRE-KO TO TRUE
           END-WRITE
           IF SCP-REGISTRE-KO
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
              WRITE E-SCELLE
                 INVALID KEY
                    SET SCP-REGISTRE-KO TO TRUE
              END-WRITE
           ELSE
              REWRITE E-SCELLE
                 INVALID KEY
                    SET SCP-REGISTRE-KO TO TRUE
              END-REWRITE
           END-IF

           GOBACK
           .
