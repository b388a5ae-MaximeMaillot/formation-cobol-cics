       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRBAT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

      *----------------------------------------------------------*
      *    INSCRIPTION D'UNE CORRESPONDANCE SORTANTE AU REGISTRE *
      *    FCORR11 (CF CCORR) DANS LES TRAITEMENTS BATCH QUI     *
      *    EDITENT DES LETTRES OU DEPOSENT DES MESSAGES DANS LES *
      *    SAS FMAIL11 / FSMSS11. LE REGISTRE (DD FCORR11) EST   *
      *    OUVERT AU PREMIER APPEL ET FERME PAR L'APPEL DE FIN   *
      *    (COR-FONCTION 'F') ; UN REGISTRE INDISPONIBLE EST     *
      *    SIGNALE UNE FOIS AU SYSOUT SANS ARRETER L'APPELANT.   *
      *    DEUX ENVOIS DANS LA MEME SECONDE SONT DEPARTAGES PAR  *
      *    LA SEQUENCE, TROUVEE EN REESSAYANT L'ECRITURE         *
      *----------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCORR-FILE ASSIGN TO FCORR11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-COR-CLE
               FILE STATUS IS FCORR-STATUT.

       DATA DIVISION.

       FILE SECTION.
       FD  FCORR-FILE.
       COPY CCORR.

       WORKING-STORAGE SECTION.

       01 FCORR-STATUT               PIC X(2).
         88 FCORR-OK                 VALUE '00'.

       01 W-ETAT-REGISTRE            PIC 9 VALUE 0.
         88 REGISTRE-FERME           VALUE 0.
         88 REGISTRE-OUVERT          VALUE 1.
         88 REGISTRE-INDISPONIBLE    VALUE 2.

       01 W-INSCRIT                  PIC 9.
         88 INSCRIT-OUI              VALUE 1.
         88 INSCRIT-NON              VALUE 0.

       01 W-DATE-SYS                 PIC 9(8).
       01 W-HEURE-SYS                PIC 9(8).

       LINKAGE SECTION.
       COPY CCORP.

       PROCEDURE DIVISION USING CORRESP-PARAM.
       DEBUT.
           MOVE 0 TO COR-CODE-RETOUR

           IF COR-FERMETURE
              IF REGISTRE-OUVERT
                 CLOSE FCORR-FILE
              END-IF
              MOVE 0 TO W-ETAT-REGISTRE
              GOBACK
           END-IF

           IF REGISTRE-FERME
              OPEN I-O FCORR-FILE
              IF FCORR-OK
                 SET REGISTRE-OUVERT TO TRUE
              ELSE
                 DISPLAY 'CORRBAT - OUVERTURE FCORR11 IMPOSSIBLE : '
                         FCORR-STATUT ' - ENVOIS DE ' COR-PROGRAMME
                         ' NON INSCRITS'
                 SET REGISTRE-INDISPONIBLE TO TRUE
              END-IF
           END-IF

           IF REGISTRE-INDISPONIBLE
              SET COR-REGISTRE-KO TO TRUE
              GOBACK
           END-IF

           ACCEPT W-DATE-SYS  FROM DATE YYYYMMDD
           ACCEPT W-HEURE-SYS FROM TIME

           MOVE SPACE          TO E-CORRESP
           MOVE COR-NUMERO     TO E-COR-NUMERO
           MOVE W-DATE-SYS     TO E-COR-DATE
           MOVE W-HEURE-SYS(1:6) TO E-COR-HEURE
           MOVE COR-CANAL      TO E-COR-CANAL
           MOVE COR-MODELE     TO E-COR-MODELE
           MOVE COR-PROGRAMME  TO E-COR-PROGRAMME
           MOVE COR-REFERENCE  TO E-COR-REFERENCE

           MOVE 1 TO E-COR-SEQ
           SET INSCRIT-NON TO TRUE
           PERFORM UNTIL INSCRIT-OUI OR E-COR-SEQ = 999
              WRITE E-CORRESP
                 INVALID KEY
                    ADD 1 TO E-COR-SEQ
                 NOT INVALID KEY
                    SET INSCRIT-OUI TO TRUE
              END-WRITE
           END-PERFORM

           IF INSCRIT-NON
              DISPLAY 'CORRBAT - INSCRIPTION IMPOSSIBLE NUM '
                      COR-NUMERO ' STATUT ' FCORR-STATUT
              SET COR-REGISTRE-KO TO TRUE
           END-IF

           GOBACK
           .
