      *======================================================*
      *   PROGRAMME BATCH - CONTROLE DE LIBERATION AVANT LA  *
      *   TRANSMISSION DU FICHIER DE PAIEMENT : LE FICHIER   *
      *   PAIEMENT EST RECOMPTE ET RAPPROCHE DES TOTAUX      *
      *   POSES PAR PAI1CI11 DANS FLIBP11. SEUL UN FICHIER   *
      *   LIBERE PAR LA SUPERVISION (LIB1CI11) ET IDENTIQUE  *
      *   A CELUI QU'ELLE A VU PASSE (RC 0) ; SINON RC 8 ET  *
      *   LE STEP DE TRANSMISSION N'EST PAS EXECUTE. UN      *
      *   FICHIER BLOQUE OU DIFFERENT, OU ENCORE EN ATTENTE  *
      *   A L'HEURE LIMITE (FPARM11 LIBP-LIMITE, HHMM), LEVE *
      *   UNE ALERTE D'EXPLOITATION FALRT11                  *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIB2CI11.

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
      *        FICHIER D'ORDRES DE PAIEMENT A TRANSMETTRE (SORTIE
      *        PAIEMENT DE PAI1CI11)
           SELECT PAIE-FILE ASSIGN TO PAIEMENT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAIE-STATUT.

           SELECT FLIBP-FILE ASSIGN TO FLIBP11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-LIB-CLE
               FILE STATUS IS FLIBP-STATUT.

           SELECT FPARM-FILE ASSIGN TO FPARM11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-PAR-CLE
               FILE STATUS IS FPARM-STATUT.

           SELECT FALRT-FILE ASSIGN TO FALRT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-ALR-CLE
               FILE STATUS IS FALRT-STATUT.

           SELECT RPT-FILE ASSIGN TO RPTLIB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  PAIE-FILE.
       01  PAIE-REC.
           05 PAIE-NUMERO             PIC 9(6).
           05 PAIE-NOM                PIC X(20).
           05 PAIE-PRENOM             PIC X(15).
           05 PAIE-MOIS               PIC 9(6).
           05 PAIE-NB-DEMIJ           PIC 9(3).
           05 PAIE-MONTANT-CENTIMES   PIC 9(9).
           05 PAIE-TYPE               PIC X(1).
           05 FILLER                  PIC X(20).

       FD  FLIBP-FILE.
       COPY CLIBP.

       FD  FPARM-FILE.
       COPY CPARM.

       FD  FALRT-FILE.
       COPY CALRT.

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 PAIE-STATUT                 PIC X(2).
         88 PAIE-OK                   VALUE '00'.
         88 PAIE-FIN                  VALUE '10'.

       01 FLIBP-STATUT                PIC X(2).
         88 FLIBP-OK                  VALUE '00'.
         88 FLIBP-ABSENT              VALUE '35'.

       01 FPARM-STATUT                PIC X(2).
         88 FPARM-OK                  VALUE '00'.
         88 FPARM-ABSENT              VALUE '35'.

       01 FALRT-STATUT                PIC X(2).
         88 FALRT-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 W-DATE-SYS                  PIC 9(8).
       01 W-HEURE-SYS                 PIC 9(8).
       01 W-HEURE-HHMM                PIC 9(4).

      *------------------------------------------------------*
      *   HEURE LIMITE DE LIBERATION (FPARM11 LIBP-LIMITE,    *
      *   HHMM ; DEFAUT COMPILE 16H00) : PASSEE CETTE HEURE,  *
      *   UN FICHIER ENCORE EN ATTENTE EST SIGNALE EN ALERTE  *
      *------------------------------------------------------*
       01 W-LIMITE-HHMM               PIC 9(4) VALUE 1600.

      *------------------------------------------------------*
      *   RECOMPTAGE DU FICHIER A TRANSMETTRE                 *
      *------------------------------------------------------*
       01 W-MOIS                      PIC 9(6) VALUE 0.
       01 W-NB-ORDRES                 PIC 9(5) VALUE 0.
       01 W-TOTAL-CENTIMES            PIC 9(11) VALUE 0.
       01 W-NB-AUTRE-MOIS             PIC 9(5) VALUE 0.

      *------------------------------------------------------*
      *   ETAT DE LA LIBERATION DU MOIS                       *
      *------------------------------------------------------*
       01 W-LIBP-DISPO                PIC 9 VALUE 0.
         88 LIBP-DISPO-OUI            VALUE 1.
         88 LIBP-DISPO-NON            VALUE 0.
       01 W-LIB-TROUVE                PIC 9 VALUE 0.
         88 LIB-TROUVE                VALUE 1.
         88 LIB-NON-TROUVE            VALUE 0.
       01 W-VERDICT                   PIC X(40).

      *------------------------------------------------------*
      *   EMISSION D'UNE ALERTE D'EXPLOITATION (FALRT11)      *
      *------------------------------------------------------*
       01 W-ALRT-DISPO                PIC 9 VALUE 0.
         88 ALRT-DISPO-OUI            VALUE 1.
         88 ALRT-DISPO-NON            VALUE 0.
       01 W-ALERTE-SEVERITE           PIC X(1).
       01 W-ALERTE-MESSAGE            PIC X(60) VALUE SPACE.
       01 W-ALERTE-NUMERO             PIC 9(6) VALUE 0.
       01 W-ALERTE-POSEE              PIC 9.

      *------------------------------------------------------*
      *   LIGNES DU COMPTE RENDU                              *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(40) VALUE
              'CONTROLE DE LIBERATION DU FICHIER DE PAI'.
           05 FILLER                  PIC X(13) VALUE
              'EMENT - MOIS '.
           05 W-TIT-MOIS              PIC 9(6).
           05 FILLER                  PIC X(4)  VALUE ' A  '.
           05 W-TIT-HH                PIC 9(2).
           05 FILLER                  PIC X(1)  VALUE 'H'.
           05 W-TIT-MN                PIC 9(2).

       01 W-LIGNE-CHIFFRES.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-CHF-LIBELLE           PIC X(20).
           05 FILLER                  PIC X(10) VALUE 'ORDRES :  '.
           05 W-CHF-ORDRES            PIC ZZZZ9.
           05 FILLER                  PIC X(11) VALUE '  TOTAL :  '.
           05 W-CHF-TOTAL             PIC ZZZZZZZZ9,99.

       01 W-LIGNE-DECISION.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(20) VALUE
              'DECISION           :'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DEC-ETAT              PIC X(10).
           05 FILLER                  PIC X(5)  VALUE ' PAR '.
           05 W-DEC-SUPERVISEUR       PIC X(8).
           05 FILLER                  PIC X(4)  VALUE ' LE '.
           05 W-DEC-DATE              PIC X(10).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DEC-MOTIF             PIC X(40).

       01 W-LIGNE-VERDICT.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(20) VALUE
              'VERDICT            :'.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-VER-TEXTE             PIC X(40).

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-RECOMPTE-FICHIER
           PERFORM  30000-LIT-LIBERATION
           PERFORM  40000-DECIDE-TRANSMISSION
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS  FROM DATE YYYYMMDD
           ACCEPT W-HEURE-SYS FROM TIME
           MOVE W-HEURE-SYS(1:4) TO W-HEURE-HHMM

           OPEN INPUT PAIE-FILE
           IF NOT PAIE-OK
              DISPLAY 'LIB2CI11 - OUVERTURE PAIEMENT IMPOSSIBLE : '
                      PAIE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FLIBP-FILE
           EVALUATE TRUE
              WHEN FLIBP-OK
                 SET LIBP-DISPO-OUI TO TRUE
              WHEN FLIBP-ABSENT
      *          Aucune liberation n'a jamais ete posee : le
      *          fichier est traite comme non libere
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'LIB2CI11 - OUVERTURE FLIBP11 IMPOSSIBLE : '
                         FLIBP-STATUT
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE

      *    SANS FALRT11, LE REFUS RESTE TRACE DANS LE SYSOUT
           OPEN I-O FALRT-FILE
           IF FALRT-OK
              SET ALRT-DISPO-OUI TO TRUE
           ELSE
              DISPLAY 'LIB2CI11 - OUVERTURE FALRT11 KO : '
                      FALRT-STATUT
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'LIB2CI11 - OUVERTURE RPTLIB IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           PERFORM 11000-LIT-PARAMETRES
           .

      *--------------------------------------------------------*
      *   HEURE LIMITE RELUE DU FICHIER DE PARAMETRES ; LA      *
      *   VALEUR COMPILEE RESTE LE DEFAUT SI LE PARAMETRE OU LE *
      *   FICHIER EST ABSENT                                    *
      *--------------------------------------------------------*
       11000-LIT-PARAMETRES.
      *----------------------*
           OPEN INPUT FPARM-FILE
           EVALUATE TRUE
              WHEN FPARM-OK
                 MOVE 'LIBP-LIMITE ' TO E-PAR-CLE
                 READ FPARM-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF E-PAR-VALEUR IS NUMERIC
                          AND E-PAR-VALEUR > 0
                          AND E-PAR-VALEUR < 2400
                          MOVE E-PAR-VALEUR TO W-LIMITE-HHMM
                       END-IF
                 END-READ
                 CLOSE FPARM-FILE
              WHEN FPARM-ABSENT
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'LIB2CI11 - OUVERTURE FPARM11 KO : '
                         FPARM-STATUT
           END-EVALUATE
           .

      *--------------------------------------------------------*
      *   RECOMPTAGE DU FICHIER A TRANSMETTRE : LE MOIS EST     *
      *   CELUI DU PREMIER ORDRE ; UN ORDRE D'UN AUTRE MOIS     *
      *   REND LE FICHIER SUSPECT                               *
      *--------------------------------------------------------*
       20000-RECOMPTE-FICHIER.
      *----------------------*
           READ PAIE-FILE
              AT END
                 SET PAIE-FIN TO TRUE
           END-READ
           IF NOT PAIE-FIN
              MOVE PAIE-MOIS TO W-MOIS
           END-IF

           PERFORM UNTIL PAIE-FIN
              ADD 1 TO W-NB-ORDRES
              ADD PAIE-MONTANT-CENTIMES TO W-TOTAL-CENTIMES
              IF PAIE-MOIS NOT = W-MOIS
                 ADD 1 TO W-NB-AUTRE-MOIS
              END-IF
              READ PAIE-FILE
                 AT END
                    SET PAIE-FIN TO TRUE
              END-READ
           END-PERFORM

           MOVE W-MOIS            TO W-TIT-MOIS
           MOVE W-HEURE-SYS(1:2)  TO W-TIT-HH
           MOVE W-HEURE-SYS(3:2)  TO W-TIT-MN
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE

           MOVE 'FICHIER A TRANSMETTRE' TO W-CHF-LIBELLE
           MOVE W-NB-ORDRES       TO W-CHF-ORDRES
           COMPUTE W-CHF-TOTAL = W-TOTAL-CENTIMES / 100
           WRITE RPT-LIGNE FROM W-LIGNE-CHIFFRES
           .

       30000-LIT-LIBERATION.
      *----------------------*
           SET LIB-NON-TROUVE TO TRUE
           IF LIBP-DISPO-OUI AND W-NB-ORDRES > 0
              MOVE W-MOIS TO E-LIB-MOIS
              READ FLIBP-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET LIB-TROUVE TO TRUE
              END-READ
           END-IF

           IF LIB-TROUVE
              MOVE 'TOTAUX DU RUN' TO W-CHF-LIBELLE
              MOVE E-LIB-NB-ORDRES TO W-CHF-ORDRES
              COMPUTE W-CHF-TOTAL = E-LIB-TOTAL-CENTIMES / 100
              WRITE RPT-LIGNE FROM W-LIGNE-CHIFFRES

              EVALUATE TRUE
                 WHEN LIB-LIBERE
                    MOVE 'LIBERE'     TO W-DEC-ETAT
                 WHEN LIB-BLOQUE
                    MOVE 'BLOQUE'     TO W-DEC-ETAT
                 WHEN OTHER
                    MOVE 'EN ATTENTE' TO W-DEC-ETAT
              END-EVALUATE
              MOVE E-LIB-SUPERVISEUR   TO W-DEC-SUPERVISEUR
              MOVE E-LIB-DATE-DECISION TO W-DEC-DATE
              MOVE E-LIB-MOTIF         TO W-DEC-MOTIF
              WRITE RPT-LIGNE FROM W-LIGNE-DECISION
           END-IF
           .

      *--------------------------------------------------------*
      *   DECISION : SEUL UN FICHIER LIBERE DONT LE RECOMPTAGE  *
      *   EGALE LES TOTAUX VUS PAR LA SUPERVISION PASSE. UN     *
      *   FICHIER VIDE N'A RIEN A TRANSMETTRE                   *
      *--------------------------------------------------------*
       40000-DECIDE-TRANSMISSION.
      *----------------------*
           EVALUATE TRUE
              WHEN W-NB-ORDRES = 0
                 MOVE 'FICHIER VIDE - RIEN A TRANSMETTRE'
                   TO W-VERDICT
                 MOVE 4 TO RETURN-CODE

              WHEN LIB-TROUVE AND LIB-BLOQUE
                 MOVE 'FICHIER BLOQUE - TRANSMISSION REFUSEE'
                   TO W-VERDICT
                 MOVE 8 TO RETURN-CODE
                 MOVE 'E' TO W-ALERTE-SEVERITE
                 STRING 'PAIEMENT ' W-MOIS ' BLOQUE PAR '
                        E-LIB-SUPERVISEUR ' - NON TRANSMIS'
                        DELIMITED BY SIZE INTO W-ALERTE-MESSAGE
                 END-STRING
                 PERFORM 80000-EMET-ALERTE

              WHEN LIB-TROUVE AND LIB-LIBERE
                 IF W-NB-ORDRES = E-LIB-NB-ORDRES
                    AND W-TOTAL-CENTIMES = E-LIB-TOTAL-CENTIMES
                    AND W-NB-AUTRE-MOIS = 0
                    MOVE 'FICHIER LIBERE - TRANSMISSION AUTORISEE'
                      TO W-VERDICT
                    MOVE 0 TO RETURN-CODE
                 ELSE
                    MOVE 'FICHIER DIFFERENT DU FICHIER LIBERE'
                      TO W-VERDICT
                    MOVE 8 TO RETURN-CODE
                    MOVE 'E' TO W-ALERTE-SEVERITE
                    STRING 'PAIEMENT ' W-MOIS ' DIFFERENT DU FICHIER '
                           'LIBERE - NON TRANSMIS'
                           DELIMITED BY SIZE INTO W-ALERTE-MESSAGE
                    END-STRING
                    PERFORM 80000-EMET-ALERTE
                 END-IF

              WHEN OTHER
      *          EN ATTENTE (OU JAMAIS POSE) : AVANT L'HEURE
      *          LIMITE LE JOB SERA SIMPLEMENT RESOUMIS
                 MOVE 'FICHIER NON LIBERE - TRANSMISSION REFUSEE'
                   TO W-VERDICT
                 MOVE 8 TO RETURN-CODE
                 IF W-HEURE-HHMM NOT < W-LIMITE-HHMM
                    MOVE 'E' TO W-ALERTE-SEVERITE
                    STRING 'PAIEMENT ' W-MOIS ' NON LIBERE A L''HEURE'
                           ' LIMITE - NON TRANSMIS'
                           DELIMITED BY SIZE INTO W-ALERTE-MESSAGE
                    END-STRING
                    PERFORM 80000-EMET-ALERTE
                 END-IF
           END-EVALUATE

           MOVE W-VERDICT TO W-VER-TEXTE
           WRITE RPT-LIGNE FROM W-LIGNE-VERDICT
           .

       80000-EMET-ALERTE.
      *----------------------*
           IF ALRT-DISPO-OUI
              MOVE W-DATE-SYS        TO E-ALR-DATE
              MOVE 'LIB2CI11'        TO E-ALR-JOB
              MOVE W-ALERTE-SEVERITE TO E-ALR-SEVERITE
              MOVE W-ALERTE-MESSAGE  TO E-ALR-MESSAGE
              MOVE W-ALERTE-NUMERO   TO E-ALR-NUMERO
              MOVE 'O'               TO E-ALR-ETAT
              MOVE SPACE             TO E-ALR-ACQ-USERID
                                        E-ALR-ACQ-DATE

              MOVE 1 TO E-ALR-SEQ
              MOVE 0 TO W-ALERTE-POSEE
              PERFORM UNTIL W-ALERTE-POSEE = 1 OR E-ALR-SEQ = 9999
                 WRITE E-ALERTE
                    INVALID KEY
                       ADD 1 TO E-ALR-SEQ
                    NOT INVALID KEY
                       MOVE 1 TO W-ALERTE-POSEE
                 END-WRITE
      *          FICHIER INDISPONIBLE (AUTRE QU'UN DOUBLON DE CLE) :
      *          ON ABANDONNE L'ALERTE, LE SYSOUT RESTE LA TRACE
                 IF NOT FALRT-OK AND FALRT-STATUT NOT = '22'
                    MOVE 1 TO W-ALERTE-POSEE
                 END-IF
              END-PERFORM
           END-IF
           DISPLAY 'LIB2CI11 - ALERTE : ' W-ALERTE-MESSAGE
           MOVE SPACE TO W-ALERTE-MESSAGE
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE PAIE-FILE
           IF LIBP-DISPO-OUI
              CLOSE FLIBP-FILE
           END-IF
           IF ALRT-DISPO-OUI
              CLOSE FALRT-FILE
           END-IF
           CLOSE RPT-FILE

           DISPLAY 'LIB2CI11 - MOIS ' W-MOIS ' - ' W-NB-ORDRES
                   ' ORDRE(S) - ' W-VERDICT
           .
