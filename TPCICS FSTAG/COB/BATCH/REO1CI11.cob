      *======================================================*
      *   PROGRAMME BATCH - REORGANISATION MENSUELLE DES     *
      *   FICHIERS DOSSIER (FSTAG11, FPRES11, FSTAGA11,      *
      *   FNOTE11) AVEC PREUVE DE CONTROLE. POUR CHAQUE      *
      *   FICHIER :                                          *
      *   - DECHARGEMENT DU CLUSTER EN LIGNE DANS UN FICHIER *
      *     SEQUENTIEL TERMINE PAR UN TRAILER (NOMBRE +      *
      *     SOMME DES NUMEROS DE STAGIAIRE, MEME CONTROLE    *
      *     QUE SAU1CI11 ET SAU2CI11) ;                      *
      *   - RELECTURE DU DECHARGEMENT ET RECHARGEMENT DANS   *
      *     LE NOUVEAU CLUSTER (.REORG, DEFINI PAR LE JCL),  *
      *     LE TRAILER ETANT REVALIDE ;                      *
      *   - RELECTURE COMPLETE DU NOUVEAU CLUSTER, NOMBRE ET *
      *     SOMME RAPPROCHES DU TRAILER DU DECHARGEMENT.     *
      *   TOUT ECART DONNE UNE ALERTE FALRT11 ET RC=8 : LE   *
      *   JCL NE SUBSTITUE ALORS AUCUN CLUSTER, LES ANCIENS  *
      *   RESTENT EN PLACE. RC=0 : SUBSTITUTION AUTORISEE    *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REO1CI11.

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
           SELECT FALRT-FILE ASSIGN TO FALRT11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-ALR-CLE
               FILE STATUS IS FALRT-STATUT.

      *        CLUSTERS EN LIGNE, LUS EN SEQUENTIEL
           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FPRES-FILE ASSIGN TO FPRES11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-PRE-CLE
               FILE STATUS IS FPRES-STATUT.

           SELECT FSTAGA-FILE ASSIGN TO FSTAGA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-HISTO
               FILE STATUS IS FSTAGA-STATUT.

           SELECT FNOTE-FILE ASSIGN TO FNOTE11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS E-NOT-CLE
               FILE STATUS IS FNOTE-STATUT.

      *        DECHARGEMENTS SEQUENTIELS (ECRITS PUIS RELUS)
           SELECT DSTA-FILE ASSIGN TO FSTAGDEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSTA-STATUT.

           SELECT DPRE-FILE ASSIGN TO FPREDEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPRE-STATUT.

           SELECT DHIS-FILE ASSIGN TO FHISDEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DHIS-STATUT.

           SELECT DNOT-FILE ASSIGN TO FNOTDEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DNOT-STATUT.

      *        NOUVEAUX CLUSTERS, DEFINIS PAR LE JCL ET SUBSTITUES
      *        AUX ANCIENS SEULEMENT SI LE PROGRAMME REND RC=0
           SELECT RSTA-FILE ASSIGN TO FSTAGREO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSTA-NUMERO
               FILE STATUS IS RSTA-STATUT.

           SELECT RPRE-FILE ASSIGN TO FPREREO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RPRE-CLE
               FILE STATUS IS RPRE-STATUT.

           SELECT RHIS-FILE ASSIGN TO FHISREO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RHIS-CLE
               FILE STATUS IS RHIS-STATUT.

           SELECT RNOT-FILE ASSIGN TO FNOTREO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RNOT-CLE
               FILE STATUS IS RNOT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FALRT-FILE.
       COPY CALRT.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FPRES-FILE.
       COPY CPRES.

       FD  FSTAGA-FILE.
       COPY CTDHIST.

       FD  FNOTE-FILE.
       COPY CNOTE.

       FD  DSTA-FILE.
       01  DSTA-ENREG                 PIC X(391).

       FD  DPRE-FILE.
       01  DPRE-ENREG                 PIC X(25).

       FD  DHIS-FILE.
       01  DHIS-ENREG                 PIC X(80).

       FD  DNOT-FILE.
       01  DNOT-ENREG                 PIC X(106).

       FD  RSTA-FILE.
       01  RSTA-ENREG.
           05 RSTA-NUMERO             PIC 9(6).
           05 FILLER                  PIC X(385).

       FD  RPRE-FILE.
       01  RPRE-ENREG.
           05 RPRE-CLE.
             10 RPRE-NUMERO           PIC 9(6).
             10 FILLER                PIC X(8).
           05 FILLER                  PIC X(11).

       FD  RHIS-FILE.
       01  RHIS-ENREG.
           05 RHIS-CLE.
             10 RHIS-NUMERO           PIC X(6).
             10 FILLER                PIC X(22).
           05 FILLER                  PIC X(52).

       FD  RNOT-FILE.
       01  RNOT-ENREG.
           05 RNOT-CLE.
             10 RNOT-NUMERO           PIC 9(6).
             10 FILLER                PIC X(4).
           05 FILLER                  PIC X(96).

       WORKING-STORAGE SECTION.

      *------------------------------------------------------*
      *   EMISSION D'UNE ALERTE D'EXPLOITATION (FALRT11)      *
      *------------------------------------------------------*
       01 FALRT-STATUT                PIC X(2).
         88 FALRT-OK                  VALUE '00'.

       01 W-ALERTE-SEVERITE           PIC X(1).
       01 W-ALERTE-MESSAGE            PIC X(60).
       01 W-ALERTE-NUMERO             PIC 9(6) VALUE 0.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.
         88 FSTAG-FIN                 VALUE '10'.
       01 FPRES-STATUT                PIC X(2).
         88 FPRES-OK                  VALUE '00'.
         88 FPRES-FIN                 VALUE '10'.
       01 FSTAGA-STATUT               PIC X(2).
         88 FSTAGA-OK                 VALUE '00'.
         88 FSTAGA-FIN                VALUE '10'.
       01 FNOTE-STATUT                PIC X(2).
         88 FNOTE-OK                  VALUE '00'.
         88 FNOTE-FIN                 VALUE '10'.

       01 DSTA-STATUT                 PIC X(2).
         88 DSTA-OK                   VALUE '00'.
         88 DSTA-FIN                  VALUE '10'.
       01 DPRE-STATUT                 PIC X(2).
         88 DPRE-OK                   VALUE '00'.
         88 DPRE-FIN                  VALUE '10'.
       01 DHIS-STATUT                 PIC X(2).
         88 DHIS-OK                   VALUE '00'.
         88 DHIS-FIN                  VALUE '10'.
       01 DNOT-STATUT                 PIC X(2).
         88 DNOT-OK                   VALUE '00'.
         88 DNOT-FIN                  VALUE '10'.

       01 RSTA-STATUT                 PIC X(2).
         88 RSTA-OK                   VALUE '00'.
         88 RSTA-FIN                  VALUE '10'.
       01 RPRE-STATUT                 PIC X(2).
         88 RPRE-OK                   VALUE '00'.
         88 RPRE-FIN                  VALUE '10'.
       01 RHIS-STATUT                 PIC X(2).
         88 RHIS-OK                   VALUE '00'.
         88 RHIS-FIN                  VALUE '10'.
       01 RNOT-STATUT                 PIC X(2).
         88 RNOT-OK                   VALUE '00'.
         88 RNOT-FIN                  VALUE '10'.

       01 W-DATE-SYS                  PIC 9(8).

      *------------------------------------------------------*
      *   ENREGISTREMENT FIN-DE-FICHIER (TRAILER) DES         *
      *   DECHARGEMENTS, MEME FORME QUE CELUI DE SAU1CI11     *
      *------------------------------------------------------*
       01 W-DEC-TRAILER.
           05 DEC-TR-MARQUEUR         PIC X(4) VALUE '9999'.
           05 DEC-TR-NB-ENREG         PIC 9(7).
           05 DEC-TR-SOMME-CTL        PIC 9(12).
           05 FILLER                  PIC X(368) VALUE SPACE.

      *------------------------------------------------------*
      *   RELECTURE DU DECHARGEMENT AVEC UN ENREGISTREMENT     *
      *   D'AVANCE : LE DERNIER ENREGISTREMENT EST LE TRAILER  *
      *   (LES CLES PEUVENT COMMENCER PAR '9999', LE MARQUEUR  *
      *   SEUL NE SUFFIT PAS A LE RECONNAITRE)                 *
      *------------------------------------------------------*
       01 W-DEC-TENU                  PIC X(391).
       01 W-DEC-TENU-TRAILER REDEFINES W-DEC-TENU.
           05 TENU-TR-MARQUEUR        PIC X(4).
           05 TENU-TR-NB-ENREG        PIC 9(7).
           05 TENU-TR-SOMME-CTL       PIC 9(12).
           05 FILLER                  PIC X(368).
       01 W-DEC-TENU-PRESENT          PIC 9.

      *------------------------------------------------------*
      *   COMPTES DU FICHIER EN COURS                         *
      *   DECHARGE  : LU DANS LE CLUSTER EN LIGNE              *
      *   RECHARGE  : ECRIT DANS LE NOUVEAU CLUSTER            *
      *   RELU      : RELU DANS LE NOUVEAU CLUSTER             *
      *------------------------------------------------------*
       01 W-FIC-LIBELLE               PIC X(8).
       01 W-NB-DECHARGES              PIC 9(7).
       01 W-SOMME-DECHARGEE           PIC 9(12).
       01 W-NB-RECHARGES              PIC 9(7).
       01 W-SOMME-RECHARGEE           PIC 9(12).
       01 W-NB-RELUS                  PIC 9(7).
       01 W-SOMME-RELUE               PIC 9(12).

      *    NUMERO DE STAGIAIRE DE LA CLE FSTAGA11 (ALPHANUMERIQUE)
       01 W-NUM-HISTO                 PIC 9(6).

       01 W-FIC-KO                    PIC 9.
         88 FIC-KO-OUI                VALUE 1.
         88 FIC-KO-NON                VALUE 0.
       01 W-REORG-KO                  PIC 9 VALUE 0.
         88 REORG-KO-OUI              VALUE 1.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-REORG-FSTAG
           PERFORM  30000-REORG-FPRES
           PERFORM  40000-REORG-FSTAGA
           PERFORM  50000-REORG-FNOTE
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS FROM DATE YYYYMMDD

           OPEN I-O FALRT-FILE
           IF NOT FALRT-OK
              DISPLAY 'REO1CI11 - OUVERTURE FALRT11 KO : '
                      FALRT-STATUT
           END-IF
           .

      *--------------------------------------------------------*
      *   FSTAG11 : DOSSIERS STAGIAIRES (LRECL 391, CLE 6)      *
      *--------------------------------------------------------*
       20000-REORG-FSTAG.
      *----------------------*
           MOVE 'FSTAG11' TO W-FIC-LIBELLE
           PERFORM 70000-INIT-FICHIER

           PERFORM 21000-DECHARGE-FSTAG
           IF FIC-KO-NON
              PERFORM 22000-RECHARGE-FSTAG
           END-IF
           IF FIC-KO-NON
              PERFORM 23000-RELIT-FSTAG
           END-IF

           PERFORM 79000-BILAN-FICHIER
           .

       21000-DECHARGE-FSTAG.
      *----------------------*
           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'REO1CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              SET FIC-KO-OUI TO TRUE
           ELSE
              OPEN OUTPUT DSTA-FILE
              IF NOT DSTA-OK
                 DISPLAY 'REO1CI11 - OUVERTURE FSTAGDEC IMPOSSIBLE : '
                         DSTA-STATUT
                 SET FIC-KO-OUI TO TRUE
              ELSE
                 PERFORM 21100-LIT-FSTAG
                   UNTIL FSTAG-FIN OR FIC-KO-OUI
                 MOVE W-NB-DECHARGES    TO DEC-TR-NB-ENREG
                 MOVE W-SOMME-DECHARGEE TO DEC-TR-SOMME-CTL
                 MOVE W-DEC-TRAILER     TO DSTA-ENREG
                 WRITE DSTA-ENREG
                 CLOSE DSTA-FILE
              END-IF
              CLOSE FSTAG-FILE
           END-IF
           .

       21100-LIT-FSTAG.
      *----------------------*
           READ FSTAG-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 MOVE E-STAGIAIRE TO DSTA-ENREG
                 WRITE DSTA-ENREG
                 ADD 1        TO W-NB-DECHARGES
                 ADD E-NUMERO TO W-SOMME-DECHARGEE
           END-READ
           IF NOT FSTAG-OK AND NOT FSTAG-FIN
              DISPLAY 'REO1CI11 - LECTURE FSTAG11 KO : '
                      FSTAG-STATUT
              SET FIC-KO-OUI TO TRUE
           END-IF
           .

       22000-RECHARGE-FSTAG.
      *----------------------*
           OPEN INPUT DSTA-FILE
           IF NOT DSTA-OK
              DISPLAY 'REO1CI11 - RELECTURE FSTAGDEC IMPOSSIBLE : '
                      DSTA-STATUT
              SET FIC-KO-OUI TO TRUE
           ELSE
              OPEN OUTPUT RSTA-FILE
              IF NOT RSTA-OK
                 DISPLAY 'REO1CI11 - OUVERTURE FSTAGREO IMPOSSIBLE : '
                         RSTA-STATUT
                 SET FIC-KO-OUI TO TRUE
              ELSE
                 PERFORM 22100-LIT-DSTA
                   UNTIL DSTA-FIN
                 CLOSE RSTA-FILE
              END-IF
              CLOSE DSTA-FILE
           END-IF
           .

       22100-LIT-DSTA.
      *----------------------*
           READ DSTA-FILE
              AT END
                 SET DSTA-FIN TO TRUE
              NOT AT END
                 IF W-DEC-TENU-PRESENT = 1
                    MOVE W-DEC-TENU(1:391) TO RSTA-ENREG
                    WRITE RSTA-ENREG
                       INVALID KEY
                          DISPLAY 'REO1CI11 - DOUBLON FSTAGREO NUM '
                                  RSTA-NUMERO
                          SET FIC-KO-OUI TO TRUE
                       NOT INVALID KEY
                          ADD 1           TO W-NB-RECHARGES
                          ADD RSTA-NUMERO TO W-SOMME-RECHARGEE
                    END-WRITE
                 END-IF
                 MOVE SPACE      TO W-DEC-TENU
                 MOVE DSTA-ENREG TO W-DEC-TENU(1:391)
                 MOVE 1          TO W-DEC-TENU-PRESENT
           END-READ
           .

       23000-RELIT-FSTAG.
      *----------------------*
           OPEN INPUT RSTA-FILE
           IF NOT RSTA-OK
              DISPLAY 'REO1CI11 - RELECTURE FSTAGREO IMPOSSIBLE : '
                      RSTA-STATUT
              SET FIC-KO-OUI TO TRUE
           ELSE
              PERFORM 23100-LIT-RSTA
                UNTIL RSTA-FIN OR FIC-KO-OUI
              CLOSE RSTA-FILE
           END-IF
           .

       23100-LIT-RSTA.
      *----------------------*
           READ RSTA-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1           TO W-NB-RELUS
                 ADD RSTA-NUMERO TO W-SOMME-RELUE
           END-READ
           IF NOT RSTA-OK AND NOT RSTA-FIN
              DISPLAY 'REO1CI11 - LECTURE FSTAGREO KO : '
                      RSTA-STATUT
              SET FIC-KO-OUI TO TRUE
           END-IF
           .

      *--------------------------------------------------------*
      *   FPRES11 : POINTAGE DES PRESENCES (LRECL 25, CLE 14)   *
      *--------------------------------------------------------*
       30000-REORG-FPRES.
      *----------------------*
           MOVE 'FPRES11' TO W-FIC-LIBELLE
           PERFORM 70000-INIT-FICHIER

           PERFORM 31000-DECHARGE-FPRES
           IF FIC-KO-NON
              PERFORM 32000-RECHARGE-FPRES
           END-IF
           IF FIC-KO-NON
              PERFORM 33000-RELIT-FPRES
           END-IF

           PERFORM 79000-BILAN-FICHIER
           .

       31000-DECHARGE-FPRES.
      *----------------------*
           OPEN INPUT FPRES-FILE
           IF NOT FPRES-OK
              DISPLAY 'REO1CI11 - OUVERTURE FPRES11 IMPOSSIBLE : '
                      FPRES-STATUT
              SET FIC-KO-OUI TO TRUE
           ELSE
              OPEN OUTPUT DPRE-FILE
              IF NOT DPRE-OK
                 DISPLAY 'REO1CI11 - OUVERTURE FPREDEC IMPOSSIBLE : '
                         DPRE-STATUT
                 SET FIC-KO-OUI TO TRUE
              ELSE
                 PERFORM 31100-LIT-FPRES
                   UNTIL FPRES-FIN OR FIC-KO-OUI
                 MOVE W-NB-DECHARGES    TO DEC-TR-NB-ENREG
                 MOVE W-SOMME-DECHARGEE TO DEC-TR-SOMME-CTL
                 MOVE W-DEC-TRAILER     TO DPRE-ENREG
                 WRITE DPRE-ENREG
                 CLOSE DPRE-FILE
              END-IF
              CLOSE FPRES-FILE
           END-IF
           .

       31100-LIT-FPRES.
      *----------------------*
           READ FPRES-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 MOVE E-PRESENCE TO DPRE-ENREG
                 WRITE DPRE-ENREG
                 ADD 1            TO W-NB-DECHARGES
                 ADD E-PRE-NUMERO TO W-SOMME-DECHARGEE
           END-READ
           IF NOT FPRES-OK AND NOT FPRES-FIN
              DISPLAY 'REO1CI11 - LECTURE FPRES11 KO : '
                      FPRES-STATUT
              SET FIC-KO-OUI TO TRUE
           END-IF
           .

       32000-RECHARGE-FPRES.
      *----------------------*
           OPEN INPUT DPRE-FILE
           IF NOT DPRE-OK
              DISPLAY 'REO1CI11 - RELECTURE FPREDEC IMPOSSIBLE : '
                      DPRE-STATUT
              SET FIC-KO-OUI TO TRUE
           ELSE
              OPEN OUTPUT RPRE-FILE
              IF NOT RPRE-OK
                 DISPLAY 'REO1CI11 - OUVERTURE FPREREO IMPOSSIBLE : '
                         RPRE-STATUT
                 SET FIC-KO-OUI TO TRUE
              ELSE
                 PERFORM 32100-LIT-DPRE
                   UNTIL DPRE-FIN
                 CLOSE RPRE-FILE
              END-IF
              CLOSE DPRE-FILE
           END-IF
           .

       32100-LIT-DPRE.
      *----------------------*
           READ DPRE-FILE
              AT END
                 SET DPRE-FIN TO TRUE
              NOT AT END
                 IF W-DEC-TENU-PRESENT = 1
                    MOVE W-DEC-TENU(1:25) TO RPRE-ENREG
                    WRITE RPRE-ENREG
                       INVALID KEY
                          DISPLAY 'REO1CI11 - DOUBLON FPREREO CLE '
                                  RPRE-CLE
                          SET FIC-KO-OUI TO TRUE
                       NOT INVALID KEY
                          ADD 1           TO W-NB-RECHARGES
                          ADD RPRE-NUMERO TO W-SOMME-RECHARGEE
                    END-WRITE
                 END-IF
                 MOVE SPACE      TO W-DEC-TENU
                 MOVE DPRE-ENREG TO W-DEC-TENU(1:25)
                 MOVE 1          TO W-DEC-TENU-PRESENT
           END-READ
           .

       33000-RELIT-FPRES.
      *----------------------*
           OPEN INPUT RPRE-FILE
           IF NOT RPRE-OK
              DISPLAY 'REO1CI11 - RELECTURE FPREREO IMPOSSIBLE : '
                      RPRE-STATUT
              SET FIC-KO-OUI TO TRUE
           ELSE
              PERFORM 33100-LIT-RPRE
                UNTIL RPRE-FIN OR FIC-KO-OUI
              CLOSE RPRE-FILE
           END-IF
           .

       33100-LIT-RPRE.
      *----------------------*
           READ RPRE-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1           TO W-NB-RELUS
                 ADD RPRE-NUMERO TO W-SOMME-RELUE
           END-READ
           IF NOT RPRE-OK AND NOT RPRE-FIN
              DISPLAY 'REO1CI11 - LECTURE FPREREO KO : '
                      RPRE-STATUT
              SET FIC-KO-OUI TO TRUE
           END-IF
           .

      *--------------------------------------------------------*
      *   FSTAGA11 : HISTORIQUE D'AUDIT (LRECL 80, CLE 28) ; LE *
      *   NUMERO DE STAGIAIRE DE LA CLE EST ALPHANUMERIQUE, IL  *
      *   N'ENTRE DANS LA SOMME QUE S'IL EST NUMERIQUE          *
      *--------------------------------------------------------*
       40000-REORG-FSTAGA.
      *----------------------*
           MOVE 'FSTAGA11' TO W-FIC-LIBELLE
           PERFORM 70000-INIT-FICHIER

           PERFORM 41000-DECHARGE-FSTAGA
           IF FIC-KO-NON
              PERFORM 42000-RECHARGE-FSTAGA
           END-IF
           IF FIC-KO-NON
              PERFORM 43000-RELIT-FSTAGA
           END-IF

           PERFORM 79000-BILAN-FICHIER
           .

       41000-DECHARGE-FSTAGA.
      *----------------------*
           OPEN INPUT FSTAGA-FILE
           IF NOT FSTAGA-OK
              DISPLAY 'REO1CI11 - OUVERTURE FSTAGA11 IMPOSSIBLE : '
                      FSTAGA-STATUT
              SET FIC-KO-OUI TO TRUE
           ELSE
              OPEN OUTPUT DHIS-FILE
              IF NOT DHIS-OK
                 DISPLAY 'REO1CI11 - OUVERTURE FHISDEC IMPOSSIBLE : '
                         DHIS-STATUT
                 SET FIC-KO-OUI TO TRUE
              ELSE
                 PERFORM 41100-LIT-FSTAGA
                   UNTIL FSTAGA-FIN OR FIC-KO-OUI
                 MOVE W-NB-DECHARGES    TO DEC-TR-NB-ENREG
                 MOVE W-SOMME-DECHARGEE TO DEC-TR-SOMME-CTL
                 MOVE W-DEC-TRAILER     TO DHIS-ENREG
                 WRITE DHIS-ENREG
                 CLOSE DHIS-FILE
              END-IF
              CLOSE FSTAGA-FILE
           END-IF
           .

       41100-LIT-FSTAGA.
      *----------------------*
           READ FSTAGA-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 MOVE E-HISTO TO DHIS-ENREG
                 WRITE DHIS-ENREG
                 ADD 1 TO W-NB-DECHARGES
                 IF NUM-STAG-H IS NUMERIC
                    MOVE NUM-STAG-H TO W-NUM-HISTO
                    ADD W-NUM-HISTO TO W-SOMME-DECHARGEE
                 END-IF
           END-READ
           IF NOT FSTAGA-OK AND NOT FSTAGA-FIN
              DISPLAY 'REO1CI11 - LECTURE FSTAGA11 KO : '
                      FSTAGA-STATUT
              SET FIC-KO-OUI TO TRUE
           END-IF
           .

       42000-RECHARGE-FSTAGA.
      *----------------------*
           OPEN INPUT DHIS-FILE
           IF NOT DHIS-OK
              DISPLAY 'REO1CI11 - RELECTURE FHISDEC IMPOSSIBLE : '
                      DHIS-STATUT
              SET FIC-KO-OUI TO TRUE
           ELSE
              OPEN OUTPUT RHIS-FILE
              IF NOT RHIS-OK
                 DISPLAY 'REO1CI11 - OUVERTURE FHISREO IMPOSSIBLE : '
                         RHIS-STATUT
                 SET FIC-KO-OUI TO TRUE
              ELSE
                 PERFORM 42100-LIT-DHIS
                   UNTIL DHIS-FIN
                 CLOSE RHIS-FILE
              END-IF
              CLOSE DHIS-FILE
           END-IF
           .

       42100-LIT-DHIS.
      *----------------------*
           READ DHIS-FILE
              AT END
                 SET DHIS-FIN TO TRUE
              NOT AT END
                 IF W-DEC-TENU-PRESENT = 1
                    MOVE W-DEC-TENU(1:80) TO RHIS-ENREG
                    WRITE RHIS-ENREG
                       INVALID KEY
                          DISPLAY 'REO1CI11 - DOUBLON FHISREO CLE '
                                  RHIS-CLE
                          SET FIC-KO-OUI TO TRUE
                       NOT INVALID KEY
                          ADD 1 TO W-NB-RECHARGES
                          IF RHIS-NUMERO IS NUMERIC
                             MOVE RHIS-NUMERO TO W-NUM-HISTO
                             ADD W-NUM-HISTO TO W-SOMME-RECHARGEE
                          END-IF
                    END-WRITE
                 END-IF
                 MOVE SPACE      TO W-DEC-TENU
                 MOVE DHIS-ENREG TO W-DEC-TENU(1:80)
                 MOVE 1          TO W-DEC-TENU-PRESENT
           END-READ
           .

       43000-RELIT-FSTAGA.
      *----------------------*
           OPEN INPUT RHIS-FILE
           IF NOT RHIS-OK
              DISPLAY 'REO1CI11 - RELECTURE FHISREO IMPOSSIBLE : '
                      RHIS-STATUT
              SET FIC-KO-OUI TO TRUE
           ELSE
              PERFORM 43100-LIT-RHIS
                UNTIL RHIS-FIN OR FIC-KO-OUI
              CLOSE RHIS-FILE
           END-IF
           .

       43100-LIT-RHIS.
      *----------------------*
           READ RHIS-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1 TO W-NB-RELUS
                 IF RHIS-NUMERO IS NUMERIC
                    MOVE RHIS-NUMERO TO W-NUM-HISTO
                    ADD W-NUM-HISTO TO W-SOMME-RELUE
                 END-IF
           END-READ
           IF NOT RHIS-OK AND NOT RHIS-FIN
              DISPLAY 'REO1CI11 - LECTURE FHISREO KO : '
                      RHIS-STATUT
              SET FIC-KO-OUI TO TRUE
           END-IF
           .

      *--------------------------------------------------------*
      *   FNOTE11 : JOURNAL DES NOTES (LRECL 106, CLE 10)       *
      *--------------------------------------------------------*
       50000-REORG-FNOTE.
      *----------------------*
           MOVE 'FNOTE11' TO W-FIC-LIBELLE
           PERFORM 70000-INIT-FICHIER

           PERFORM 51000-DECHARGE-FNOTE
           IF FIC-KO-NON
              PERFORM 52000-RECHARGE-FNOTE
           END-IF
           IF FIC-KO-NON
              PERFORM 53000-RELIT-FNOTE
           END-IF

           PERFORM 79000-BILAN-FICHIER
           .

       51000-DECHARGE-FNOTE.
      *----------------------*
           OPEN INPUT FNOTE-FILE
           IF NOT FNOTE-OK
              DISPLAY 'REO1CI11 - OUVERTURE FNOTE11 IMPOSSIBLE : '
                      FNOTE-STATUT
              SET FIC-KO-OUI TO TRUE
           ELSE
              OPEN OUTPUT DNOT-FILE
              IF NOT DNOT-OK
                 DISPLAY 'REO1CI11 - OUVERTURE FNOTDEC IMPOSSIBLE : '
                         DNOT-STATUT
                 SET FIC-KO-OUI TO TRUE
              ELSE
                 PERFORM 51100-LIT-FNOTE
                   UNTIL FNOTE-FIN OR FIC-KO-OUI
                 MOVE W-NB-DECHARGES    TO DEC-TR-NB-ENREG
                 MOVE W-SOMME-DECHARGEE TO DEC-TR-SOMME-CTL
                 MOVE W-DEC-TRAILER     TO DNOT-ENREG
                 WRITE DNOT-ENREG
                 CLOSE DNOT-FILE
              END-IF
              CLOSE FNOTE-FILE
           END-IF
           .

       51100-LIT-FNOTE.
      *----------------------*
           READ FNOTE-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 MOVE E-NOTE TO DNOT-ENREG
                 WRITE DNOT-ENREG
                 ADD 1            TO W-NB-DECHARGES
                 ADD E-NOT-NUMERO TO W-SOMME-DECHARGEE
           END-READ
           IF NOT FNOTE-OK AND NOT FNOTE-FIN
              DISPLAY 'REO1CI11 - LECTURE FNOTE11 KO : '
                      FNOTE-STATUT
              SET FIC-KO-OUI TO TRUE
           END-IF
           .

       52000-RECHARGE-FNOTE.
      *----------------------*
           OPEN INPUT DNOT-FILE
           IF NOT DNOT-OK
              DISPLAY 'REO1CI11 - RELECTURE FNOTDEC IMPOSSIBLE : '
                      DNOT-STATUT
              SET FIC-KO-OUI TO TRUE
           ELSE
              OPEN OUTPUT RNOT-FILE
              IF NOT RNOT-OK
                 DISPLAY 'REO1CI11 - OUVERTURE FNOTREO IMPOSSIBLE : '
                         RNOT-STATUT
                 SET FIC-KO-OUI TO TRUE
              ELSE
                 PERFORM 52100-LIT-DNOT
                   UNTIL DNOT-FIN
                 CLOSE RNOT-FILE
              END-IF
              CLOSE DNOT-FILE
           END-IF
           .

       52100-LIT-DNOT.
      *----------------------*
           READ DNOT-FILE
              AT END
                 SET DNOT-FIN TO TRUE
              NOT AT END
                 IF W-DEC-TENU-PRESENT = 1
                    MOVE W-DEC-TENU(1:106) TO RNOT-ENREG
                    WRITE RNOT-ENREG
                       INVALID KEY
                          DISPLAY 'REO1CI11 - DOUBLON FNOTREO CLE '
                                  RNOT-CLE
                          SET FIC-KO-OUI TO TRUE
                       NOT INVALID KEY
                          ADD 1           TO W-NB-RECHARGES
                          ADD RNOT-NUMERO TO W-SOMME-RECHARGEE
                    END-WRITE
                 END-IF
                 MOVE SPACE      TO W-DEC-TENU
                 MOVE DNOT-ENREG TO W-DEC-TENU(1:106)
                 MOVE 1          TO W-DEC-TENU-PRESENT
           END-READ
           .

       53000-RELIT-FNOTE.
      *----------------------*
           OPEN INPUT RNOT-FILE
           IF NOT RNOT-OK
              DISPLAY 'REO1CI11 - RELECTURE FNOTREO IMPOSSIBLE : '
                      RNOT-STATUT
              SET FIC-KO-OUI TO TRUE
           ELSE
              PERFORM 53100-LIT-RNOT
                UNTIL RNOT-FIN OR FIC-KO-OUI
              CLOSE RNOT-FILE
           END-IF
           .

       53100-LIT-RNOT.
      *----------------------*
           READ RNOT-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 ADD 1           TO W-NB-RELUS
                 ADD RNOT-NUMERO TO W-SOMME-RELUE
           END-READ
           IF NOT RNOT-OK AND NOT RNOT-FIN
              DISPLAY 'REO1CI11 - LECTURE FNOTREO KO : '
                      RNOT-STATUT
              SET FIC-KO-OUI TO TRUE
           END-IF
           .

       70000-INIT-FICHIER.
      *----------------------*
           SET FIC-KO-NON TO TRUE
           MOVE 0 TO W-NB-DECHARGES  W-SOMME-DECHARGEE
                     W-NB-RECHARGES  W-SOMME-RECHARGEE
                     W-NB-RELUS      W-SOMME-RELUE
                     W-DEC-TENU-PRESENT
           MOVE SPACE TO W-DEC-TENU
           .

      *--------------------------------------------------------*
      *   BILAN D'UN FICHIER : LE DERNIER ENREGISTREMENT TENU   *
      *   DU DECHARGEMENT EST SON TRAILER ; IL DOIT EGALER LE   *
      *   CLUSTER EN LIGNE, LA CHARGE DU NOUVEAU CLUSTER ET SA  *
      *   RELECTURE. TOUT ECART DONNE UNE ALERTE FALRT11 ET     *
      *   INTERDIT LA SUBSTITUTION DE TOUS LES CLUSTERS         *
      *--------------------------------------------------------*
       79000-BILAN-FICHIER.
      *----------------------*
           DISPLAY 'REO1CI11 - ' W-FIC-LIBELLE
           DISPLAY '   DECHARGES DU CLUSTER    : ' W-NB-DECHARGES
                   ' SOMME ' W-SOMME-DECHARGEE
           DISPLAY '   RECHARGES               : ' W-NB-RECHARGES
                   ' SOMME ' W-SOMME-RECHARGEE
           DISPLAY '   RELUS DU NOUVEAU        : ' W-NB-RELUS
                   ' SOMME ' W-SOMME-RELUE

           IF FIC-KO-NON
              IF W-DEC-TENU-PRESENT NOT = 1
                 OR TENU-TR-MARQUEUR NOT = '9999'
                 OR TENU-TR-NB-ENREG IS NOT NUMERIC
                 OR TENU-TR-SOMME-CTL IS NOT NUMERIC
                 DISPLAY 'REO1CI11 - KO : TRAILER ' W-FIC-LIBELLE
                         ' ABSENT, DECHARGEMENT TRONQUE OU ILLISIBLE'
                 SET FIC-KO-OUI TO TRUE
              ELSE
                 DISPLAY '   ANNONCES PAR LE TRAILER : '
                         TENU-TR-NB-ENREG
                         ' SOMME ' TENU-TR-SOMME-CTL
                 IF TENU-TR-NB-ENREG  NOT = W-NB-DECHARGES
                    OR TENU-TR-SOMME-CTL NOT = W-SOMME-DECHARGEE
                    DISPLAY 'REO1CI11 - KO : DECHARGEMENT '
                            W-FIC-LIBELLE ' DIFFERENT DU CLUSTER'
                    SET FIC-KO-OUI TO TRUE
                 END-IF
                 IF TENU-TR-NB-ENREG  NOT = W-NB-RECHARGES
                    OR TENU-TR-SOMME-CTL NOT = W-SOMME-RECHARGEE
                    DISPLAY 'REO1CI11 - KO : RECHARGEMENT '
                            W-FIC-LIBELLE ' DIFFERENT DU TRAILER'
                    SET FIC-KO-OUI TO TRUE
                 END-IF
                 IF TENU-TR-NB-ENREG  NOT = W-NB-RELUS
                    OR TENU-TR-SOMME-CTL NOT = W-SOMME-RELUE
                    DISPLAY 'REO1CI11 - KO : NOUVEAU CLUSTER '
                            W-FIC-LIBELLE ' DIFFERENT DU TRAILER'
                    SET FIC-KO-OUI TO TRUE
                 END-IF
              END-IF
           END-IF

           IF FIC-KO-OUI
              SET REORG-KO-OUI TO TRUE
              MOVE 'E' TO W-ALERTE-SEVERITE
              MOVE SPACE TO W-ALERTE-MESSAGE
              STRING 'REORGANISATION ' DELIMITED BY SIZE
                     W-FIC-LIBELLE     DELIMITED BY SPACE
                     ' KO : ECART DE CONTROLE, ANCIEN GARDE'
                                       DELIMITED BY SIZE
                INTO W-ALERTE-MESSAGE
              END-STRING
              PERFORM 80000-EMET-ALERTE
           ELSE
              DISPLAY 'REO1CI11 - ' W-FIC-LIBELLE ' : CONTROLE OK'
           END-IF
           .

      *--------------------------------------------------------*
      *   EMISSION D'UNE ALERTE D'EXPLOITATION : EN PLUS DU     *
      *   SYSOUT, L'ANOMALIE EST DEPOSEE DANS FALRT11 POUR      *
      *   ETRE VUE ET ACQUITTEE SUR L'ECRAN ALR1CI11            *
      *--------------------------------------------------------*
       80000-EMET-ALERTE.
      *----------------------*
           MOVE W-DATE-SYS        TO E-ALR-DATE
           MOVE 'REO1CI11'        TO E-ALR-JOB
           MOVE W-ALERTE-SEVERITE TO E-ALR-SEVERITE
           MOVE W-ALERTE-MESSAGE  TO E-ALR-MESSAGE
           MOVE W-ALERTE-NUMERO   TO E-ALR-NUMERO
           MOVE 'O'               TO E-ALR-ETAT
           MOVE SPACE             TO E-ALR-ACQ-USERID
                                     E-ALR-ACQ-DATE

           MOVE 1 TO E-ALR-SEQ
           PERFORM UNTIL E-ALR-SEQ > 9999
              WRITE E-ALERTE
                 INVALID KEY
                    ADD 1 TO E-ALR-SEQ
                 NOT INVALID KEY
                    MOVE 10000 TO E-ALR-SEQ
              END-WRITE
      *       FICHIER INDISPONIBLE (AUTRE QU'UN DOUBLON DE CLE) :
      *       ON ABANDONNE L'ALERTE, LE SYSOUT RESTE LA TRACE
              IF NOT FALRT-OK AND FALRT-STATUT NOT = '22'
                 MOVE 10000 TO E-ALR-SEQ
              END-IF
           END-PERFORM

           MOVE 0 TO W-ALERTE-NUMERO
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           CLOSE FALRT-FILE

           IF REORG-KO-OUI
              DISPLAY 'REO1CI11 - REORGANISATION KO, AUCUN CLUSTER '
                      'SUBSTITUE'
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY 'REO1CI11 - REORGANISATION OK, SUBSTITUTION '
                      'AUTORISEE'
           END-IF
           .
