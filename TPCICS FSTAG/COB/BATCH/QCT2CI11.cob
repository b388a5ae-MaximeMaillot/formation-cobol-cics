      *======================================================*
      *   PROGRAMME BATCH - TIRAGE MENSUEL DE L'ECHANTILLON  *
      *   DU CONTROLE QUALITE : PARMI LES DOSSIERS NON       *
      *   SUPPRIMES AYANT AU MOINS UNE TRACE D'AUDIT         *
      *   FSTAGA11 DANS LE MOIS DE LA CARTE, TIRAGE ALEATOIRE *
      *   STRATIFIE PAR SITE ET GESTIONNAIRE : DANS CHAQUE   *
      *   STRATE, LE TAUX DE LA CARTE (DEFAUT 5 %) ARRONDI   *
      *   AU DOSSIER SUPERIEUR, AVEC UN MINIMUM PAR STRATE   *
      *   (DEFAUT 1). LES DOSSIERS TIRES SONT ECRITS DANS    *
      *   FQCTL11 (A REVOIR SUR QCT1CI11) ET LISTES PAR      *
      *   STRATE. LE GERME DU GENERATEUR EST EDITE POUR      *
      *   POUVOIR REJOUER LE TIRAGE (CARTE). UN MOIS DEJA    *
      *   TIRE N'EST PAS RETIRE                              *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QCT2CI11.

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
           SELECT FSTAGA-FILE ASSIGN TO FSTAGA11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLE-HISTO
               FILE STATUS IS FSTAGA-STATUT.

           SELECT FSTAG-FILE ASSIGN TO FSTAG11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS E-NUMERO
               FILE STATUS IS FSTAG-STATUT.

           SELECT FQCTL-FILE ASSIGN TO FQCTL11
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS E-QCT-CLE
               FILE STATUS IS FQCTL-STATUT.

      *        CARTE PARAMETRE : MOIS (AAAAMM), TAUX EN % (COL.
      *        8-10), MINIMUM PAR STRATE (COL. 12-13), GERME DU
      *        TIRAGE (COL. 15-24, A BLANC = TIRE DE L'HEURE)
           SELECT CARTE-FILE ASSIGN TO CARTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARTE-STATUT.

           SELECT WORK-TRI ASSIGN TO SORTWK01.

           SELECT RPT-FILE ASSIGN TO RPTQCT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPT-STATUT.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

       FILE SECTION.

       FD  FSTAGA-FILE.
       COPY CTDHIST.

       FD  FSTAG-FILE.
       COPY CSTAG.

       FD  FQCTL-FILE.
       COPY CQCTL.

       FD  CARTE-FILE.
       01  CARTE-REC.
           05 CARTE-MOIS              PIC X(6).
           05 FILLER                  PIC X(1).
           05 CARTE-TAUX              PIC X(3).
           05 FILLER                  PIC X(1).
           05 CARTE-MINIMUM           PIC X(2).
           05 FILLER                  PIC X(1).
           05 CARTE-GERME             PIC X(10).
           05 FILLER                  PIC X(56).

      *    UN DOSSIER MODIFIE DANS LE MOIS, AVEC SON RANG ALEATOIRE
      *    DANS SA STRATE
       SD  WORK-TRI.
       01  TRI-ENREG.
           05 TRI-SITE                PIC X(3).
           05 TRI-GESTIONNAIRE        PIC X(8).
           05 TRI-ALEA                PIC 9(10).
           05 TRI-NUMERO              PIC 9(6).
           05 TRI-NOM                 PIC X(20).
           05 TRI-PRENOM              PIC X(15).
           05 TRI-NB-TRACES           PIC 9(4).

       FD  RPT-FILE.
       01  RPT-LIGNE                  PIC X(132).

       WORKING-STORAGE SECTION.

       01 FSTAGA-STATUT               PIC X(2).
         88 FSTAGA-OK                 VALUE '00'.
         88 FSTAGA-FIN                VALUE '10'.

       01 FSTAG-STATUT                PIC X(2).
         88 FSTAG-OK                  VALUE '00'.

       01 FQCTL-STATUT                PIC X(2).
         88 FQCTL-OK                  VALUE '00'.
         88 FQCTL-FIN                 VALUE '10'.

       01 CARTE-STATUT                PIC X(2).
         88 CARTE-OK                  VALUE '00'.

       01 RPT-STATUT                  PIC X(2).
         88 RPT-OK                    VALUE '00'.

       01 TRI-INDIC                   PIC 9 VALUE 0.
         88 TRI-TERMINE               VALUE 1.

      *------------------------------------------------------*
      *   PARAMETRES DU TIRAGE                                *
      *------------------------------------------------------*
       01 W-MOIS-EDITE                PIC 9(6).
       01 W-MOIS-DECOUPE REDEFINES W-MOIS-EDITE.
           05 W-MOIS-AAAA             PIC 9(4).
           05 W-MOIS-MM               PIC 9(2).
       01 W-MOIS-EVENEMENT            PIC X(6).
       01 W-TAUX                      PIC 9(3) VALUE 5.
       01 W-MINIMUM                   PIC 9(2) VALUE 1.

      *------------------------------------------------------*
      *   GENERATEUR PSEUDO-ALEATOIRE MULTIPLICATIF           *
      *   (GERME * 16807 MODULO 2**31 - 1)                    *
      *------------------------------------------------------*
       01 W-GERME                     PIC 9(10).
       01 W-GERME-INITIAL             PIC 9(10).
       01 W-PRODUIT                   PIC 9(15).
       01 W-QUOTIENT                  PIC 9(15).
       01 W-HEURE-SYS                 PIC 9(8).

       01 W-DATE-SYS                  PIC 9(8).
       01 W-DATE-AAAAMMJJ.
           05 W-DAT-AAAA              PIC X(4).
           05 W-DAT-MM                PIC X(2).
           05 W-DAT-JJ                PIC X(2).
       01 W-DATE-EDITEE               PIC X(10).

      *------------------------------------------------------*
      *   DOSSIER EN COURS DE LECTURE DANS FSTAGA11 (CLE      *
      *   NUMERO + DATE : SES TRACES SE SUIVENT)              *
      *------------------------------------------------------*
       01 W-NUMERO-COURANT            PIC X(6) VALUE SPACE.
       01 W-NUMERO-N                  PIC 9(6).
       01 W-NB-TRACES-MOIS            PIC 9(4) VALUE 0.

      *------------------------------------------------------*
      *   STRATES SITE + GESTIONNAIRE : POPULATION ET TAILLE  *
      *   DE L'ECHANTILLON                                    *
      *------------------------------------------------------*
       01 W-NB-STRATES                PIC 9(4) VALUE 0.
       01 W-TAB-STRATES.
           05 W-STR-ENTREE OCCURS 1000.
             10 W-STR-SITE            PIC X(3).
             10 W-STR-GESTIONNAIRE    PIC X(8).
             10 W-STR-POPULATION      PIC 9(6).
             10 W-STR-ECHANTILLON     PIC 9(6).
       01 IDX-STR                     PIC 9(4).
       01 W-STR-TROUVEE               PIC 9(4).

       01 W-SITE-COURANT              PIC X(3) VALUE SPACE.
       01 W-GEST-COURANT              PIC X(8) VALUE SPACE.
       01 W-PREMIER                   PIC 9 VALUE 1.
       01 W-RANG-STRATE               PIC 9(6).
       01 W-TAILLE-STRATE             PIC 9(6).

      *------------------------------------------------------*
      *   COMPTEURS                                           *
      *------------------------------------------------------*
       01 W-NB-DOSSIERS               PIC 9(6) VALUE 0.
       01 W-NB-TIRES                  PIC 9(6) VALUE 0.
       01 W-NB-ECARTES                PIC 9(6) VALUE 0.

      *------------------------------------------------------*
      *   LIGNES DE LA LISTE                                  *
      *------------------------------------------------------*
       01 W-LIGNE-TITRE.
           05 FILLER                  PIC X(1)  VALUE '1'.
           05 FILLER                  PIC X(39) VALUE
              'ECHANTILLON CONTROLE QUALITE DU MOIS '.
           05 W-TIT-MOIS              PIC 9(6).
           05 FILLER                  PIC X(9)  VALUE ' - TAUX '.
           05 W-TIT-TAUX              PIC ZZ9.
           05 FILLER                  PIC X(13) VALUE ' % - MINIMUM '.
           05 W-TIT-MINIMUM           PIC Z9.
           05 FILLER                  PIC X(9)  VALUE ' - GERME '.
           05 W-TIT-GERME             PIC 9(10).

       01 W-LIGNE-STRATE.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 FILLER                  PIC X(5)  VALUE 'SITE '.
           05 W-STR-ED-SITE           PIC X(3).
           05 FILLER                  PIC X(16) VALUE
              ' - GESTIONNAIRE '.
           05 W-STR-ED-GEST           PIC X(8).
           05 FILLER                  PIC X(16) VALUE
              ' - MODIFIES :  '.
           05 W-STR-ED-POPULATION     PIC ZZZZZ9.
           05 FILLER                  PIC X(12) VALUE
              ' - TIRES :  '.
           05 W-STR-ED-ECHANTILLON    PIC ZZZZZ9.

       01 W-LIGNE-ENTETE.
           05 FILLER                  PIC X(5)  VALUE SPACE.
           05 FILLER                  PIC X(8)  VALUE 'NUMERO'.
           05 FILLER                  PIC X(21) VALUE 'NOM'.
           05 FILLER                  PIC X(16) VALUE 'PRENOM'.
           05 FILLER                  PIC X(16) VALUE 'TRACES DU MOIS'.

       01 W-LIGNE-DETAIL.
           05 FILLER                  PIC X(5)  VALUE SPACE.
           05 W-DET-NUMERO            PIC 9(6).
           05 FILLER                  PIC X(2)  VALUE SPACE.
           05 W-DET-NOM               PIC X(20).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-PRENOM            PIC X(15).
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-DET-NB-TRACES         PIC ZZZ9.

       01 W-LIGNE-TOTAL.
           05 FILLER                  PIC X(1)  VALUE SPACE.
           05 W-TOT-LIBELLE           PIC X(40).
           05 W-TOT-NOMBRE            PIC ZZZZZ9.

       01 W-LIGNE-BLANCHE             PIC X(132) VALUE SPACE.

      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*

       PROCEDURE DIVISION.
       00000-INIT-TRAITEMENT.
      *----------------------*
           PERFORM  10000-DEBUT-TRAITEMENT
           PERFORM  20000-TRAIT-TIRAGE
           PERFORM  90000-FIN-TRAITEMENT
           STOP RUN
           .

       10000-DEBUT-TRAITEMENT.
      *----------------------*
           ACCEPT W-DATE-SYS  FROM DATE YYYYMMDD
           ACCEPT W-HEURE-SYS FROM TIME
           MOVE W-DATE-SYS TO W-DATE-AAAAMMJJ
           STRING W-DAT-JJ   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  W-DAT-MM   DELIMITED BY SIZE
                  '/'        DELIMITED BY SIZE
                  W-DAT-AAAA DELIMITED BY SIZE
                  INTO W-DATE-EDITEE
           END-STRING

           OPEN INPUT CARTE-FILE
           IF NOT CARTE-OK
              DISPLAY 'QCT2CI11 - OUVERTURE CARTE IMPOSSIBLE : '
                      CARTE-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           READ CARTE-FILE
              AT END
                 DISPLAY 'QCT2CI11 - CARTE PARAMETRE ABSENTE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
           END-READ
           CLOSE CARTE-FILE

           IF CARTE-MOIS IS NOT NUMERIC
              DISPLAY 'QCT2CI11 - MOIS PARAMETRE INVALIDE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE CARTE-MOIS TO W-MOIS-EDITE
           IF W-MOIS-MM < 1 OR W-MOIS-MM > 12
              DISPLAY 'QCT2CI11 - MOIS PARAMETRE INVALIDE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF CARTE-TAUX NOT = SPACE
              IF CARTE-TAUX IS NOT NUMERIC
                 DISPLAY 'QCT2CI11 - TAUX INVALIDE : ' CARTE-TAUX
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CARTE-TAUX TO W-TAUX
           END-IF
           IF W-TAUX = 0 OR W-TAUX > 100
              DISPLAY 'QCT2CI11 - TAUX HORS BORNES (1 A 100) : '
                      W-TAUX
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           IF CARTE-MINIMUM NOT = SPACE
              IF CARTE-MINIMUM IS NOT NUMERIC
                 DISPLAY 'QCT2CI11 - MINIMUM INVALIDE : '
                         CARTE-MINIMUM
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CARTE-MINIMUM TO W-MINIMUM
           END-IF

      *    Germe de la carte (rejeu d'un tirage), sinon tire de
      *    l'heure et de la date
           IF CARTE-GERME NOT = SPACE
              IF CARTE-GERME IS NOT NUMERIC
                 DISPLAY 'QCT2CI11 - GERME INVALIDE : ' CARTE-GERME
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE CARTE-GERME TO W-GERME
           ELSE
              COMPUTE W-PRODUIT = W-HEURE-SYS * 7919 + W-DATE-SYS
              DIVIDE W-PRODUIT BY 2147483647
                 GIVING W-QUOTIENT REMAINDER W-GERME
           END-IF
           IF W-GERME = 0 OR W-GERME > 2147483646
              MOVE 1 TO W-GERME
           END-IF
           MOVE W-GERME TO W-GERME-INITIAL

           OPEN INPUT FSTAGA-FILE
           IF NOT FSTAGA-OK
              DISPLAY 'QCT2CI11 - OUVERTURE FSTAGA11 IMPOSSIBLE : '
                      FSTAGA-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN INPUT FSTAG-FILE
           IF NOT FSTAG-OK
              DISPLAY 'QCT2CI11 - OUVERTURE FSTAG11 IMPOSSIBLE : '
                      FSTAG-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN I-O FQCTL-FILE
           IF NOT FQCTL-OK
              DISPLAY 'QCT2CI11 - OUVERTURE FQCTL11 IMPOSSIBLE : '
                      FQCTL-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

      *    Un mois deja tire n'est pas retire : les revues en
      *    cours seraient faussees
           MOVE W-MOIS-EDITE TO E-QCT-MOIS
           MOVE 0            TO E-QCT-NUMERO
           START FQCTL-FILE KEY IS NOT LESS THAN E-QCT-CLE
              INVALID KEY
                 SET FQCTL-FIN TO TRUE
           END-START
           IF NOT FQCTL-FIN
              READ FQCTL-FILE NEXT RECORD
                 AT END
                    SET FQCTL-FIN TO TRUE
              END-READ
           END-IF
           IF NOT FQCTL-FIN
              AND E-QCT-MOIS = W-MOIS-EDITE
              DISPLAY 'QCT2CI11 - ECHANTILLON DU MOIS ' W-MOIS-EDITE
                      ' DEJA TIRE : PAS DE NOUVEAU TIRAGE'
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           IF NOT RPT-OK
              DISPLAY 'QCT2CI11 - OUVERTURE RPTQCT IMPOSSIBLE : '
                      RPT-STATUT
              MOVE 16 TO RETURN-CODE
              STOP RUN
           END-IF
           .

       20000-TRAIT-TIRAGE.
      *----------------------*
           SORT WORK-TRI
                ON ASCENDING KEY TRI-SITE
                ON ASCENDING KEY TRI-GESTIONNAIRE
                ON ASCENDING KEY TRI-ALEA
                ON ASCENDING KEY TRI-NUMERO
                INPUT PROCEDURE  20900-SELECTION-DOSSIERS
                OUTPUT PROCEDURE 21000-EDITION-ECHANTILLON
           .

      *--------------------------------------------------------*
      *   POPULATION : DOSSIERS AYANT AU MOINS UNE TRACE DANS   *
      *   LE MOIS. LES TRACES D'UN DOSSIER SE SUIVENT DANS      *
      *   FSTAGA11, LE DOSSIER EST RETENU A SA DERNIERE TRACE   *
      *--------------------------------------------------------*
       20900-SELECTION-DOSSIERS.
      *----------------------*
           READ FSTAGA-FILE NEXT RECORD
              AT END
                 SET FSTAGA-FIN TO TRUE
           END-READ

           PERFORM UNTIL FSTAGA-FIN
              IF NUM-STAG-H NOT = W-NUMERO-COURANT
                 PERFORM 20910-RETIENT-DOSSIER
                 MOVE NUM-STAG-H TO W-NUMERO-COURANT
                 MOVE 0          TO W-NB-TRACES-MOIS
              END-IF

      *       DATE-H EST AU FORMAT JJ/MM/AAAA
              IF DATE-H(4:2) IS NUMERIC
                 AND DATE-H(7:4) IS NUMERIC
                 MOVE DATE-H(7:4) TO W-MOIS-EVENEMENT(1:4)
                 MOVE DATE-H(4:2) TO W-MOIS-EVENEMENT(5:2)
                 IF W-MOIS-EVENEMENT = CARTE-MOIS
                    ADD 1 TO W-NB-TRACES-MOIS
                 END-IF
              END-IF

              READ FSTAGA-FILE NEXT RECORD
                 AT END
                    SET FSTAGA-FIN TO TRUE
              END-READ
           END-PERFORM
           PERFORM 20910-RETIENT-DOSSIER

           CLOSE FSTAGA-FILE
           .

       20910-RETIENT-DOSSIER.
      *----------------------*
           IF W-NB-TRACES-MOIS > 0
              AND W-NUMERO-COURANT IS NUMERIC
              MOVE W-NUMERO-COURANT TO W-NUMERO-N
              MOVE W-NUMERO-N       TO E-NUMERO
              READ FSTAG-FILE
                 INVALID KEY
                    ADD 1 TO W-NB-ECARTES
                 NOT INVALID KEY
                    IF SUPPRIME-OUI
                       ADD 1 TO W-NB-ECARTES
                    ELSE
                       PERFORM 20920-LIBERE-DOSSIER
                    END-IF
              END-READ
           END-IF
           .

       20920-LIBERE-DOSSIER.
      *----------------------*
           ADD 1 TO W-NB-DOSSIERS
           PERFORM 20930-TIRE-ALEA

           MOVE E-CODE-SITE      TO TRI-SITE
           MOVE E-GESTIONNAIRE   TO TRI-GESTIONNAIRE
           MOVE W-GERME          TO TRI-ALEA
           MOVE E-NUMERO         TO TRI-NUMERO
           MOVE E-NOM            TO TRI-NOM
           MOVE E-PRENOM         TO TRI-PRENOM
           MOVE W-NB-TRACES-MOIS TO TRI-NB-TRACES
           RELEASE TRI-ENREG

      *    Population de la strate
           MOVE 0 TO W-STR-TROUVEE
           PERFORM VARYING IDX-STR FROM 1 BY 1
              UNTIL IDX-STR > W-NB-STRATES OR W-STR-TROUVEE > 0
              IF W-STR-SITE(IDX-STR) = E-CODE-SITE
                 AND W-STR-GESTIONNAIRE(IDX-STR) = E-GESTIONNAIRE
                 MOVE IDX-STR TO W-STR-TROUVEE
              END-IF
           END-PERFORM
           IF W-STR-TROUVEE = 0
              IF W-NB-STRATES < 1000
                 ADD 1 TO W-NB-STRATES
                 MOVE W-NB-STRATES   TO W-STR-TROUVEE
                 MOVE E-CODE-SITE    TO W-STR-SITE(W-STR-TROUVEE)
                 MOVE E-GESTIONNAIRE
                   TO W-STR-GESTIONNAIRE(W-STR-TROUVEE)
                 MOVE 0 TO W-STR-POPULATION(W-STR-TROUVEE)
              ELSE
                 DISPLAY 'QCT2CI11 - TABLE DES STRATES PLEINE'
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           ADD 1 TO W-STR-POPULATION(W-STR-TROUVEE)
           .

       20930-TIRE-ALEA.
      *----------------------*
           COMPUTE W-PRODUIT = W-GERME * 16807
           DIVIDE W-PRODUIT BY 2147483647
              GIVING W-QUOTIENT REMAINDER W-GERME
           .

      *--------------------------------------------------------*
      *   DANS CHAQUE STRATE, TRIEE SUR LE RANG ALEATOIRE, LES  *
      *   PREMIERS DOSSIERS JUSQU'A LA TAILLE DE L'ECHANTILLON  *
      *--------------------------------------------------------*
       21000-EDITION-ECHANTILLON.
      *----------------------*
           MOVE W-MOIS-EDITE    TO W-TIT-MOIS
           MOVE W-TAUX          TO W-TIT-TAUX
           MOVE W-MINIMUM       TO W-TIT-MINIMUM
           MOVE W-GERME-INITIAL TO W-TIT-GERME
           WRITE RPT-LIGNE FROM W-LIGNE-TITRE

           MOVE 0 TO TRI-INDIC
           PERFORM UNTIL TRI-TERMINE
              RETURN WORK-TRI AT END
                 SET TRI-TERMINE TO TRUE
              NOT AT END
                 PERFORM 22000-TRAITE-DOSSIER
              END-RETURN
           END-PERFORM
           .

       22000-TRAITE-DOSSIER.
      *----------------------*
           IF W-PREMIER = 1
              OR TRI-SITE NOT = W-SITE-COURANT
              OR TRI-GESTIONNAIRE NOT = W-GEST-COURANT
              MOVE 0                TO W-PREMIER
              MOVE TRI-SITE         TO W-SITE-COURANT
              MOVE TRI-GESTIONNAIRE TO W-GEST-COURANT
              PERFORM 23000-ENTETE-STRATE
           END-IF

           ADD 1 TO W-RANG-STRATE
           IF W-RANG-STRATE NOT > W-TAILLE-STRATE
              PERFORM 24000-ECRIT-ECHANTILLON
           END-IF
           .

      *    Taille de l'echantillon : taux arrondi au dossier
      *    superieur, au moins le minimum, au plus la population
       23000-ENTETE-STRATE.
      *----------------------*
           MOVE 0 TO W-STR-TROUVEE W-RANG-STRATE
           PERFORM VARYING IDX-STR FROM 1 BY 1
              UNTIL IDX-STR > W-NB-STRATES OR W-STR-TROUVEE > 0
              IF W-STR-SITE(IDX-STR) = TRI-SITE
                 AND W-STR-GESTIONNAIRE(IDX-STR) = TRI-GESTIONNAIRE
                 MOVE IDX-STR TO W-STR-TROUVEE
              END-IF
           END-PERFORM

           COMPUTE W-TAILLE-STRATE =
                   (W-STR-POPULATION(W-STR-TROUVEE) * W-TAUX + 99)
                 / 100
           IF W-TAILLE-STRATE < W-MINIMUM
              MOVE W-MINIMUM TO W-TAILLE-STRATE
           END-IF
           IF W-TAILLE-STRATE > W-STR-POPULATION(W-STR-TROUVEE)
              MOVE W-STR-POPULATION(W-STR-TROUVEE) TO W-TAILLE-STRATE
           END-IF
           MOVE W-TAILLE-STRATE TO W-STR-ECHANTILLON(W-STR-TROUVEE)

           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE TRI-SITE                        TO W-STR-ED-SITE
           MOVE TRI-GESTIONNAIRE                TO W-STR-ED-GEST
           MOVE W-STR-POPULATION(W-STR-TROUVEE) TO W-STR-ED-POPULATION
           MOVE W-TAILLE-STRATE                 TO W-STR-ED-ECHANTILLON
           WRITE RPT-LIGNE FROM W-LIGNE-STRATE
           WRITE RPT-LIGNE FROM W-LIGNE-ENTETE
           .

       24000-ECRIT-ECHANTILLON.
      *----------------------*
           INITIALIZE E-CONTROLE-QUALITE
           MOVE W-MOIS-EDITE     TO E-QCT-MOIS
           MOVE TRI-NUMERO       TO E-QCT-NUMERO
           MOVE TRI-SITE         TO E-QCT-SITE
           MOVE TRI-GESTIONNAIRE TO E-QCT-GESTIONNAIRE
           MOVE W-DATE-EDITEE    TO E-QCT-DATE-TIRAGE
           SET QCT-A-REVOIR      TO TRUE

           WRITE E-CONTROLE-QUALITE
              INVALID KEY
                 DISPLAY 'QCT2CI11 - ECRITURE FQCTL11 KO NUM '
                         TRI-NUMERO ' : ' FQCTL-STATUT
              NOT INVALID KEY
                 ADD 1 TO W-NB-TIRES
                 MOVE TRI-NUMERO    TO W-DET-NUMERO
                 MOVE TRI-NOM       TO W-DET-NOM
                 MOVE TRI-PRENOM    TO W-DET-PRENOM
                 MOVE TRI-NB-TRACES TO W-DET-NB-TRACES
                 WRITE RPT-LIGNE FROM W-LIGNE-DETAIL
           END-WRITE
           .

       90000-FIN-TRAITEMENT.
      *----------------------*
           WRITE RPT-LIGNE FROM W-LIGNE-BLANCHE
           MOVE 'DOSSIERS MODIFIES DANS LE MOIS'   TO W-TOT-LIBELLE
           MOVE W-NB-DOSSIERS TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'STRATES SITE / GESTIONNAIRE'      TO W-TOT-LIBELLE
           MOVE W-NB-STRATES  TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'DOSSIERS TIRES A REVOIR'          TO W-TOT-LIBELLE
           MOVE W-NB-TIRES    TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL
           MOVE 'DOSSIERS SUPPRIMES OU ABSENTS ECARTES' TO W-TOT-LIBELLE
           MOVE W-NB-ECARTES  TO W-TOT-NOMBRE
           WRITE RPT-LIGNE FROM W-LIGNE-TOTAL

           CLOSE FSTAG-FILE
           CLOSE FQCTL-FILE
           CLOSE RPT-FILE

           DISPLAY 'QCT2CI11 - MOIS ' W-MOIS-EDITE ' : '
                   W-NB-TIRES ' DOSSIERS TIRES SUR ' W-NB-DOSSIERS
                   ' (GERME ' W-GERME-INITIAL ')'
           .
