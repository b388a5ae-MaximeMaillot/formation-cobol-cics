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
      *   NUITS PRECEDENTES                                   *
      *------------------------------------------------------*
       01 TAB-NUIT.
           05 W-NUIT OCCURS 9.
             10 W-NUI-ETAT            PIC X(1).
             10 W-NUI-DEBUT           PIC X(6).
             10 W-NUI-FIN             PIC X(6).
      *--------------------------------------------------
       25000-CHARGE-CHAINE.
      *----------------------*
           PERFORM VARYING IDX-CHA FROM 1 BY 1 UNTIL IDX-CHA > 9
              MOVE SPACE TO W-NUI-ETAT(IDX-CHA)
                            W-NUI-DEBUT(IDX-CHA)
                            W-NUI-FIN(IDX-CHA)
                    SET FIN-BROWSE-OUI TO TRUE
                 ELSE
                    PERFORM VARYING IDX-CHA FROM 1 BY 1
                       UNTIL IDX-CHA > 9
                       IF W-CHA-JOB(IDX-CHA) = E-RUN-JOB
                          MOVE E-RUN-ETAT        TO
                               W-NUI-ETAT(IDX-CHA)
              IF FIN-BROWSE-NON
                 IF E-RUN-DATE < W-DATE-TRT AND RUN-FINI
                    PERFORM VARYING IDX-CHA FROM 1 BY 1
                       UNTIL IDX-CHA > 9
                       IF W-CHA-JOB(IDX-CHA) = E-RUN-JOB
                          PERFORM 25400-CUMULE-DUREE
                       END-IF
           MOVE E-RUNCTL TO enrgmt
           CALL pgm-accfile USING accfile-param

           PERFORM VARYING IDX-CHA FROM 1 BY 1 UNTIL IDX-CHA > 9
              IF W-NUI-NB-NUITS(IDX-CHA) > 0
                 COMPUTE W-NUI-MOYENNE-MIN(IDX-CHA) =
                         W-NUI-CUMUL-MIN(IDX-CHA)
       26000-CALCULE-PROJECTION.
      *----------------------*
           MOVE 1 TO W-CHAINE-FINIE
           PERFORM VARYING IDX-CHA FROM 1 BY 1 UNTIL IDX-CHA > 9
              IF W-NUI-ETAT(IDX-CHA) NOT = 'F'
                 MOVE 0 TO W-CHAINE-FINIE
              END-IF
      *    L'HEURE COURANTE)
           PERFORM 24000-DATE-DU-JOUR
           MOVE SPACE TO W-HEURE-X
           PERFORM VARYING IDX-CHA FROM 1 BY 1 UNTIL IDX-CHA > 9
              IF W-HEURE-X = SPACE
                 AND W-NUI-DEBUT(IDX-CHA) NOT = SPACE
                 MOVE W-NUI-DEBUT(IDX-CHA) TO W-HEURE-X

           PERFORM 26100-PROJETTE-JOB
              VARYING IDX-CHA FROM 1 BY 1
              UNTIL IDX-CHA > 9
           .

       26100-PROJETTE-JOB.

       27000-AFFICHE-CHAINE.
      *----------------------*
           PERFORM VARYING IDX-CHA FROM 1 BY 1 UNTIL IDX-CHA > 9
              MOVE W-CHA-SEQ(IDX-CHA)         TO W-LIG-SEQ
              MOVE W-CHA-JOB(IDX-CHA)         TO W-LIG-JOB
              EVALUATE W-NUI-ETAT(IDX-CHA)
