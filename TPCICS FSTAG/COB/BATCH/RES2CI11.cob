       FD  SAUV-FILE.
       01  SAUV-ENREG.
           05 SAUV-NUMERO             PIC X(6).
           05 FILLER                  PIC X(385).
       01  SAUV-TRAILER REDEFINES SAUV-ENREG.
           05 SAUV-TR-MARQUEUR        PIC X(4).
           05 SAUV-TR-NB-ENREG        PIC 9(7).
           05 SAUV-TR-SOMME-CTL       PIC 9(12).
           05 FILLER                  PIC X(355).

       FD  SCRATCH-FILE.
       COPY CSTAG.
           05 CTL-CHECKSUM            PIC 9(12).

       FD  SPLA-FILE.
       01  SPLA-ENREG                 PIC X(39).

       FD  PLASCR-FILE.
       COPY CPLAC.
                 SET SPLA-FIN TO TRUE
              NOT AT END
                 IF W-SAT-TENU-PRESENT = 1
                    MOVE W-SAT-TENU(1:39) TO E-PLACEMENT
                    WRITE E-PLACEMENT
                       INVALID KEY
                          DISPLAY 'RES2CI11 - DOUBLON FPLASCR CLE '
                    END-WRITE
                 END-IF
                 MOVE SPACE      TO W-SAT-TENU
                 MOVE SPLA-ENREG TO W-SAT-TENU(1:39)
                 MOVE 1          TO W-SAT-TENU-PRESENT
           END-READ
           .
