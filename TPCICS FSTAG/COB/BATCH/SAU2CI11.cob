       COPY CBANC.

       FD  SPLA-FILE.
       01  SPLA-ENREG                 PIC X(39).

       FD  SPRE-FILE.
       01  SPRE-ENREG                 PIC X(25).
