       COPY CSTAG.

       FD  SAUV-FILE.
       01  SAUV-ENREG                 PIC X(391).

       FD  CKPT-FILE.
       01  CKPT-REC.
