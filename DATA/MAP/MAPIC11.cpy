             03 VILLEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VILLEI  PIC X(25).
           02  TARIFL    COMP  PIC  S9(4).
           02  TARIFF    PICTURE X.
           02  FILLER REDEFINES TARIFF.
             03 TARIFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TARIFI  PIC X(7).
           02  EMAILSITL    COMP  PIC  S9(4).
           02  EMAILSITF    PICTURE X.
           02  FILLER REDEFINES EMAILSITF.
             03 EMAILSITA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EMAILSITI  PIC X(40).
           02  LCONFL    COMP  PIC  S9(4).
           02  LCONFF    PICTURE X.
           02  FILLER REDEFINES LCONFF.
           02  VILLEH    PICTURE X.
           02  VILLEO  PIC X(25).
           02  FILLER PICTURE X(3).
           02  TARIFC    PICTURE X.
           02  TARIFH    PICTURE X.
           02  TARIFO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  EMAILSITC    PICTURE X.
           02  EMAILSITH    PICTURE X.
           02  EMAILSITO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  LCONFC    PICTURE X.
           02  LCONFH    PICTURE X.
           02  LCONFO  PIC X(19).
