             03 SITEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SITEI  PIC X(3).
           02  COUTL    COMP  PIC  S9(4).
           02  COUTF    PICTURE X.
           02  FILLER REDEFINES COUTF.
             03 COUTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COUTI  PIC X(5).
           02  LCONFL    COMP  PIC  S9(4).
           02  LCONFF    PICTURE X.
           02  FILLER REDEFINES LCONFF.
           02  SITEH    PICTURE X.
           02  SITEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  COUTC    PICTURE X.
           02  COUTH    PICTURE X.
           02  COUTO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  LCONFC    PICTURE X.
           02  LCONFH    PICTURE X.
           02  LCONFO  PIC X(19).
