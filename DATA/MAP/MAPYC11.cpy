             03 DATEFINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATEFINI  PIC X(8).
           02  NIRL    COMP  PIC  S9(4).
           02  NIRF    PICTURE X.
           02  FILLER REDEFINES NIRF.
             03 NIRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NIRI  PIC X(15).
           02  SEXEL    COMP  PIC  S9(4).
           02  SEXEF    PICTURE X.
           02  FILLER REDEFINES SEXEF.
             03 SEXEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SEXEI  PIC X(1).
           02  LCONFL    COMP  PIC  S9(4).
           02  LCONFF    PICTURE X.
           02  FILLER REDEFINES LCONFF.
           02  DATEFINH    PICTURE X.
           02  DATEFINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  NIRC    PICTURE X.
           02  NIRH    PICTURE X.
           02  NIRO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  SEXEC    PICTURE X.
           02  SEXEH    PICTURE X.
           02  SEXEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LCONFC    PICTURE X.
           02  LCONFH    PICTURE X.
           02  LCONFO  PIC X(19).
