             03 MAILINFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MAILINFI  PIC X(60).
           02  NIRL    COMP  PIC  S9(4).
           02  NIRF    PICTURE X.
           02  FILLER REDEFINES NIRF.
             03 NIRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NIRI  PIC X(15).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
           02  MAILINFH    PICTURE X.
           02  MAILINFO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  NIRC    PICTURE X.
           02  NIRH    PICTURE X.
           02  NIRO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSH    PICTURE X.
           02  MESSO  PIC X(79).
