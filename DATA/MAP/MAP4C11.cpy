             03 DATENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATENI  PIC X(8).
           02  MOTIFABL    COMP  PIC  S9(4).
           02  MOTIFABF    PICTURE X.
           02  FILLER REDEFINES MOTIFABF.
             03 MOTIFABA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOTIFABI  PIC X(2).
           02  LCONFL    COMP  PIC  S9(4).
           02  LCONFF    PICTURE X.
           02  FILLER REDEFINES LCONFF.
           02  DATENH    PICTURE X.
           02  DATENO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MOTIFABC    PICTURE X.
           02  MOTIFABH    PICTURE X.
           02  MOTIFABO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  LCONFC    PICTURE X.
           02  LCONFH    PICTURE X.
           02  LCONFO  PIC X(19).
