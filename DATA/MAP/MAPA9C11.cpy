             03 PLACEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PLACEI  PIC X(70).
           02  TUTEVALL    COMP  PIC  S9(4).
           02  TUTEVALF    PICTURE X.
           02  FILLER REDEFINES TUTEVALF.
             03 TUTEVALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TUTEVALI  PIC X(70).
           02  DOCSL    COMP  PIC  S9(4).
           02  DOCSF    PICTURE X.
           02  FILLER REDEFINES DOCSF.
             03 MAIL2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MAIL2I  PIC X(40).
           02  RECLAML    COMP  PIC  S9(4).
           02  RECLAMF    PICTURE X.
           02  FILLER REDEFINES RECLAMF.
             03 RECLAMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RECLAMI  PIC X(60).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
           02  PLACEH    PICTURE X.
           02  PLACEO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  TUTEVALC    PICTURE X.
           02  TUTEVALH    PICTURE X.
           02  TUTEVALO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  DOCSC    PICTURE X.
           02  DOCSH    PICTURE X.
           02  DOCSO  PIC X(40).
           02  MAIL2H    PICTURE X.
           02  MAIL2O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  RECLAMC    PICTURE X.
           02  RECLAMH    PICTURE X.
           02  RECLAMO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSH    PICTURE X.
           02  MESSO  PIC X(79).
