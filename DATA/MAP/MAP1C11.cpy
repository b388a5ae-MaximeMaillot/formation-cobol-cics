             03 CODEEMPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CODEEMPI  PIC X(6).
           02  CODEROML    COMP  PIC  S9(4).
           02  CODEROMF    PICTURE X.
           02  FILLER REDEFINES CODEROMF.
             03 CODEROMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CODEROMI  PIC X(5).
           02  CONSCOURL    COMP  PIC  S9(4).
           02  CONSCOURF    PICTURE X.
           02  FILLER REDEFINES CONSCOURF.
             03 CONSPARTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONSPARTI  PIC X(1).
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
           02  CODEEMPH    PICTURE X.
           02  CODEEMPO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  CODEROMC    PICTURE X.
           02  CODEROMH    PICTURE X.
           02  CODEROMO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  CONSCOURC    PICTURE X.
           02  CONSCOURH    PICTURE X.
           02  CONSCOURO  PIC X(1).
           02  CONSPARTH    PICTURE X.
           02  CONSPARTO  PIC X(1).
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
