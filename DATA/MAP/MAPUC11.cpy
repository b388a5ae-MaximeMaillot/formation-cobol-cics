             03 TELEMPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TELEMPI  PIC X(10).
           02  SECTEURL    COMP  PIC  S9(4).
           02  SECTEURF    PICTURE X.
           02  FILLER REDEFINES SECTEURF.
             03 SECTEURA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SECTEURI  PIC X(1).
           02  LCONFL    COMP  PIC  S9(4).
           02  LCONFF    PICTURE X.
           02  FILLER REDEFINES LCONFF.
           02  TELEMPH    PICTURE X.
           02  TELEMPO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  SECTEURC    PICTURE X.
           02  SECTEURH    PICTURE X.
           02  SECTEURO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LCONFC    PICTURE X.
           02  LCONFH    PICTURE X.
           02  LCONFO  PIC X(19).
