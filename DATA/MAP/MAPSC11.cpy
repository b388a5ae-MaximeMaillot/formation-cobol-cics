             03 TAUXFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TAUXFI  PIC X(5).
           02  SITEL    COMP  PIC  S9(4).
           02  SITEF    PICTURE X.
           02  FILLER REDEFINES SITEF.
             03 SITEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SITEI  PIC X(3).
           02  SALLEL    COMP  PIC  S9(4).
           02  SALLEF    PICTURE X.
           02  FILLER REDEFINES SALLEF.
             03 SALLEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SALLEI  PIC X(3).
           02  LCONFL    COMP  PIC  S9(4).
           02  LCONFF    PICTURE X.
           02  FILLER REDEFINES LCONFF.
           02  TAUXFH    PICTURE X.
           02  TAUXFO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  SITEC    PICTURE X.
           02  SITEH    PICTURE X.
           02  SITEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  SALLEC    PICTURE X.
           02  SALLEH    PICTURE X.
           02  SALLEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  LCONFC    PICTURE X.
           02  LCONFH    PICTURE X.
           02  LCONFO  PIC X(19).
