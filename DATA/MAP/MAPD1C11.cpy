       01  MAPD1I.
           02  FILLER PIC X(12).
           02  IDENTL    COMP  PIC  S9(4).
           02  IDENTF    PICTURE X.
           02  FILLER REDEFINES IDENTF.
             03 IDENTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  IDENTI  PIC X(18).
           02  JOURL    COMP  PIC  S9(4).
           02  JOURF    PICTURE X.
           02  FILLER REDEFINES JOURF.
             03 JOURA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  JOURI  PIC X(10).
           02  DATEL    COMP  PIC  S9(4).
           02  DATEF    PICTURE X.
           02  FILLER REDEFINES DATEF.
             03 DATEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATEI  PIC X(10).
           02  HEUREL    COMP  PIC  S9(4).
           02  HEUREF    PICTURE X.
           02  FILLER REDEFINES HEUREF.
             03 HEUREA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HEUREI  PIC X(8).
           02  CODESESL    COMP  PIC  S9(4).
           02  CODESESF    PICTURE X.
           02  FILLER REDEFINES CODESESF.
             03 CODESESA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CODESESI  PIC X(6).
           02  TITREL    COMP  PIC  S9(4).
           02  TITREF    PICTURE X.
           02  FILLER REDEFINES TITREF.
             03 TITREA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TITREI  PIC X(30).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTIONI  PIC X(1).
           02  CODECMPL    COMP  PIC  S9(4).
           02  CODECMPF    PICTURE X.
           02  FILLER REDEFINES CODECMPF.
             03 CODECMPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CODECMPI  PIC X(4).
           02  LIBCMPL    COMP  PIC  S9(4).
           02  LIBCMPF    PICTURE X.
           02  FILLER REDEFINES LIBCMPF.
             03 LIBCMPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIBCMPI  PIC X(40).
           02  LIGNED OCCURS 10 TIMES.
             03  LIGNEL    COMP  PIC  S9(4).
             03  LIGNEF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  LIGNEI  PIC X(79).
           02  LCONFL    COMP  PIC  S9(4).
           02  LCONFF    PICTURE X.
           02  FILLER REDEFINES LCONFF.
             03 LCONFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LCONFI  PIC X(19).
           02  CONFL    COMP  PIC  S9(4).
           02  CONFF    PICTURE X.
           02  FILLER REDEFINES CONFF.
             03 CONFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONFI  PIC X(1).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MESSI  PIC X(79).
       01  MAPD1O REDEFINES MAPD1I.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  IDENTC    PICTURE X.
           02  IDENTH    PICTURE X.
           02  IDENTO  PIC X(18).
           02  FILLER PICTURE X(3).
           02  JOURC    PICTURE X.
           02  JOURH    PICTURE X.
           02  JOURO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DATEC    PICTURE X.
           02  DATEH    PICTURE X.
           02  DATEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  HEUREC    PICTURE X.
           02  HEUREH    PICTURE X.
           02  HEUREO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CODESESC    PICTURE X.
           02  CODESESH    PICTURE X.
           02  CODESESO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  TITREC    PICTURE X.
           02  TITREH    PICTURE X.
           02  TITREO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CODECMPC    PICTURE X.
           02  CODECMPH    PICTURE X.
           02  CODECMPO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LIBCMPC    PICTURE X.
           02  LIBCMPH    PICTURE X.
           02  LIBCMPO  PIC X(40).
           02  DFHMS1 OCCURS 10 TIMES.
             03  FILLER PICTURE X(2).
             03  LIGNEA    PICTURE X.
             03  LIGNEC    PICTURE X.
             03  LIGNEH    PICTURE X.
             03  LIGNEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LCONFC    PICTURE X.
           02  LCONFH    PICTURE X.
           02  LCONFO  PIC X(19).
           02  FILLER PICTURE X(3).
           02  CONFC    PICTURE X.
           02  CONFH    PICTURE X.
           02  CONFO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSH    PICTURE X.
           02  MESSO  PIC X(79).
