       01  MAPF1I.
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
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTIONI  PIC X(1).
           02  VERSIONL    COMP  PIC  S9(4).
           02  VERSIONF    PICTURE X.
           02  FILLER REDEFINES VERSIONF.
             03 VERSIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VERSIONI  PIC X(2).
           02  NUMQL    COMP  PIC  S9(4).
           02  NUMQF    PICTURE X.
           02  FILLER REDEFINES NUMQF.
             03 NUMQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NUMQI  PIC X(2).
           02  LIBQL    COMP  PIC  S9(4).
           02  LIBQF    PICTURE X.
           02  FILLER REDEFINES LIBQF.
             03 LIBQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIBQI  PIC X(60).
           02  ECHELLEL    COMP  PIC  S9(4).
           02  ECHELLEF    PICTURE X.
           02  FILLER REDEFINES ECHELLEF.
             03 ECHELLEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ECHELLEI  PIC X(2).
           02  BASSEL    COMP  PIC  S9(4).
           02  BASSEF    PICTURE X.
           02  FILLER REDEFINES BASSEF.
             03 BASSEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BASSEI  PIC X(15).
           02  HAUTEL    COMP  PIC  S9(4).
           02  HAUTEF    PICTURE X.
           02  FILLER REDEFINES HAUTEF.
             03 HAUTEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HAUTEI  PIC X(15).
           02  LIGNED OCCURS 10 TIMES.
             03  LIGNEL    COMP  PIC  S9(4).
             03  LIGNEF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  LIGNEI  PIC X(72).
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
       01  MAPF1O REDEFINES MAPF1I.
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
           02  ACTIONC    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  VERSIONC    PICTURE X.
           02  VERSIONH    PICTURE X.
           02  VERSIONO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  NUMQC    PICTURE X.
           02  NUMQH    PICTURE X.
           02  NUMQO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  LIBQC    PICTURE X.
           02  LIBQH    PICTURE X.
           02  LIBQO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  ECHELLEC    PICTURE X.
           02  ECHELLEH    PICTURE X.
           02  ECHELLEO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  BASSEC    PICTURE X.
           02  BASSEH    PICTURE X.
           02  BASSEO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  HAUTEC    PICTURE X.
           02  HAUTEH    PICTURE X.
           02  HAUTEO  PIC X(15).
           02  DFHMS1 OCCURS 10 TIMES.
             03  FILLER PICTURE X(2).
             03  LIGNEA    PICTURE X.
             03  LIGNEC    PICTURE X.
             03  LIGNEH    PICTURE X.
             03  LIGNEO  PIC X(72).
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
