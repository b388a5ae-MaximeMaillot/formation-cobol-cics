       01  MAPC6I.
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
           02  CODESITL    COMP  PIC  S9(4).
           02  CODESITF    PICTURE X.
           02  FILLER REDEFINES CODESITF.
             03 CODESITA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CODESITI  PIC X(3).
           02  CODESALL    COMP  PIC  S9(4).
           02  CODESALF    PICTURE X.
           02  FILLER REDEFINES CODESALF.
             03 CODESALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CODESALI  PIC X(3).
           02  LIBELLEL    COMP  PIC  S9(4).
           02  LIBELLEF    PICTURE X.
           02  FILLER REDEFINES LIBELLEF.
             03 LIBELLEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIBELLEI  PIC X(30).
           02  CAPAL    COMP  PIC  S9(4).
           02  CAPAF    PICTURE X.
           02  FILLER REDEFINES CAPAF.
             03 CAPAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CAPAI  PIC X(3).
           02  POSTESL    COMP  PIC  S9(4).
           02  POSTESF    PICTURE X.
           02  FILLER REDEFINES POSTESF.
             03 POSTESA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  POSTESI  PIC X(3).
           02  EQUIPL    COMP  PIC  S9(4).
           02  EQUIPF    PICTURE X.
           02  FILLER REDEFINES EQUIPF.
             03 EQUIPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EQUIPI  PIC X(40).
           02  TARIFL    COMP  PIC  S9(4).
           02  TARIFF    PICTURE X.
           02  FILLER REDEFINES TARIFF.
             03 TARIFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TARIFI  PIC X(7).
           02  ETATL    COMP  PIC  S9(4).
           02  ETATF    PICTURE X.
           02  FILLER REDEFINES ETATF.
             03 ETATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ETATI  PIC X(1).
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
       01  MAPC6O REDEFINES MAPC6I.
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
           02  CODESITC    PICTURE X.
           02  CODESITH    PICTURE X.
           02  CODESITO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  CODESALC    PICTURE X.
           02  CODESALH    PICTURE X.
           02  CODESALO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  LIBELLEC    PICTURE X.
           02  LIBELLEH    PICTURE X.
           02  LIBELLEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  CAPAC    PICTURE X.
           02  CAPAH    PICTURE X.
           02  CAPAO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  POSTESC    PICTURE X.
           02  POSTESH    PICTURE X.
           02  POSTESO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  EQUIPC    PICTURE X.
           02  EQUIPH    PICTURE X.
           02  EQUIPO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  TARIFC    PICTURE X.
           02  TARIFH    PICTURE X.
           02  TARIFO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  ETATC    PICTURE X.
           02  ETATH    PICTURE X.
           02  ETATO  PIC X(1).
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
