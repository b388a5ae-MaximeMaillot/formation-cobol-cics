       01  MAPD4I.
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
           02  CODEEMPL    COMP  PIC  S9(4).
           02  CODEEMPF    PICTURE X.
           02  FILLER REDEFINES CODEEMPF.
             03 CODEEMPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CODEEMPI  PIC X(6).
           02  SEQOFFL    COMP  PIC  S9(4).
           02  SEQOFFF    PICTURE X.
           02  FILLER REDEFINES SEQOFFF.
             03 SEQOFFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SEQOFFI  PIC X(2).
           02  RAISONL    COMP  PIC  S9(4).
           02  RAISONF    PICTURE X.
           02  FILLER REDEFINES RAISONF.
             03 RAISONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RAISONI  PIC X(30).
           02  OFFINFOL    COMP  PIC  S9(4).
           02  OFFINFOF    PICTURE X.
           02  FILLER REDEFINES OFFINFOF.
             03 OFFINFOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OFFINFOI  PIC X(70).
           02  LIGNED OCCURS 10 TIMES.
             03  LIGNEL    COMP  PIC  S9(4).
             03  LIGNEF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  LIGNEI  PIC X(70).
           02  SELNUML    COMP  PIC  S9(4).
           02  SELNUMF    PICTURE X.
           02  FILLER REDEFINES SELNUMF.
             03 SELNUMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SELNUMI  PIC X(6).
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
       01  MAPD4O REDEFINES MAPD4I.
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
           02  CODEEMPC    PICTURE X.
           02  CODEEMPH    PICTURE X.
           02  CODEEMPO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  SEQOFFC    PICTURE X.
           02  SEQOFFH    PICTURE X.
           02  SEQOFFO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  RAISONC    PICTURE X.
           02  RAISONH    PICTURE X.
           02  RAISONO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  OFFINFOC    PICTURE X.
           02  OFFINFOH    PICTURE X.
           02  OFFINFOO  PIC X(70).
           02  DFHMS1 OCCURS 10 TIMES.
             03  FILLER PICTURE X(2).
             03  LIGNEA    PICTURE X.
             03  LIGNEC    PICTURE X.
             03  LIGNEH    PICTURE X.
             03  LIGNEO  PIC X(70).
           02  FILLER PICTURE X(3).
           02  SELNUMC    PICTURE X.
           02  SELNUMH    PICTURE X.
           02  SELNUMO  PIC X(6).
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
