       01  MAPE3I.
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
           02  NUMSTAGL    COMP  PIC  S9(4).
           02  NUMSTAGF    PICTURE X.
           02  FILLER REDEFINES NUMSTAGF.
             03 NUMSTAGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NUMSTAGI  PIC X(6).
           02  NOMSTAGL    COMP  PIC  S9(4).
           02  NOMSTAGF    PICTURE X.
           02  FILLER REDEFINES NOMSTAGF.
             03 NOMSTAGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMSTAGI  PIC X(40).
           02  DATEENTL    COMP  PIC  S9(4).
           02  DATEENTF    PICTURE X.
           02  FILLER REDEFINES DATEENTF.
             03 DATEENTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATEENTI  PIC X(8).
           02  ENTINFOL    COMP  PIC  S9(4).
           02  ENTINFOF    PICTURE X.
           02  FILLER REDEFINES ENTINFOF.
             03 ENTINFOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ENTINFOI  PIC X(50).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTIONI  PIC X(1).
           02  SEQACTL    COMP  PIC  S9(4).
           02  SEQACTF    PICTURE X.
           02  FILLER REDEFINES SEQACTF.
             03 SEQACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SEQACTI  PIC X(3).
           02  DESCL    COMP  PIC  S9(4).
           02  DESCF    PICTURE X.
           02  FILLER REDEFINES DESCF.
             03 DESCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DESCI  PIC X(60).
           02  RESPL    COMP  PIC  S9(4).
           02  RESPF    PICTURE X.
           02  FILLER REDEFINES RESPF.
             03 RESPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RESPI  PIC X(1).
           02  ECHEANCEL    COMP  PIC  S9(4).
           02  ECHEANCEF    PICTURE X.
           02  FILLER REDEFINES ECHEANCEF.
             03 ECHEANCEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ECHEANCEI  PIC X(8).
           02  STATUTL    COMP  PIC  S9(4).
           02  STATUTF    PICTURE X.
           02  FILLER REDEFINES STATUTF.
             03 STATUTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  STATUTI  PIC X(1).
           02  LIGNED OCCURS 10 TIMES.
             03  LIGNEL    COMP  PIC  S9(4).
             03  LIGNEF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  LIGNEI  PIC X(75).
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
       01  MAPE3O REDEFINES MAPE3I.
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
           02  NUMSTAGC    PICTURE X.
           02  NUMSTAGH    PICTURE X.
           02  NUMSTAGO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  NOMSTAGC    PICTURE X.
           02  NOMSTAGH    PICTURE X.
           02  NOMSTAGO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  DATEENTC    PICTURE X.
           02  DATEENTH    PICTURE X.
           02  DATEENTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ENTINFOC    PICTURE X.
           02  ENTINFOH    PICTURE X.
           02  ENTINFOO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SEQACTC    PICTURE X.
           02  SEQACTH    PICTURE X.
           02  SEQACTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  DESCC    PICTURE X.
           02  DESCH    PICTURE X.
           02  DESCO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  RESPC    PICTURE X.
           02  RESPH    PICTURE X.
           02  RESPO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ECHEANCEC    PICTURE X.
           02  ECHEANCEH    PICTURE X.
           02  ECHEANCEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  STATUTC    PICTURE X.
           02  STATUTH    PICTURE X.
           02  STATUTO  PIC X(1).
           02  DFHMS1 OCCURS 10 TIMES.
             03  FILLER PICTURE X(2).
             03  LIGNEA    PICTURE X.
             03  LIGNEC    PICTURE X.
             03  LIGNEH    PICTURE X.
             03  LIGNEO  PIC X(75).
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
