       01  MAPD9I.
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
           02  SEQPLAL    COMP  PIC  S9(4).
           02  SEQPLAF    PICTURE X.
           02  FILLER REDEFINES SEQPLAF.
             03 SEQPLAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SEQPLAI  PIC X(2).
           02  NOMSTAGL    COMP  PIC  S9(4).
           02  NOMSTAGF    PICTURE X.
           02  FILLER REDEFINES NOMSTAGF.
             03 NOMSTAGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMSTAGI  PIC X(40).
           02  EMPINFOL    COMP  PIC  S9(4).
           02  EMPINFOF    PICTURE X.
           02  FILLER REDEFINES EMPINFOF.
             03 EMPINFOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EMPINFOI  PIC X(50).
           02  PERIODEL    COMP  PIC  S9(4).
           02  PERIODEF    PICTURE X.
           02  FILLER REDEFINES PERIODEF.
             03 PERIODEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PERIODEI  PIC X(50).
           02  EDITINFOL    COMP  PIC  S9(4).
           02  EDITINFOF    PICTURE X.
           02  FILLER REDEFINES EDITINFOF.
             03 EDITINFOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EDITINFOI  PIC X(60).
           02  RETACTL    COMP  PIC  S9(4).
           02  RETACTF    PICTURE X.
           02  FILLER REDEFINES RETACTF.
             03 RETACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RETACTI  PIC X(30).
           02  NVRETOURL    COMP  PIC  S9(4).
           02  NVRETOURF    PICTURE X.
           02  FILLER REDEFINES NVRETOURF.
             03 NVRETOURA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NVRETOURI  PIC X(8).
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
       01  MAPD9O REDEFINES MAPD9I.
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
           02  SEQPLAC    PICTURE X.
           02  SEQPLAH    PICTURE X.
           02  SEQPLAO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  NOMSTAGC    PICTURE X.
           02  NOMSTAGH    PICTURE X.
           02  NOMSTAGO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  EMPINFOC    PICTURE X.
           02  EMPINFOH    PICTURE X.
           02  EMPINFOO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  PERIODEC    PICTURE X.
           02  PERIODEH    PICTURE X.
           02  PERIODEO  PIC X(50).
           02  FILLER PICTURE X(3).
           02  EDITINFOC    PICTURE X.
           02  EDITINFOH    PICTURE X.
           02  EDITINFOO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  RETACTC    PICTURE X.
           02  RETACTH    PICTURE X.
           02  RETACTO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  NVRETOURC    PICTURE X.
           02  NVRETOURH    PICTURE X.
           02  NVRETOURO  PIC X(8).
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
