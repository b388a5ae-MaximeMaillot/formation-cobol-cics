       01  MAPE0I.
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
           02  DATEACCL    COMP  PIC  S9(4).
           02  DATEACCF    PICTURE X.
           02  FILLER REDEFINES DATEACCF.
             03 DATEACCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATEACCI  PIC X(8).
           02  NOMSTAGL    COMP  PIC  S9(4).
           02  NOMSTAGF    PICTURE X.
           02  FILLER REDEFINES NOMSTAGF.
             03 NOMSTAGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMSTAGI  PIC X(40).
           02  HEUREACCL    COMP  PIC  S9(4).
           02  HEUREACCF    PICTURE X.
           02  FILLER REDEFINES HEUREACCF.
             03 HEUREACCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HEUREACCI  PIC X(4).
           02  LIEUL    COMP  PIC  S9(4).
           02  LIEUF    PICTURE X.
           02  FILLER REDEFINES LIEUF.
             03 LIEUA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIEUI  PIC X(1).
           02  SESSACCL    COMP  PIC  S9(4).
           02  SESSACCF    PICTURE X.
           02  FILLER REDEFINES SESSACCF.
             03 SESSACCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SESSACCI  PIC X(6).
           02  EMPACCL    COMP  PIC  S9(4).
           02  EMPACCF    PICTURE X.
           02  FILLER REDEFINES EMPACCF.
             03 EMPACCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EMPACCI  PIC X(6).
           02  EMPINFOL    COMP  PIC  S9(4).
           02  EMPINFOF    PICTURE X.
           02  FILLER REDEFINES EMPINFOF.
             03 EMPINFOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EMPINFOI  PIC X(40).
           02  DESC1L    COMP  PIC  S9(4).
           02  DESC1F    PICTURE X.
           02  FILLER REDEFINES DESC1F.
             03 DESC1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DESC1I  PIC X(60).
           02  DESC2L    COMP  PIC  S9(4).
           02  DESC2F    PICTURE X.
           02  FILLER REDEFINES DESC2F.
             03 DESC2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DESC2I  PIC X(60).
           02  TEMOINSL    COMP  PIC  S9(4).
           02  TEMOINSF    PICTURE X.
           02  FILLER REDEFINES TEMOINSF.
             03 TEMOINSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TEMOINSI  PIC X(60).
           02  DATEDECLL    COMP  PIC  S9(4).
           02  DATEDECLF    PICTURE X.
           02  FILLER REDEFINES DATEDECLF.
             03 DATEDECLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATEDECLI  PIC X(8).
           02  REFDECLL    COMP  PIC  S9(4).
           02  REFDECLF    PICTURE X.
           02  FILLER REDEFINES REFDECLF.
             03 REFDECLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REFDECLI  PIC X(20).
           02  ARRDEBL    COMP  PIC  S9(4).
           02  ARRDEBF    PICTURE X.
           02  FILLER REDEFINES ARRDEBF.
             03 ARRDEBA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ARRDEBI  PIC X(8).
           02  ARRNBJL    COMP  PIC  S9(4).
           02  ARRNBJF    PICTURE X.
           02  FILLER REDEFINES ARRNBJF.
             03 ARRNBJA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ARRNBJI  PIC X(3).
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
       01  MAPE0O REDEFINES MAPE0I.
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
           02  DATEACCC    PICTURE X.
           02  DATEACCH    PICTURE X.
           02  DATEACCO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  NOMSTAGC    PICTURE X.
           02  NOMSTAGH    PICTURE X.
           02  NOMSTAGO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  HEUREACCC    PICTURE X.
           02  HEUREACCH    PICTURE X.
           02  HEUREACCO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LIEUC    PICTURE X.
           02  LIEUH    PICTURE X.
           02  LIEUO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  SESSACCC    PICTURE X.
           02  SESSACCH    PICTURE X.
           02  SESSACCO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  EMPACCC    PICTURE X.
           02  EMPACCH    PICTURE X.
           02  EMPACCO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  EMPINFOC    PICTURE X.
           02  EMPINFOH    PICTURE X.
           02  EMPINFOO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  DESC1C    PICTURE X.
           02  DESC1H    PICTURE X.
           02  DESC1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  DESC2C    PICTURE X.
           02  DESC2H    PICTURE X.
           02  DESC2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  TEMOINSC    PICTURE X.
           02  TEMOINSH    PICTURE X.
           02  TEMOINSO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  DATEDECLC    PICTURE X.
           02  DATEDECLH    PICTURE X.
           02  DATEDECLO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  REFDECLC    PICTURE X.
           02  REFDECLH    PICTURE X.
           02  REFDECLO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ARRDEBC    PICTURE X.
           02  ARRDEBH    PICTURE X.
           02  ARRDEBO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ARRNBJC    PICTURE X.
           02  ARRNBJH    PICTURE X.
           02  ARRNBJO  PIC X(3).
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
