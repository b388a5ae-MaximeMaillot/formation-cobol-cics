       01  MAPE9I.
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
           02  INVENTL    COMP  PIC  S9(4).
           02  INVENTF    PICTURE X.
           02  FILLER REDEFINES INVENTF.
             03 INVENTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INVENTI  PIC X(8).
           02  TYPEL    COMP  PIC  S9(4).
           02  TYPEF    PICTURE X.
           02  FILLER REDEFINES TYPEF.
             03 TYPEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TYPEI  PIC X(1).
           02  LIBELLEL    COMP  PIC  S9(4).
           02  LIBELLEF    PICTURE X.
           02  FILLER REDEFINES LIBELLEF.
             03 LIBELLEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIBELLEI  PIC X(30).
           02  NUMSTAGL    COMP  PIC  S9(4).
           02  NUMSTAGF    PICTURE X.
           02  FILLER REDEFINES NUMSTAGF.
             03 NUMSTAGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NUMSTAGI  PIC X(6).
           02  NOML    COMP  PIC  S9(4).
           02  NOMF    PICTURE X.
           02  FILLER REDEFINES NOMF.
             03 NOMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMI  PIC X(20).
           02  PRENOML    COMP  PIC  S9(4).
           02  PRENOMF    PICTURE X.
           02  FILLER REDEFINES PRENOMF.
             03 PRENOMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PRENOMI  PIC X(15).
           02  DATPRETL    COMP  PIC  S9(4).
           02  DATPRETF    PICTURE X.
           02  FILLER REDEFINES DATPRETF.
             03 DATPRETA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATPRETI  PIC X(10).
           02  DATPREVL    COMP  PIC  S9(4).
           02  DATPREVF    PICTURE X.
           02  FILLER REDEFINES DATPREVF.
             03 DATPREVA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATPREVI  PIC X(10).
           02  ETATPRL    COMP  PIC  S9(4).
           02  ETATPRF    PICTURE X.
           02  FILLER REDEFINES ETATPRF.
             03 ETATPRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ETATPRI  PIC X(1).
           02  NBRELL    COMP  PIC  S9(4).
           02  NBRELF    PICTURE X.
           02  FILLER REDEFINES NBRELF.
             03 NBRELA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NBRELI  PIC X(2).
           02  DATRELL    COMP  PIC  S9(4).
           02  DATRELF    PICTURE X.
           02  FILLER REDEFINES DATRELF.
             03 DATRELA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATRELI  PIC X(10).
           02  RESIDL    COMP  PIC  S9(4).
           02  RESIDF    PICTURE X.
           02  FILLER REDEFINES RESIDF.
             03 RESIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RESIDI  PIC X(12).
           02  ACTIONL    COMP  PIC  S9(4).
           02  ACTIONF    PICTURE X.
           02  FILLER REDEFINES ACTIONF.
             03 ACTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTIONI  PIC X(1).
           02  ETATRETL    COMP  PIC  S9(4).
           02  ETATRETF    PICTURE X.
           02  FILLER REDEFINES ETATRETF.
             03 ETATRETA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ETATRETI  PIC X(1).
           02  DATRETL    COMP  PIC  S9(4).
           02  DATRETF    PICTURE X.
           02  FILLER REDEFINES DATRETF.
             03 DATRETA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATRETI  PIC X(8).
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
       01  MAPE9O REDEFINES MAPE9I.
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
           02  INVENTC    PICTURE X.
           02  INVENTH    PICTURE X.
           02  INVENTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TYPEC    PICTURE X.
           02  TYPEH    PICTURE X.
           02  TYPEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIBELLEC    PICTURE X.
           02  LIBELLEH    PICTURE X.
           02  LIBELLEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  NUMSTAGC    PICTURE X.
           02  NUMSTAGH    PICTURE X.
           02  NUMSTAGO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  NOMC    PICTURE X.
           02  NOMH    PICTURE X.
           02  NOMO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  PRENOMC    PICTURE X.
           02  PRENOMH    PICTURE X.
           02  PRENOMO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  DATPRETC    PICTURE X.
           02  DATPRETH    PICTURE X.
           02  DATPRETO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DATPREVC    PICTURE X.
           02  DATPREVH    PICTURE X.
           02  DATPREVO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ETATPRC    PICTURE X.
           02  ETATPRH    PICTURE X.
           02  ETATPRO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NBRELC    PICTURE X.
           02  NBRELH    PICTURE X.
           02  NBRELO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  DATRELC    PICTURE X.
           02  DATRELH    PICTURE X.
           02  DATRELO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  RESIDC    PICTURE X.
           02  RESIDH    PICTURE X.
           02  RESIDO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACTIONC    PICTURE X.
           02  ACTIONH    PICTURE X.
           02  ACTIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ETATRETC    PICTURE X.
           02  ETATRETH    PICTURE X.
           02  ETATRETO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DATRETC    PICTURE X.
           02  DATRETH    PICTURE X.
           02  DATRETO  PIC X(8).
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
