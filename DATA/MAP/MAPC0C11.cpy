       01  MAPC0I.
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
           02  MOISL    COMP  PIC  S9(4).
           02  MOISF    PICTURE X.
           02  FILLER REDEFINES MOISF.
             03 MOISA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOISI  PIC X(6).
           02  DESTL    COMP  PIC  S9(4).
           02  DESTF    PICTURE X.
           02  FILLER REDEFINES DESTF.
             03 DESTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DESTI  PIC X(1).
           02  LIEUL    COMP  PIC  S9(4).
           02  LIEUF    PICTURE X.
           02  FILLER REDEFINES LIEUF.
             03 LIEUA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIEUI  PIC X(25).
           02  JOURSL    COMP  PIC  S9(4).
           02  JOURSF    PICTURE X.
           02  FILLER REDEFINES JOURSF.
             03 JOURSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  JOURSI  PIC X(31).
           02  TRAJETL    COMP  PIC  S9(4).
           02  TRAJETF    PICTURE X.
           02  FILLER REDEFINES TRAJETF.
             03 TRAJETA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRAJETI  PIC X(7).
           02  REPASL    COMP  PIC  S9(4).
           02  REPASF    PICTURE X.
           02  FILLER REDEFINES REPASF.
             03 REPASA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REPASI  PIC X(7).
           02  PIECEL    COMP  PIC  S9(4).
           02  PIECEF    PICTURE X.
           02  FILLER REDEFINES PIECEF.
             03 PIECEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PIECEI  PIC X(20).
           02  ETATL    COMP  PIC  S9(4).
           02  ETATF    PICTURE X.
           02  FILLER REDEFINES ETATF.
             03 ETATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ETATI  PIC X(1).
           02  DEMANDEL    COMP  PIC  S9(4).
           02  DEMANDEF    PICTURE X.
           02  FILLER REDEFINES DEMANDEF.
             03 DEMANDEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DEMANDEI  PIC X(11).
           02  RETENUL    COMP  PIC  S9(4).
           02  RETENUF    PICTURE X.
           02  FILLER REDEFINES RETENUF.
             03 RETENUA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RETENUI  PIC X(11).
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
       01  MAPC0O REDEFINES MAPC0I.
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
           02  NOMC    PICTURE X.
           02  NOMH    PICTURE X.
           02  NOMO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  PRENOMC    PICTURE X.
           02  PRENOMH    PICTURE X.
           02  PRENOMO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  MOISC    PICTURE X.
           02  MOISH    PICTURE X.
           02  MOISO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  DESTC    PICTURE X.
           02  DESTH    PICTURE X.
           02  DESTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIEUC    PICTURE X.
           02  LIEUH    PICTURE X.
           02  LIEUO  PIC X(25).
           02  FILLER PICTURE X(3).
           02  JOURSC    PICTURE X.
           02  JOURSH    PICTURE X.
           02  JOURSO  PIC X(31).
           02  FILLER PICTURE X(3).
           02  TRAJETC    PICTURE X.
           02  TRAJETH    PICTURE X.
           02  TRAJETO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  REPASC    PICTURE X.
           02  REPASH    PICTURE X.
           02  REPASO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  PIECEC    PICTURE X.
           02  PIECEH    PICTURE X.
           02  PIECEO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  ETATC    PICTURE X.
           02  ETATH    PICTURE X.
           02  ETATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DEMANDEC    PICTURE X.
           02  DEMANDEH    PICTURE X.
           02  DEMANDEO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  RETENUC    PICTURE X.
           02  RETENUH    PICTURE X.
           02  RETENUO  PIC X(11).
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
