       01  MAPC2I.
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
           02  SEQL    COMP  PIC  S9(4).
           02  SEQF    PICTURE X.
           02  FILLER REDEFINES SEQF.
             03 SEQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SEQI  PIC X(2).
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
           02  DEMANDEL    COMP  PIC  S9(4).
           02  DEMANDEF    PICTURE X.
           02  FILLER REDEFINES DEMANDEF.
             03 DEMANDEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DEMANDEI  PIC X(11).
           02  MOTIFL    COMP  PIC  S9(4).
           02  MOTIFF    PICTURE X.
           02  FILLER REDEFINES MOTIFF.
             03 MOTIFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOTIFI  PIC X(60).
           02  GESTL    COMP  PIC  S9(4).
           02  GESTF    PICTURE X.
           02  FILLER REDEFINES GESTF.
             03 GESTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GESTI  PIC X(8).
           02  DATDEML    COMP  PIC  S9(4).
           02  DATDEMF    PICTURE X.
           02  FILLER REDEFINES DATDEMF.
             03 DATDEMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATDEMI  PIC X(10).
           02  COMITEL    COMP  PIC  S9(4).
           02  COMITEF    PICTURE X.
           02  FILLER REDEFINES COMITEF.
             03 COMITEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COMITEI  PIC X(8).
           02  DECISIONL    COMP  PIC  S9(4).
           02  DECISIONF    PICTURE X.
           02  FILLER REDEFINES DECISIONF.
             03 DECISIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DECISIONI  PIC X(1).
           02  ACCORDEL    COMP  PIC  S9(4).
           02  ACCORDEF    PICTURE X.
           02  FILLER REDEFINES ACCORDEF.
             03 ACCORDEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACCORDEI  PIC X(7).
           02  VERSEML    COMP  PIC  S9(4).
           02  VERSEMF    PICTURE X.
           02  FILLER REDEFINES VERSEMF.
             03 VERSEMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VERSEMI  PIC X(1).
           02  DEJAANL    COMP  PIC  S9(4).
           02  DEJAANF    PICTURE X.
           02  FILLER REDEFINES DEJAANF.
             03 DEJAANA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DEJAANI  PIC X(11).
           02  DISPOL    COMP  PIC  S9(4).
           02  DISPOF    PICTURE X.
           02  FILLER REDEFINES DISPOF.
             03 DISPOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DISPOI  PIC X(11).
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
       01  MAPC2O REDEFINES MAPC2I.
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
           02  SEQC    PICTURE X.
           02  SEQH    PICTURE X.
           02  SEQO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  NOMC    PICTURE X.
           02  NOMH    PICTURE X.
           02  NOMO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  PRENOMC    PICTURE X.
           02  PRENOMH    PICTURE X.
           02  PRENOMO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  DEMANDEC    PICTURE X.
           02  DEMANDEH    PICTURE X.
           02  DEMANDEO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  MOTIFC    PICTURE X.
           02  MOTIFH    PICTURE X.
           02  MOTIFO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  GESTC    PICTURE X.
           02  GESTH    PICTURE X.
           02  GESTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DATDEMC    PICTURE X.
           02  DATDEMH    PICTURE X.
           02  DATDEMO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  COMITEC    PICTURE X.
           02  COMITEH    PICTURE X.
           02  COMITEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DECISIONC    PICTURE X.
           02  DECISIONH    PICTURE X.
           02  DECISIONO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ACCORDEC    PICTURE X.
           02  ACCORDEH    PICTURE X.
           02  ACCORDEO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  VERSEMC    PICTURE X.
           02  VERSEMH    PICTURE X.
           02  VERSEMO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DEJAANC    PICTURE X.
           02  DEJAANH    PICTURE X.
           02  DEJAANO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  DISPOC    PICTURE X.
           02  DISPOH    PICTURE X.
           02  DISPOO  PIC X(11).
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
