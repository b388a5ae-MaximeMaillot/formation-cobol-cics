       01  MAPB9I.
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
           02  SEQL    COMP  PIC  S9(4).
           02  SEQF    PICTURE X.
           02  FILLER REDEFINES SEQF.
             03 SEQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SEQI  PIC X(2).
           02  NATUREL    COMP  PIC  S9(4).
           02  NATUREF    PICTURE X.
           02  FILLER REDEFINES NATUREF.
             03 NATUREA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NATUREI  PIC X(1).
           02  CREANCL    COMP  PIC  S9(4).
           02  CREANCF    PICTURE X.
           02  FILLER REDEFINES CREANCF.
             03 CREANCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CREANCI  PIC X(30).
           02  REFERL    COMP  PIC  S9(4).
           02  REFERF    PICTURE X.
           02  FILLER REDEFINES REFERF.
             03 REFERA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REFERI  PIC X(20).
           02  IBANL    COMP  PIC  S9(4).
           02  IBANF    PICTURE X.
           02  FILLER REDEFINES IBANF.
             03 IBANA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  IBANI  PIC X(34).
           02  BICL    COMP  PIC  S9(4).
           02  BICF    PICTURE X.
           02  FILLER REDEFINES BICF.
             03 BICA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BICI  PIC X(11).
           02  MONTANTL    COMP  PIC  S9(4).
           02  MONTANTF    PICTURE X.
           02  FILLER REDEFINES MONTANTF.
             03 MONTANTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONTANTI  PIC X(9).
           02  PLAFONDL    COMP  PIC  S9(4).
           02  PLAFONDF    PICTURE X.
           02  FILLER REDEFINES PLAFONDF.
             03 PLAFONDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PLAFONDI  PIC X(9).
           02  RESTEL    COMP  PIC  S9(4).
           02  RESTEF    PICTURE X.
           02  FILLER REDEFINES RESTEF.
             03 RESTEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RESTEI  PIC X(11).
           02  ETATL    COMP  PIC  S9(4).
           02  ETATF    PICTURE X.
           02  FILLER REDEFINES ETATF.
             03 ETATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ETATI  PIC X(1).
           02  DATRECL    COMP  PIC  S9(4).
           02  DATRECF    PICTURE X.
           02  FILLER REDEFINES DATRECF.
             03 DATRECA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATRECI  PIC X(8).
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
       01  MAPB9O REDEFINES MAPB9I.
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
           02  SEQC    PICTURE X.
           02  SEQH    PICTURE X.
           02  SEQO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  NATUREC    PICTURE X.
           02  NATUREH    PICTURE X.
           02  NATUREO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CREANCC    PICTURE X.
           02  CREANCH    PICTURE X.
           02  CREANCO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  REFERC    PICTURE X.
           02  REFERH    PICTURE X.
           02  REFERO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  IBANC    PICTURE X.
           02  IBANH    PICTURE X.
           02  IBANO  PIC X(34).
           02  FILLER PICTURE X(3).
           02  BICC    PICTURE X.
           02  BICH    PICTURE X.
           02  BICO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  MONTANTC    PICTURE X.
           02  MONTANTH    PICTURE X.
           02  MONTANTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  PLAFONDC    PICTURE X.
           02  PLAFONDH    PICTURE X.
           02  PLAFONDO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  RESTEC    PICTURE X.
           02  RESTEH    PICTURE X.
           02  RESTEO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  ETATC    PICTURE X.
           02  ETATH    PICTURE X.
           02  ETATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DATRECC    PICTURE X.
           02  DATRECH    PICTURE X.
           02  DATRECO  PIC X(8).
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
