       01  MAPD3I.
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
           02  RAISONL    COMP  PIC  S9(4).
           02  RAISONF    PICTURE X.
           02  FILLER REDEFINES RAISONF.
             03 RAISONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RAISONI  PIC X(30).
           02  SEQOFFL    COMP  PIC  S9(4).
           02  SEQOFFF    PICTURE X.
           02  FILLER REDEFINES SEQOFFF.
             03 SEQOFFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SEQOFFI  PIC X(2).
           02  NBPLACEL    COMP  PIC  S9(4).
           02  NBPLACEF    PICTURE X.
           02  FILLER REDEFINES NBPLACEF.
             03 NBPLACEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NBPLACEI  PIC X(2).
           02  NBPOURVL    COMP  PIC  S9(4).
           02  NBPOURVF    PICTURE X.
           02  FILLER REDEFINES NBPOURVF.
             03 NBPOURVA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NBPOURVI  PIC X(2).
           02  DATEDEBL    COMP  PIC  S9(4).
           02  DATEDEBF    PICTURE X.
           02  FILLER REDEFINES DATEDEBF.
             03 DATEDEBA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATEDEBI  PIC X(8).
           02  DATEFINL    COMP  PIC  S9(4).
           02  DATEFINF    PICTURE X.
           02  FILLER REDEFINES DATEFINF.
             03 DATEFINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATEFINI  PIC X(8).
           02  CODEROML    COMP  PIC  S9(4).
           02  CODEROMF    PICTURE X.
           02  FILLER REDEFINES CODEROMF.
             03 CODEROMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CODEROMI  PIC X(5).
           02  LIBROML    COMP  PIC  S9(4).
           02  LIBROMF    PICTURE X.
           02  FILLER REDEFINES LIBROMF.
             03 LIBROMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIBROMI  PIC X(30).
           02  CODESITL    COMP  PIC  S9(4).
           02  CODESITF    PICTURE X.
           02  FILLER REDEFINES CODESITF.
             03 CODESITA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CODESITI  PIC X(3).
           02  STATOFFL    COMP  PIC  S9(4).
           02  STATOFFF    PICTURE X.
           02  FILLER REDEFINES STATOFFF.
             03 STATOFFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  STATOFFI  PIC X(1).
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
       01  MAPD3O REDEFINES MAPD3I.
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
           02  RAISONC    PICTURE X.
           02  RAISONH    PICTURE X.
           02  RAISONO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  SEQOFFC    PICTURE X.
           02  SEQOFFH    PICTURE X.
           02  SEQOFFO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  NBPLACEC    PICTURE X.
           02  NBPLACEH    PICTURE X.
           02  NBPLACEO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  NBPOURVC    PICTURE X.
           02  NBPOURVH    PICTURE X.
           02  NBPOURVO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  DATEDEBC    PICTURE X.
           02  DATEDEBH    PICTURE X.
           02  DATEDEBO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DATEFINC    PICTURE X.
           02  DATEFINH    PICTURE X.
           02  DATEFINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CODEROMC    PICTURE X.
           02  CODEROMH    PICTURE X.
           02  CODEROMO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  LIBROMC    PICTURE X.
           02  LIBROMH    PICTURE X.
           02  LIBROMO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  CODESITC    PICTURE X.
           02  CODESITH    PICTURE X.
           02  CODESITO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  STATOFFC    PICTURE X.
           02  STATOFFH    PICTURE X.
           02  STATOFFO  PIC X(1).
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
