       01  MAPC7I.
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
           02  CODEFORL    COMP  PIC  S9(4).
           02  CODEFORF    PICTURE X.
           02  FILLER REDEFINES CODEFORF.
             03 CODEFORA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CODEFORI  PIC X(6).
           02  NOMFORL    COMP  PIC  S9(4).
           02  NOMFORF    PICTURE X.
           02  FILLER REDEFINES NOMFORF.
             03 NOMFORA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMFORI  PIC X(36).
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
           02  MOTIFL    COMP  PIC  S9(4).
           02  MOTIFF    PICTURE X.
           02  FILLER REDEFINES MOTIFF.
             03 MOTIFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOTIFI  PIC X(1).
           02  COMMENTL    COMP  PIC  S9(4).
           02  COMMENTF    PICTURE X.
           02  FILLER REDEFINES COMMENTF.
             03 COMMENTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COMMENTI  PIC X(30).
           02  NBSESL    COMP  PIC  S9(4).
           02  NBSESF    PICTURE X.
           02  FILLER REDEFINES NBSESF.
             03 NBSESA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NBSESI  PIC X(3).
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
       01  MAPC7O REDEFINES MAPC7I.
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
           02  CODEFORC    PICTURE X.
           02  CODEFORH    PICTURE X.
           02  CODEFORO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  NOMFORC    PICTURE X.
           02  NOMFORH    PICTURE X.
           02  NOMFORO  PIC X(36).
           02  FILLER PICTURE X(3).
           02  DATEDEBC    PICTURE X.
           02  DATEDEBH    PICTURE X.
           02  DATEDEBO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DATEFINC    PICTURE X.
           02  DATEFINH    PICTURE X.
           02  DATEFINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MOTIFC    PICTURE X.
           02  MOTIFH    PICTURE X.
           02  MOTIFO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  COMMENTC    PICTURE X.
           02  COMMENTH    PICTURE X.
           02  COMMENTO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  NBSESC    PICTURE X.
           02  NBSESH    PICTURE X.
           02  NBSESO  PIC X(3).
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
