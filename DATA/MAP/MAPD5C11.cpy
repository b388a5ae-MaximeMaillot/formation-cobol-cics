       01  MAPD5I.
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
           02  SEQTUTL    COMP  PIC  S9(4).
           02  SEQTUTF    PICTURE X.
           02  FILLER REDEFINES SEQTUTF.
             03 SEQTUTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SEQTUTI  PIC X(2).
           02  NOMTUTL    COMP  PIC  S9(4).
           02  NOMTUTF    PICTURE X.
           02  FILLER REDEFINES NOMTUTF.
             03 NOMTUTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMTUTI  PIC X(30).
           02  FONCTUTL    COMP  PIC  S9(4).
           02  FONCTUTF    PICTURE X.
           02  FILLER REDEFINES FONCTUTF.
             03 FONCTUTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FONCTUTI  PIC X(20).
           02  TELTUTL    COMP  PIC  S9(4).
           02  TELTUTF    PICTURE X.
           02  FILLER REDEFINES TELTUTF.
             03 TELTUTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TELTUTI  PIC X(10).
           02  MAILTUTL    COMP  PIC  S9(4).
           02  MAILTUTF    PICTURE X.
           02  FILLER REDEFINES MAILTUTF.
             03 MAILTUTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MAILTUTI  PIC X(40).
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
       01  MAPD5O REDEFINES MAPD5I.
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
           02  SEQTUTC    PICTURE X.
           02  SEQTUTH    PICTURE X.
           02  SEQTUTO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  NOMTUTC    PICTURE X.
           02  NOMTUTH    PICTURE X.
           02  NOMTUTO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  FONCTUTC    PICTURE X.
           02  FONCTUTH    PICTURE X.
           02  FONCTUTO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  TELTUTC    PICTURE X.
           02  TELTUTH    PICTURE X.
           02  TELTUTO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MAILTUTC    PICTURE X.
           02  MAILTUTH    PICTURE X.
           02  MAILTUTO  PIC X(40).
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
