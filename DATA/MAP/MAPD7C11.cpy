       01  MAPD7I.
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
           02  DATEVISL    COMP  PIC  S9(4).
           02  DATEVISF    PICTURE X.
           02  FILLER REDEFINES DATEVISF.
             03 DATEVISA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATEVISI  PIC X(8).
           02  GESTIONL    COMP  PIC  S9(4).
           02  GESTIONF    PICTURE X.
           02  FILLER REDEFINES GESTIONF.
             03 GESTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GESTIONI  PIC X(8).
           02  ETATVISL    COMP  PIC  S9(4).
           02  ETATVISF    PICTURE X.
           02  FILLER REDEFINES ETATVISF.
             03 ETATVISA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ETATVISI  PIC X(1).
           02  SELVUD OCCURS 10 TIMES.
             03  SELVUL    COMP  PIC  S9(4).
             03  SELVUF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  SELVUI  PIC X(1).
           02  LIGNED OCCURS 10 TIMES.
             03  LIGNEL    COMP  PIC  S9(4).
             03  LIGNEF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  LIGNEI  PIC X(60).
           02  CONST1L    COMP  PIC  S9(4).
           02  CONST1F    PICTURE X.
           02  FILLER REDEFINES CONST1F.
             03 CONST1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONST1I  PIC X(60).
           02  CONST2L    COMP  PIC  S9(4).
           02  CONST2F    PICTURE X.
           02  FILLER REDEFINES CONST2F.
             03 CONST2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONST2I  PIC X(60).
           02  ACTION1L    COMP  PIC  S9(4).
           02  ACTION1F    PICTURE X.
           02  FILLER REDEFINES ACTION1F.
             03 ACTION1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTION1I  PIC X(60).
           02  ACTION2L    COMP  PIC  S9(4).
           02  ACTION2F    PICTURE X.
           02  FILLER REDEFINES ACTION2F.
             03 ACTION2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTION2I  PIC X(60).
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
       01  MAPD7O REDEFINES MAPD7I.
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
           02  DATEVISC    PICTURE X.
           02  DATEVISH    PICTURE X.
           02  DATEVISO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  GESTIONC    PICTURE X.
           02  GESTIONH    PICTURE X.
           02  GESTIONO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ETATVISC    PICTURE X.
           02  ETATVISH    PICTURE X.
           02  ETATVISO  PIC X(1).
           02  DFHMS1 OCCURS 10 TIMES.
             03  FILLER PICTURE X(2).
             03  SELVUA    PICTURE X.
             03  SELVUC    PICTURE X.
             03  SELVUH    PICTURE X.
             03  SELVUO  PIC X(1).
           02  DFHMS2 OCCURS 10 TIMES.
             03  FILLER PICTURE X(2).
             03  LIGNEA    PICTURE X.
             03  LIGNEC    PICTURE X.
             03  LIGNEH    PICTURE X.
             03  LIGNEO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  CONST1C    PICTURE X.
           02  CONST1H    PICTURE X.
           02  CONST1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  CONST2C    PICTURE X.
           02  CONST2H    PICTURE X.
           02  CONST2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  ACTION1C    PICTURE X.
           02  ACTION1H    PICTURE X.
           02  ACTION1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  ACTION2C    PICTURE X.
           02  ACTION2H    PICTURE X.
           02  ACTION2O  PIC X(60).
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
