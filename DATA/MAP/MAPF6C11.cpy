       01  MAPF6I.
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
           02  STATUTXL    COMP  PIC  S9(4).
           02  STATUTXF    PICTURE X.
           02  FILLER REDEFINES STATUTXF.
             03 STATUTXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  STATUTXI  PIC X(1).
           02  CODEPXL    COMP  PIC  S9(4).
           02  CODEPXF    PICTURE X.
           02  FILLER REDEFINES CODEPXF.
             03 CODEPXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CODEPXI  PIC X(5).
           02  VILLEXL    COMP  PIC  S9(4).
           02  VILLEXF    PICTURE X.
           02  FILLER REDEFINES VILLEXF.
             03 VILLEXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VILLEXI  PIC X(25).
           02  DEBMINL    COMP  PIC  S9(4).
           02  DEBMINF    PICTURE X.
           02  FILLER REDEFINES DEBMINF.
             03 DEBMINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DEBMINI  PIC X(8).
           02  DEBMAXL    COMP  PIC  S9(4).
           02  DEBMAXF    PICTURE X.
           02  FILLER REDEFINES DEBMAXF.
             03 DEBMAXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DEBMAXI  PIC X(8).
           02  FINMINL    COMP  PIC  S9(4).
           02  FINMINF    PICTURE X.
           02  FILLER REDEFINES FINMINF.
             03 FINMINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FINMINI  PIC X(8).
           02  FINMAXL    COMP  PIC  S9(4).
           02  FINMAXF    PICTURE X.
           02  FILLER REDEFINES FINMAXF.
             03 FINMAXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FINMAXI  PIC X(8).
           02  SESSIONXL    COMP  PIC  S9(4).
           02  SESSIONXF    PICTURE X.
           02  FILLER REDEFINES SESSIONXF.
             03 SESSIONXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SESSIONXI  PIC X(6).
           02  SITEXL    COMP  PIC  S9(4).
           02  SITEXF    PICTURE X.
           02  FILLER REDEFINES SITEXF.
             03 SITEXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SITEXI  PIC X(3).
           02  MODELEXL    COMP  PIC  S9(4).
           02  MODELEXF    PICTURE X.
           02  FILLER REDEFINES MODELEXF.
             03 MODELEXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MODELEXI  PIC X(8).
           02  CANALXL    COMP  PIC  S9(4).
           02  CANALXF    PICTURE X.
           02  FILLER REDEFINES CANALXF.
             03 CANALXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CANALXI  PIC X(1).
           02  LIGNED OCCURS 6 TIMES.
             03  LIGNEL    COMP  PIC  S9(4).
             03  LIGNEF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  LIGNEI  PIC X(79).
           02  MESSL    COMP  PIC  S9(4).
           02  MESSF    PICTURE X.
           02  FILLER REDEFINES MESSF.
             03 MESSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MESSI  PIC X(79).
       01  MAPF6O REDEFINES MAPF6I.
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
           02  STATUTXC    PICTURE X.
           02  STATUTXH    PICTURE X.
           02  STATUTXO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CODEPXC    PICTURE X.
           02  CODEPXH    PICTURE X.
           02  CODEPXO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  VILLEXC    PICTURE X.
           02  VILLEXH    PICTURE X.
           02  VILLEXO  PIC X(25).
           02  FILLER PICTURE X(3).
           02  DEBMINC    PICTURE X.
           02  DEBMINH    PICTURE X.
           02  DEBMINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DEBMAXC    PICTURE X.
           02  DEBMAXH    PICTURE X.
           02  DEBMAXO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  FINMINC    PICTURE X.
           02  FINMINH    PICTURE X.
           02  FINMINO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  FINMAXC    PICTURE X.
           02  FINMAXH    PICTURE X.
           02  FINMAXO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SESSIONXC    PICTURE X.
           02  SESSIONXH    PICTURE X.
           02  SESSIONXO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  SITEXC    PICTURE X.
           02  SITEXH    PICTURE X.
           02  SITEXO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MODELEXC    PICTURE X.
           02  MODELEXH    PICTURE X.
           02  MODELEXO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CANALXC    PICTURE X.
           02  CANALXH    PICTURE X.
           02  CANALXO  PIC X(1).
           02  DFHMS1 OCCURS 6 TIMES.
             03  FILLER PICTURE X(2).
             03  LIGNEA    PICTURE X.
             03  LIGNEC    PICTURE X.
             03  LIGNEH    PICTURE X.
             03  LIGNEO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  MESSC    PICTURE X.
           02  MESSH    PICTURE X.
           02  MESSO  PIC X(79).
