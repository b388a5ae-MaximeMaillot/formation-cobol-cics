       01  MAPD8I.
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
           02  STATACTL    COMP  PIC  S9(4).
           02  STATACTF    PICTURE X.
           02  FILLER REDEFINES STATACTF.
             03 STATACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  STATACTI  PIC X(1).
           02  DATACTL    COMP  PIC  S9(4).
           02  DATACTF    PICTURE X.
           02  FILLER REDEFINES DATACTF.
             03 DATACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATACTI  PIC X(8).
           02  SUPACTL    COMP  PIC  S9(4).
           02  SUPACTF    PICTURE X.
           02  FILLER REDEFINES SUPACTF.
             03 SUPACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SUPACTI  PIC X(8).
           02  MOTACTL    COMP  PIC  S9(4).
           02  MOTACTF    PICTURE X.
           02  FILLER REDEFINES MOTACTF.
             03 MOTACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOTACTI  PIC X(60).
           02  PLACINFOL    COMP  PIC  S9(4).
           02  PLACINFOF    PICTURE X.
           02  FILLER REDEFINES PLACINFOF.
             03 PLACINFOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PLACINFOI  PIC X(60).
           02  NVSTATL    COMP  PIC  S9(4).
           02  NVSTATF    PICTURE X.
           02  FILLER REDEFINES NVSTATF.
             03 NVSTATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NVSTATI  PIC X(1).
           02  NVMOTIFL    COMP  PIC  S9(4).
           02  NVMOTIFF    PICTURE X.
           02  FILLER REDEFINES NVMOTIFF.
             03 NVMOTIFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NVMOTIFI  PIC X(60).
           02  HISTOD OCCURS 8 TIMES.
             03  HISTOL    COMP  PIC  S9(4).
             03  HISTOF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  HISTOI  PIC X(70).
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
       01  MAPD8O REDEFINES MAPD8I.
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
           02  STATACTC    PICTURE X.
           02  STATACTH    PICTURE X.
           02  STATACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DATACTC    PICTURE X.
           02  DATACTH    PICTURE X.
           02  DATACTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SUPACTC    PICTURE X.
           02  SUPACTH    PICTURE X.
           02  SUPACTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MOTACTC    PICTURE X.
           02  MOTACTH    PICTURE X.
           02  MOTACTO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  PLACINFOC    PICTURE X.
           02  PLACINFOH    PICTURE X.
           02  PLACINFOO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  NVSTATC    PICTURE X.
           02  NVSTATH    PICTURE X.
           02  NVSTATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NVMOTIFC    PICTURE X.
           02  NVMOTIFH    PICTURE X.
           02  NVMOTIFO  PIC X(60).
           02  DFHMS1 OCCURS 8 TIMES.
             03  FILLER PICTURE X(2).
             03  HISTOA    PICTURE X.
             03  HISTOC    PICTURE X.
             03  HISTOH    PICTURE X.
             03  HISTOO  PIC X(70).
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
