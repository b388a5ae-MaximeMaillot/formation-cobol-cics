       01  MAPD2I.
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
           02  NOMPRENL    COMP  PIC  S9(4).
           02  NOMPRENF    PICTURE X.
           02  FILLER REDEFINES NOMPRENF.
             03 NOMPRENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMPRENI  PIC X(36).
           02  CODESESL    COMP  PIC  S9(4).
           02  CODESESF    PICTURE X.
           02  FILLER REDEFINES CODESESF.
             03 CODESESA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CODESESI  PIC X(6).
           02  TITREL    COMP  PIC  S9(4).
           02  TITREF    PICTURE X.
           02  FILLER REDEFINES TITREF.
             03 TITREA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TITREI  PIC X(30).
           02  EVALUATL    COMP  PIC  S9(4).
           02  EVALUATF    PICTURE X.
           02  FILLER REDEFINES EVALUATF.
             03 EVALUATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EVALUATI  PIC X(6).
           02  NOMEVALL    COMP  PIC  S9(4).
           02  NOMEVALF    PICTURE X.
           02  FILLER REDEFINES NOMEVALF.
             03 NOMEVALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMEVALI  PIC X(36).
           02  DATEEVAL    COMP  PIC  S9(4).
           02  DATEEVAF    PICTURE X.
           02  FILLER REDEFINES DATEEVAF.
             03 DATEEVAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATEEVAI  PIC X(8).
           02  CCOMPD OCCURS 10 TIMES.
             03  CCOMPL    COMP  PIC  S9(4).
             03  CCOMPF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  CCOMPI  PIC X(4).
           02  LCOMPD OCCURS 10 TIMES.
             03  LCOMPL    COMP  PIC  S9(4).
             03  LCOMPF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  LCOMPI  PIC X(40).
           02  NIVEAUD OCCURS 10 TIMES.
             03  NIVEAUL    COMP  PIC  S9(4).
             03  NIVEAUF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  NIVEAUI  PIC X(1).
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
       01  MAPD2O REDEFINES MAPD2I.
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
           02  NOMPRENC    PICTURE X.
           02  NOMPRENH    PICTURE X.
           02  NOMPRENO  PIC X(36).
           02  FILLER PICTURE X(3).
           02  CODESESC    PICTURE X.
           02  CODESESH    PICTURE X.
           02  CODESESO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  TITREC    PICTURE X.
           02  TITREH    PICTURE X.
           02  TITREO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  EVALUATC    PICTURE X.
           02  EVALUATH    PICTURE X.
           02  EVALUATO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  NOMEVALC    PICTURE X.
           02  NOMEVALH    PICTURE X.
           02  NOMEVALO  PIC X(36).
           02  FILLER PICTURE X(3).
           02  DATEEVAC    PICTURE X.
           02  DATEEVAH    PICTURE X.
           02  DATEEVAO  PIC X(8).
           02  DFHMS1 OCCURS 10 TIMES.
             03  FILLER PICTURE X(2).
             03  CCOMPA    PICTURE X.
             03  CCOMPC    PICTURE X.
             03  CCOMPH    PICTURE X.
             03  CCOMPO  PIC X(4).
           02  DFHMS2 OCCURS 10 TIMES.
             03  FILLER PICTURE X(2).
             03  LCOMPA    PICTURE X.
             03  LCOMPC    PICTURE X.
             03  LCOMPH    PICTURE X.
             03  LCOMPO  PIC X(40).
           02  DFHMS3 OCCURS 10 TIMES.
             03  FILLER PICTURE X(2).
             03  NIVEAUA    PICTURE X.
             03  NIVEAUC    PICTURE X.
             03  NIVEAUH    PICTURE X.
             03  NIVEAUO  PIC X(1).
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
