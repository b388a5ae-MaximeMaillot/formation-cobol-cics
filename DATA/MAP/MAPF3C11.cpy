       01  MAPF3I.
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
           02  MOISL    COMP  PIC  S9(4).
           02  MOISF    PICTURE X.
           02  FILLER REDEFINES MOISF.
             03 MOISA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOISI  PIC X(6).
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
           02  SITEL    COMP  PIC  S9(4).
           02  SITEF    PICTURE X.
           02  FILLER REDEFINES SITEF.
             03 SITEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SITEI  PIC X(3).
           02  GESTL    COMP  PIC  S9(4).
           02  GESTF    PICTURE X.
           02  FILLER REDEFINES GESTF.
             03 GESTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GESTI  PIC X(8).
           02  ETATL    COMP  PIC  S9(4).
           02  ETATF    PICTURE X.
           02  FILLER REDEFINES ETATF.
             03 ETATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ETATI  PIC X(1).
           02  TIRAGEL    COMP  PIC  S9(4).
           02  TIRAGEF    PICTURE X.
           02  FILLER REDEFINES TIRAGEF.
             03 TIRAGEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TIRAGEI  PIC X(10).
           02  REVUEL    COMP  PIC  S9(4).
           02  REVUEF    PICTURE X.
           02  FILLER REDEFINES REVUEF.
             03 REVUEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REVUEI  PIC X(10).
           02  REVISEURL    COMP  PIC  S9(4).
           02  REVISEURF    PICTURE X.
           02  FILLER REDEFINES REVISEURF.
             03 REVISEURA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REVISEURI  PIC X(8).
           02  POINTD OCCURS 4 TIMES.
             03  POINTL    COMP  PIC  S9(4).
             03  POINTF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  POINTI  PIC X(1).
           02  CONST1L    COMP  PIC  S9(4).
           02  CONST1F    PICTURE X.
           02  FILLER REDEFINES CONST1F.
             03 CONST1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONST1I  PIC X(50).
           02  CONST2L    COMP  PIC  S9(4).
           02  CONST2F    PICTURE X.
           02  FILLER REDEFINES CONST2F.
             03 CONST2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONST2I  PIC X(50).
           02  ACTN1L    COMP  PIC  S9(4).
           02  ACTN1F    PICTURE X.
           02  FILLER REDEFINES ACTN1F.
             03 ACTN1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTN1I  PIC X(50).
           02  ACTN2L    COMP  PIC  S9(4).
           02  ACTN2F    PICTURE X.
           02  FILLER REDEFINES ACTN2F.
             03 ACTN2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACTN2I  PIC X(50).
           02  ECHEANCEL    COMP  PIC  S9(4).
           02  ECHEANCEF    PICTURE X.
           02  FILLER REDEFINES ECHEANCEF.
             03 ECHEANCEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ECHEANCEI  PIC X(8).
           02  RESULTL    COMP  PIC  S9(4).
           02  RESULTF    PICTURE X.
           02  FILLER REDEFINES RESULTF.
             03 RESULTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RESULTI  PIC X(1).
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
       01  MAPF3O REDEFINES MAPF3I.
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
           02  MOISC    PICTURE X.
           02  MOISH    PICTURE X.
           02  MOISO  PIC X(6).
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
           02  SITEC    PICTURE X.
           02  SITEH    PICTURE X.
           02  SITEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  GESTC    PICTURE X.
           02  GESTH    PICTURE X.
           02  GESTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ETATC    PICTURE X.
           02  ETATH    PICTURE X.
           02  ETATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  TIRAGEC    PICTURE X.
           02  TIRAGEH    PICTURE X.
           02  TIRAGEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  REVUEC    PICTURE X.
           02  REVUEH    PICTURE X.
           02  REVUEO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  REVISEURC    PICTURE X.
           02  REVISEURH    PICTURE X.
           02  REVISEURO  PIC X(8).
           02  DFHMS1 OCCURS 4 TIMES.
             03  FILLER PICTURE X(2).
             03  POINTA    PICTURE X.
             03  POINTC    PICTURE X.
             03  POINTH    PICTURE X.
             03  POINTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CONST1C    PICTURE X.
           02  CONST1H    PICTURE X.
           02  CONST1O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  CONST2C    PICTURE X.
           02  CONST2H    PICTURE X.
           02  CONST2O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ACTN1C    PICTURE X.
           02  ACTN1H    PICTURE X.
           02  ACTN1O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ACTN2C    PICTURE X.
           02  ACTN2H    PICTURE X.
           02  ACTN2O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ECHEANCEC    PICTURE X.
           02  ECHEANCEH    PICTURE X.
           02  ECHEANCEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  RESULTC    PICTURE X.
           02  RESULTH    PICTURE X.
           02  RESULTO  PIC X(1).
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
