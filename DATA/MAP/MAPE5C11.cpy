       01  MAPE5I.
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
           02  SITEACTL    COMP  PIC  S9(4).
           02  SITEACTF    PICTURE X.
           02  FILLER REDEFINES SITEACTF.
             03 SITEACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SITEACTI  PIC X(3).
           02  SESSACTL    COMP  PIC  S9(4).
           02  SESSACTF    PICTURE X.
           02  FILLER REDEFINES SESSACTF.
             03 SESSACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SESSACTI  PIC X(6).
           02  GESTACTL    COMP  PIC  S9(4).
           02  GESTACTF    PICTURE X.
           02  FILLER REDEFINES GESTACTF.
             03 GESTACTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GESTACTI  PIC X(8).
           02  SITENEWL    COMP  PIC  S9(4).
           02  SITENEWF    PICTURE X.
           02  FILLER REDEFINES SITENEWF.
             03 SITENEWA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SITENEWI  PIC X(3).
           02  SESSNEWL    COMP  PIC  S9(4).
           02  SESSNEWF    PICTURE X.
           02  FILLER REDEFINES SESSNEWF.
             03 SESSNEWA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SESSNEWI  PIC X(6).
           02  GESTNEWL    COMP  PIC  S9(4).
           02  GESTNEWF    PICTURE X.
           02  FILLER REDEFINES GESTNEWF.
             03 GESTNEWA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GESTNEWI  PIC X(8).
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
       01  MAPE5O REDEFINES MAPE5I.
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
           02  SITEACTC    PICTURE X.
           02  SITEACTH    PICTURE X.
           02  SITEACTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  SESSACTC    PICTURE X.
           02  SESSACTH    PICTURE X.
           02  SESSACTO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  GESTACTC    PICTURE X.
           02  GESTACTH    PICTURE X.
           02  GESTACTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SITENEWC    PICTURE X.
           02  SITENEWH    PICTURE X.
           02  SITENEWO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  SESSNEWC    PICTURE X.
           02  SESSNEWH    PICTURE X.
           02  SESSNEWO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  GESTNEWC    PICTURE X.
           02  GESTNEWH    PICTURE X.
           02  GESTNEWO  PIC X(8).
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
