       01  MAPE6I.
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
           02  STATUTL    COMP  PIC  S9(4).
           02  STATUTF    PICTURE X.
           02  FILLER REDEFINES STATUTF.
             03 STATUTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  STATUTI  PIC X(1).
           02  IDDEL    COMP  PIC  S9(4).
           02  IDDEF    PICTURE X.
           02  FILLER REDEFINES IDDEF.
             03 IDDEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  IDDEI  PIC X(8).
           02  SITUL    COMP  PIC  S9(4).
           02  SITUF    PICTURE X.
           02  FILLER REDEFINES SITUF.
             03 SITUA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SITUI  PIC X(1).
           02  DATSITL    COMP  PIC  S9(4).
           02  DATSITF    PICTURE X.
           02  FILLER REDEFINES DATSITF.
             03 DATSITA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATSITI  PIC X(10).
           02  MOTIFL    COMP  PIC  S9(4).
           02  MOTIFF    PICTURE X.
           02  FILLER REDEFINES MOTIFF.
             03 MOTIFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOTIFI  PIC X(2).
           02  LIBMOTL    COMP  PIC  S9(4).
           02  LIBMOTF    PICTURE X.
           02  FILLER REDEFINES LIBMOTF.
             03 LIBMOTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIBMOTI  PIC X(30).
           02  RAPPRL    COMP  PIC  S9(4).
           02  RAPPRF    PICTURE X.
           02  FILLER REDEFINES RAPPRF.
             03 RAPPRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RAPPRI  PIC X(1).
           02  DATCHGL    COMP  PIC  S9(4).
           02  DATCHGF    PICTURE X.
           02  FILLER REDEFINES DATCHGF.
             03 DATCHGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATCHGI  PIC X(10).
           02  ETATL    COMP  PIC  S9(4).
           02  ETATF    PICTURE X.
           02  FILLER REDEFINES ETATF.
             03 ETATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ETATI  PIC X(1).
           02  MONTANTL    COMP  PIC  S9(4).
           02  MONTANTF    PICTURE X.
           02  FILLER REDEFINES MONTANTF.
             03 MONTANTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MONTANTI  PIC X(12).
           02  DATREVL    COMP  PIC  S9(4).
           02  DATREVF    PICTURE X.
           02  FILLER REDEFINES DATREVF.
             03 DATREVA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATREVI  PIC X(10).
           02  USRREVL    COMP  PIC  S9(4).
           02  USRREVF    PICTURE X.
           02  FILLER REDEFINES USRREVF.
             03 USRREVA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  USRREVI  PIC X(8).
           02  DECISL    COMP  PIC  S9(4).
           02  DECISF    PICTURE X.
           02  FILLER REDEFINES DECISF.
             03 DECISA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DECISI  PIC X(1).
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
       01  MAPE6O REDEFINES MAPE6I.
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
           02  STATUTC    PICTURE X.
           02  STATUTH    PICTURE X.
           02  STATUTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  IDDEC    PICTURE X.
           02  IDDEH    PICTURE X.
           02  IDDEO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SITUC    PICTURE X.
           02  SITUH    PICTURE X.
           02  SITUO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DATSITC    PICTURE X.
           02  DATSITH    PICTURE X.
           02  DATSITO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MOTIFC    PICTURE X.
           02  MOTIFH    PICTURE X.
           02  MOTIFO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  LIBMOTC    PICTURE X.
           02  LIBMOTH    PICTURE X.
           02  LIBMOTO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  RAPPRC    PICTURE X.
           02  RAPPRH    PICTURE X.
           02  RAPPRO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DATCHGC    PICTURE X.
           02  DATCHGH    PICTURE X.
           02  DATCHGO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ETATC    PICTURE X.
           02  ETATH    PICTURE X.
           02  ETATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MONTANTC    PICTURE X.
           02  MONTANTH    PICTURE X.
           02  MONTANTO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  DATREVC    PICTURE X.
           02  DATREVH    PICTURE X.
           02  DATREVO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  USRREVC    PICTURE X.
           02  USRREVH    PICTURE X.
           02  USRREVO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DECISC    PICTURE X.
           02  DECISH    PICTURE X.
           02  DECISO  PIC X(1).
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
