       01  MAPC3I.
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
           02  DATRUNL    COMP  PIC  S9(4).
           02  DATRUNF    PICTURE X.
           02  FILLER REDEFINES DATRUNF.
             03 DATRUNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATRUNI  PIC X(10).
           02  ETATL    COMP  PIC  S9(4).
           02  ETATF    PICTURE X.
           02  FILLER REDEFINES ETATF.
             03 ETATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ETATI  PIC X(10).
           02  NBORDL    COMP  PIC  S9(4).
           02  NBORDF    PICTURE X.
           02  FILLER REDEFINES NBORDF.
             03 NBORDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NBORDI  PIC X(5).
           02  PNBORDL    COMP  PIC  S9(4).
           02  PNBORDF    PICTURE X.
           02  FILLER REDEFINES PNBORDF.
             03 PNBORDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PNBORDI  PIC X(5).
           02  TOTALL    COMP  PIC  S9(4).
           02  TOTALF    PICTURE X.
           02  FILLER REDEFINES TOTALF.
             03 TOTALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TOTALI  PIC X(12).
           02  PTOTALL    COMP  PIC  S9(4).
           02  PTOTALF    PICTURE X.
           02  FILLER REDEFINES PTOTALF.
             03 PTOTALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PTOTALI  PIC X(12).
           02  ECARTL    COMP  PIC  S9(4).
           02  ECARTF    PICTURE X.
           02  FILLER REDEFINES ECARTF.
             03 ECARTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ECARTI  PIC X(8).
           02  MAXIL    COMP  PIC  S9(4).
           02  MAXIF    PICTURE X.
           02  FILLER REDEFINES MAXIF.
             03 MAXIA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MAXII  PIC X(10).
           02  PMAXIL    COMP  PIC  S9(4).
           02  PMAXIF    PICTURE X.
           02  FILLER REDEFINES PMAXIF.
             03 PMAXIA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PMAXII  PIC X(10).
           02  MAXNUML    COMP  PIC  S9(4).
           02  MAXNUMF    PICTURE X.
           02  FILLER REDEFINES MAXNUMF.
             03 MAXNUMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MAXNUMI  PIC X(6).
           02  PMAXNUML    COMP  PIC  S9(4).
           02  PMAXNUMF    PICTURE X.
           02  FILLER REDEFINES PMAXNUMF.
             03 PMAXNUMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PMAXNUMI  PIC X(6).
           02  NOUVL    COMP  PIC  S9(4).
           02  NOUVF    PICTURE X.
           02  FILLER REDEFINES NOUVF.
             03 NOUVA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOUVI  PIC X(5).
           02  PNOUVL    COMP  PIC  S9(4).
           02  PNOUVF    PICTURE X.
           02  FILLER REDEFINES PNOUVF.
             03 PNOUVA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PNOUVI  PIC X(5).
           02  NBCREL    COMP  PIC  S9(4).
           02  NBCREF    PICTURE X.
           02  FILLER REDEFINES NBCREF.
             03 NBCREA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NBCREI  PIC X(5).
           02  PNBCREL    COMP  PIC  S9(4).
           02  PNBCREF    PICTURE X.
           02  FILLER REDEFINES PNBCREF.
             03 PNBCREA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PNBCREI  PIC X(5).
           02  TOTCREL    COMP  PIC  S9(4).
           02  TOTCREF    PICTURE X.
           02  FILLER REDEFINES TOTCREF.
             03 TOTCREA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TOTCREI  PIC X(12).
           02  PTOTCREL    COMP  PIC  S9(4).
           02  PTOTCREF    PICTURE X.
           02  FILLER REDEFINES PTOTCREF.
             03 PTOTCREA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PTOTCREI  PIC X(12).
           02  SEUILL    COMP  PIC  S9(4).
           02  SEUILF    PICTURE X.
           02  FILLER REDEFINES SEUILF.
             03 SEUILA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SEUILI  PIC X(10).
           02  NBATYL    COMP  PIC  S9(4).
           02  NBATYF    PICTURE X.
           02  FILLER REDEFINES NBATYF.
             03 NBATYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NBATYI  PIC X(3).
           02  ATYD OCCURS 8 TIMES.
             03  ATYL    COMP  PIC  S9(4).
             03  ATYF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  ATYI  PIC X(78).
           02  SUPERVL    COMP  PIC  S9(4).
           02  SUPERVF    PICTURE X.
           02  FILLER REDEFINES SUPERVF.
             03 SUPERVA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SUPERVI  PIC X(8).
           02  DATDECL    COMP  PIC  S9(4).
           02  DATDECF    PICTURE X.
           02  FILLER REDEFINES DATDECF.
             03 DATDECA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATDECI  PIC X(10).
           02  DECISL    COMP  PIC  S9(4).
           02  DECISF    PICTURE X.
           02  FILLER REDEFINES DECISF.
             03 DECISA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DECISI  PIC X(1).
           02  MOTIFL    COMP  PIC  S9(4).
           02  MOTIFF    PICTURE X.
           02  FILLER REDEFINES MOTIFF.
             03 MOTIFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MOTIFI  PIC X(40).
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
       01  MAPC3O REDEFINES MAPC3I.
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
           02  DATRUNC    PICTURE X.
           02  DATRUNH    PICTURE X.
           02  DATRUNO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ETATC    PICTURE X.
           02  ETATH    PICTURE X.
           02  ETATO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  NBORDC    PICTURE X.
           02  NBORDH    PICTURE X.
           02  NBORDO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  PNBORDC    PICTURE X.
           02  PNBORDH    PICTURE X.
           02  PNBORDO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  TOTALC    PICTURE X.
           02  TOTALH    PICTURE X.
           02  TOTALO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  PTOTALC    PICTURE X.
           02  PTOTALH    PICTURE X.
           02  PTOTALO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  ECARTC    PICTURE X.
           02  ECARTH    PICTURE X.
           02  ECARTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  MAXIC    PICTURE X.
           02  MAXIH    PICTURE X.
           02  MAXIO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  PMAXIC    PICTURE X.
           02  PMAXIH    PICTURE X.
           02  PMAXIO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MAXNUMC    PICTURE X.
           02  MAXNUMH    PICTURE X.
           02  MAXNUMO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  PMAXNUMC    PICTURE X.
           02  PMAXNUMH    PICTURE X.
           02  PMAXNUMO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  NOUVC    PICTURE X.
           02  NOUVH    PICTURE X.
           02  NOUVO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  PNOUVC    PICTURE X.
           02  PNOUVH    PICTURE X.
           02  PNOUVO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NBCREC    PICTURE X.
           02  NBCREH    PICTURE X.
           02  NBCREO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  PNBCREC    PICTURE X.
           02  PNBCREH    PICTURE X.
           02  PNBCREO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  TOTCREC    PICTURE X.
           02  TOTCREH    PICTURE X.
           02  TOTCREO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  PTOTCREC    PICTURE X.
           02  PTOTCREH    PICTURE X.
           02  PTOTCREO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  SEUILC    PICTURE X.
           02  SEUILH    PICTURE X.
           02  SEUILO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  NBATYC    PICTURE X.
           02  NBATYH    PICTURE X.
           02  NBATYO  PIC X(3).
           02  DFHMS1 OCCURS 8 TIMES.
             03  FILLER PICTURE X(2).
             03  ATYA    PICTURE X.
             03  ATYC    PICTURE X.
             03  ATYH    PICTURE X.
             03  ATYO  PIC X(78).
           02  FILLER PICTURE X(3).
           02  SUPERVC    PICTURE X.
           02  SUPERVH    PICTURE X.
           02  SUPERVO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DATDECC    PICTURE X.
           02  DATDECH    PICTURE X.
           02  DATDECO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DECISC    PICTURE X.
           02  DECISH    PICTURE X.
           02  DECISO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MOTIFC    PICTURE X.
           02  MOTIFH    PICTURE X.
           02  MOTIFO  PIC X(40).
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
