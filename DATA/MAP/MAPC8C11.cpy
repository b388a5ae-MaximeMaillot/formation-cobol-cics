       01  MAPC8I.
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
           02  SITEL    COMP  PIC  S9(4).
           02  SITEF    PICTURE X.
           02  FILLER REDEFINES SITEF.
             03 SITEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SITEI  PIC X(3).
           02  NOMSITEL    COMP  PIC  S9(4).
           02  NOMSITEF    PICTURE X.
           02  FILLER REDEFINES NOMSITEF.
             03 NOMSITEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMSITEI  PIC X(30).
           02  NUMPAGEL    COMP  PIC  S9(4).
           02  NUMPAGEF    PICTURE X.
           02  FILLER REDEFINES NUMPAGEF.
             03 NUMPAGEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NUMPAGEI  PIC X(3).
           02  ENTDIZL    COMP  PIC  S9(4).
           02  ENTDIZF    PICTURE X.
           02  FILLER REDEFINES ENTDIZF.
             03 ENTDIZA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ENTDIZI  PIC X(79).
           02  ENTUNIL    COMP  PIC  S9(4).
           02  ENTUNIF    PICTURE X.
           02  FILLER REDEFINES ENTUNIF.
             03 ENTUNIA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ENTUNII  PIC X(79).
           02  ENTSEML    COMP  PIC  S9(4).
           02  ENTSEMF    PICTURE X.
           02  FILLER REDEFINES ENTSEMF.
             03 ENTSEMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ENTSEMI  PIC X(79).
           02  ENTFERL    COMP  PIC  S9(4).
           02  ENTFERF    PICTURE X.
           02  FILLER REDEFINES ENTFERF.
             03 ENTFERA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ENTFERI  PIC X(79).
           02  LIGNED OCCURS 12 TIMES.
             03  LIGNEL    COMP  PIC  S9(4).
             03  LIGNEF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  LIGNEI  PIC X(79).
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
       01  MAPC8O REDEFINES MAPC8I.
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
           02  SITEC    PICTURE X.
           02  SITEH    PICTURE X.
           02  SITEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  NOMSITEC    PICTURE X.
           02  NOMSITEH    PICTURE X.
           02  NOMSITEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  NUMPAGEC    PICTURE X.
           02  NUMPAGEH    PICTURE X.
           02  NUMPAGEO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  ENTDIZC    PICTURE X.
           02  ENTDIZH    PICTURE X.
           02  ENTDIZO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  ENTUNIC    PICTURE X.
           02  ENTUNIH    PICTURE X.
           02  ENTUNIO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  ENTSEMC    PICTURE X.
           02  ENTSEMH    PICTURE X.
           02  ENTSEMO  PIC X(79).
           02  FILLER PICTURE X(3).
           02  ENTFERC    PICTURE X.
           02  ENTFERH    PICTURE X.
           02  ENTFERO  PIC X(79).
           02  DFHMS1 OCCURS 12 TIMES.
             03  FILLER PICTURE X(2).
             03  LIGNEA    PICTURE X.
             03  LIGNEC    PICTURE X.
             03  LIGNEH    PICTURE X.
             03  LIGNEO  PIC X(79).
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
