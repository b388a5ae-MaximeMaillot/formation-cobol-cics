       01  MAPF2I.
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
           02  SESSIONL    COMP  PIC  S9(4).
           02  SESSIONF    PICTURE X.
           02  FILLER REDEFINES SESSIONF.
             03 SESSIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SESSIONI  PIC X(6).
           02  TITREL    COMP  PIC  S9(4).
           02  TITREF    PICTURE X.
           02  FILLER REDEFINES TITREF.
             03 TITREA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TITREI  PIC X(30).
           02  DATFINL    COMP  PIC  S9(4).
           02  DATFINF    PICTURE X.
           02  FILLER REDEFINES DATFINF.
             03 DATFINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATFINI  PIC X(10).
           02  VERSIONL    COMP  PIC  S9(4).
           02  VERSIONF    PICTURE X.
           02  FILLER REDEFINES VERSIONF.
             03 VERSIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VERSIONI  PIC X(2).
           02  ETATL    COMP  PIC  S9(4).
           02  ETATF    PICTURE X.
           02  FILLER REDEFINES ETATF.
             03 ETATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ETATI  PIC X(1).
           02  CANALL    COMP  PIC  S9(4).
           02  CANALF    PICTURE X.
           02  FILLER REDEFINES CANALF.
             03 CANALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CANALI  PIC X(1).
           02  ORIGINEL    COMP  PIC  S9(4).
           02  ORIGINEF    PICTURE X.
           02  FILLER REDEFINES ORIGINEF.
             03 ORIGINEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ORIGINEI  PIC X(1).
           02  LIBQD OCCURS 10 TIMES.
             03  LIBQL    COMP  PIC  S9(4).
             03  LIBQF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  LIBQI  PIC X(50).
           02  ECHQD OCCURS 10 TIMES.
             03  ECHQL    COMP  PIC  S9(4).
             03  ECHQF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  ECHQI  PIC X(2).
           02  NOTED OCCURS 10 TIMES.
             03  NOTEL    COMP  PIC  S9(4).
             03  NOTEF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  NOTEI  PIC X(2).
           02  COMM1L    COMP  PIC  S9(4).
           02  COMM1F    PICTURE X.
           02  FILLER REDEFINES COMM1F.
             03 COMM1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COMM1I  PIC X(60).
           02  COMM2L    COMP  PIC  S9(4).
           02  COMM2F    PICTURE X.
           02  FILLER REDEFINES COMM2F.
             03 COMM2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COMM2I  PIC X(60).
           02  COMM3L    COMP  PIC  S9(4).
           02  COMM3F    PICTURE X.
           02  FILLER REDEFINES COMM3F.
             03 COMM3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COMM3I  PIC X(60).
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
       01  MAPF2O REDEFINES MAPF2I.
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
           02  SESSIONC    PICTURE X.
           02  SESSIONH    PICTURE X.
           02  SESSIONO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  TITREC    PICTURE X.
           02  TITREH    PICTURE X.
           02  TITREO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  DATFINC    PICTURE X.
           02  DATFINH    PICTURE X.
           02  DATFINO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  VERSIONC    PICTURE X.
           02  VERSIONH    PICTURE X.
           02  VERSIONO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  ETATC    PICTURE X.
           02  ETATH    PICTURE X.
           02  ETATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CANALC    PICTURE X.
           02  CANALH    PICTURE X.
           02  CANALO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ORIGINEC    PICTURE X.
           02  ORIGINEH    PICTURE X.
           02  ORIGINEO  PIC X(1).
           02  DFHMS1 OCCURS 10 TIMES.
             03  FILLER PICTURE X(2).
             03  LIBQA    PICTURE X.
             03  LIBQC    PICTURE X.
             03  LIBQH    PICTURE X.
             03  LIBQO  PIC X(50).
           02  DFHMS2 OCCURS 10 TIMES.
             03  FILLER PICTURE X(2).
             03  ECHQA    PICTURE X.
             03  ECHQC    PICTURE X.
             03  ECHQH    PICTURE X.
             03  ECHQO  PIC X(2).
           02  DFHMS3 OCCURS 10 TIMES.
             03  FILLER PICTURE X(2).
             03  NOTEA    PICTURE X.
             03  NOTEC    PICTURE X.
             03  NOTEH    PICTURE X.
             03  NOTEO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  COMM1C    PICTURE X.
           02  COMM1H    PICTURE X.
           02  COMM1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  COMM2C    PICTURE X.
           02  COMM2H    PICTURE X.
           02  COMM2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  COMM3C    PICTURE X.
           02  COMM3H    PICTURE X.
           02  COMM3O  PIC X(60).
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
