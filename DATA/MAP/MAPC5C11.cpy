       01  MAPC5I.
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
           02  FINANCL    COMP  PIC  S9(4).
           02  FINANCF    PICTURE X.
           02  FILLER REDEFINES FINANCF.
             03 FINANCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FINANCI  PIC X(4).
           02  LIBFINL    COMP  PIC  S9(4).
           02  LIBFINF    PICTURE X.
           02  FILLER REDEFINES LIBFINF.
             03 LIBFINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIBFINI  PIC X(30).
           02  ANNEEL    COMP  PIC  S9(4).
           02  ANNEEF    PICTURE X.
           02  FILLER REDEFINES ANNEEF.
             03 ANNEEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ANNEEI  PIC X(4).
           02  MODEL    COMP  PIC  S9(4).
           02  MODEF    PICTURE X.
           02  FILLER REDEFINES MODEF.
             03 MODEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MODEI  PIC X(1).
           02  QPARTL    COMP  PIC  S9(4).
           02  QPARTF    PICTURE X.
           02  FILLER REDEFINES QPARTF.
             03 QPARTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  QPARTI  PIC X(3).
           02  TAUXL    COMP  PIC  S9(4).
           02  TAUXF    PICTURE X.
           02  FILLER REDEFINES TAUXF.
             03 TAUXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TAUXI  PIC X(5).
           02  TAUXSESL    COMP  PIC  S9(4).
           02  TAUXSESF    PICTURE X.
           02  FILLER REDEFINES TAUXSESF.
             03 TAUXSESA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TAUXSESI  PIC X(8).
           02  TOTQPL    COMP  PIC  S9(4).
           02  TOTQPF    PICTURE X.
           02  FILLER REDEFINES TOTQPF.
             03 TOTQPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TOTQPI  PIC X(3).
           02  PLAFONDL    COMP  PIC  S9(4).
           02  PLAFONDF    PICTURE X.
           02  FILLER REDEFINES PLAFONDF.
             03 PLAFONDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PLAFONDI  PIC X(11).
           02  CONSOL    COMP  PIC  S9(4).
           02  CONSOF    PICTURE X.
           02  FILLER REDEFINES CONSOF.
             03 CONSOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONSOI  PIC X(12).
           02  PCTL    COMP  PIC  S9(4).
           02  PCTF    PICTURE X.
           02  FILLER REDEFINES PCTF.
             03 PCTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PCTI  PIC X(5).
           02  NIVEAUL    COMP  PIC  S9(4).
           02  NIVEAUF    PICTURE X.
           02  FILLER REDEFINES NIVEAUF.
             03 NIVEAUA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NIVEAUI  PIC X(20).
           02  MAJL    COMP  PIC  S9(4).
           02  MAJF    PICTURE X.
           02  FILLER REDEFINES MAJF.
             03 MAJA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MAJI  PIC X(19).
           02  SUPPRL    COMP  PIC  S9(4).
           02  SUPPRF    PICTURE X.
           02  FILLER REDEFINES SUPPRF.
             03 SUPPRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SUPPRI  PIC X(1).
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
       01  MAPC5O REDEFINES MAPC5I.
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
           02  SESSIONC    PICTURE X.
           02  SESSIONH    PICTURE X.
           02  SESSIONO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  TITREC    PICTURE X.
           02  TITREH    PICTURE X.
           02  TITREO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  FINANCC    PICTURE X.
           02  FINANCH    PICTURE X.
           02  FINANCO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LIBFINC    PICTURE X.
           02  LIBFINH    PICTURE X.
           02  LIBFINO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ANNEEC    PICTURE X.
           02  ANNEEH    PICTURE X.
           02  ANNEEO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  MODEC    PICTURE X.
           02  MODEH    PICTURE X.
           02  MODEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  QPARTC    PICTURE X.
           02  QPARTH    PICTURE X.
           02  QPARTO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  TAUXC    PICTURE X.
           02  TAUXH    PICTURE X.
           02  TAUXO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  TAUXSESC    PICTURE X.
           02  TAUXSESH    PICTURE X.
           02  TAUXSESO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TOTQPC    PICTURE X.
           02  TOTQPH    PICTURE X.
           02  TOTQPO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  PLAFONDC    PICTURE X.
           02  PLAFONDH    PICTURE X.
           02  PLAFONDO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  CONSOC    PICTURE X.
           02  CONSOH    PICTURE X.
           02  CONSOO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  PCTC    PICTURE X.
           02  PCTH    PICTURE X.
           02  PCTO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  NIVEAUC    PICTURE X.
           02  NIVEAUH    PICTURE X.
           02  NIVEAUO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  MAJC    PICTURE X.
           02  MAJH    PICTURE X.
           02  MAJO  PIC X(19).
           02  FILLER PICTURE X(3).
           02  SUPPRC    PICTURE X.
           02  SUPPRH    PICTURE X.
           02  SUPPRO  PIC X(1).
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
