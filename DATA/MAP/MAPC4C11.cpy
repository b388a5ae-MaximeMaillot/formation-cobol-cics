       01  MAPC4I.
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
           02  CODFINL    COMP  PIC  S9(4).
           02  CODFINF    PICTURE X.
           02  FILLER REDEFINES CODFINF.
             03 CODFINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CODFINI  PIC X(4).
           02  LIBELLEL    COMP  PIC  S9(4).
           02  LIBELLEF    PICTURE X.
           02  FILLER REDEFINES LIBELLEF.
             03 LIBELLEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIBELLEI  PIC X(30).
           02  TYPEL    COMP  PIC  S9(4).
           02  TYPEF    PICTURE X.
           02  FILLER REDEFINES TYPEF.
             03 TYPEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TYPEI  PIC X(1).
           02  ADRESSEL    COMP  PIC  S9(4).
           02  ADRESSEF    PICTURE X.
           02  FILLER REDEFINES ADRESSEF.
             03 ADRESSEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ADRESSEI  PIC X(30).
           02  CPL    COMP  PIC  S9(4).
           02  CPF    PICTURE X.
           02  FILLER REDEFINES CPF.
             03 CPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CPI  PIC X(5).
           02  VILLEL    COMP  PIC  S9(4).
           02  VILLEF    PICTURE X.
           02  FILLER REDEFINES VILLEF.
             03 VILLEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VILLEI  PIC X(25).
           02  DELAIL    COMP  PIC  S9(4).
           02  DELAIF    PICTURE X.
           02  FILLER REDEFINES DELAIF.
             03 DELAIA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DELAII  PIC X(3).
           02  MAJL    COMP  PIC  S9(4).
           02  MAJF    PICTURE X.
           02  FILLER REDEFINES MAJF.
             03 MAJA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MAJI  PIC X(19).
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
       01  MAPC4O REDEFINES MAPC4I.
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
           02  CODFINC    PICTURE X.
           02  CODFINH    PICTURE X.
           02  CODFINO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  LIBELLEC    PICTURE X.
           02  LIBELLEH    PICTURE X.
           02  LIBELLEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  TYPEC    PICTURE X.
           02  TYPEH    PICTURE X.
           02  TYPEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ADRESSEC    PICTURE X.
           02  ADRESSEH    PICTURE X.
           02  ADRESSEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  CPC    PICTURE X.
           02  CPH    PICTURE X.
           02  CPO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  VILLEC    PICTURE X.
           02  VILLEH    PICTURE X.
           02  VILLEO  PIC X(25).
           02  FILLER PICTURE X(3).
           02  DELAIC    PICTURE X.
           02  DELAIH    PICTURE X.
           02  DELAIO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  MAJC    PICTURE X.
           02  MAJH    PICTURE X.
           02  MAJO  PIC X(19).
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
