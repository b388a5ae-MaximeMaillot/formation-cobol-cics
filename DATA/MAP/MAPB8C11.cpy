       01  MAPB8I.
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
           02  AGEMAXL    COMP  PIC  S9(4).
           02  AGEMAXF    PICTURE X.
           02  FILLER REDEFINES AGEMAXF.
             03 AGEMAXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  AGEMAXI  PIC X(3).
           02  PLACEL    COMP  PIC  S9(4).
           02  PLACEF    PICTURE X.
           02  FILLER REDEFINES PLACEF.
             03 PLACEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PLACEI  PIC X(1).
           02  DATEEFL    COMP  PIC  S9(4).
           02  DATEEFF    PICTURE X.
           02  FILLER REDEFINES DATEEFF.
             03 DATEEFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATEEFI  PIC X(8).
           02  TAUXL    COMP  PIC  S9(4).
           02  TAUXF    PICTURE X.
           02  FILLER REDEFINES TAUXF.
             03 TAUXA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TAUXI  PIC X(5).
           02  LIBELLEL    COMP  PIC  S9(4).
           02  LIBELLEF    PICTURE X.
           02  FILLER REDEFINES LIBELLEF.
             03 LIBELLEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIBELLEI  PIC X(30).
           02  MAJL    COMP  PIC  S9(4).
           02  MAJF    PICTURE X.
           02  FILLER REDEFINES MAJF.
             03 MAJA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MAJI  PIC X(30).
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
       01  MAPB8O REDEFINES MAPB8I.
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
           02  AGEMAXC    PICTURE X.
           02  AGEMAXH    PICTURE X.
           02  AGEMAXO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  PLACEC    PICTURE X.
           02  PLACEH    PICTURE X.
           02  PLACEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DATEEFC    PICTURE X.
           02  DATEEFH    PICTURE X.
           02  DATEEFO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  TAUXC    PICTURE X.
           02  TAUXH    PICTURE X.
           02  TAUXO  PIC X(5).
           02  FILLER PICTURE X(3).
           02  LIBELLEC    PICTURE X.
           02  LIBELLEH    PICTURE X.
           02  LIBELLEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  MAJC    PICTURE X.
           02  MAJH    PICTURE X.
           02  MAJO  PIC X(30).
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
