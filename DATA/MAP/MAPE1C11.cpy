       01  MAPE1I.
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
           02  SEQRCLL    COMP  PIC  S9(4).
           02  SEQRCLF    PICTURE X.
           02  FILLER REDEFINES SEQRCLF.
             03 SEQRCLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SEQRCLI  PIC X(3).
           02  NOMSTAGL    COMP  PIC  S9(4).
           02  NOMSTAGF    PICTURE X.
           02  FILLER REDEFINES NOMSTAGF.
             03 NOMSTAGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMSTAGI  PIC X(40).
           02  ORIGINEL    COMP  PIC  S9(4).
           02  ORIGINEF    PICTURE X.
           02  FILLER REDEFINES ORIGINEF.
             03 ORIGINEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ORIGINEI  PIC X(1).
           02  EMPRCLL    COMP  PIC  S9(4).
           02  EMPRCLF    PICTURE X.
           02  FILLER REDEFINES EMPRCLF.
             03 EMPRCLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EMPRCLI  PIC X(6).
           02  SESSRCLL    COMP  PIC  S9(4).
           02  SESSRCLF    PICTURE X.
           02  FILLER REDEFINES SESSRCLF.
             03 SESSRCLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SESSRCLI  PIC X(6).
           02  CATEGL    COMP  PIC  S9(4).
           02  CATEGF    PICTURE X.
           02  FILLER REDEFINES CATEGF.
             03 CATEGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CATEGI  PIC X(2).
           02  CANALL    COMP  PIC  S9(4).
           02  CANALF    PICTURE X.
           02  FILLER REDEFINES CANALF.
             03 CANALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CANALI  PIC X(1).
           02  DATERCPL    COMP  PIC  S9(4).
           02  DATERCPF    PICTURE X.
           02  FILLER REDEFINES DATERCPF.
             03 DATERCPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATERCPI  PIC X(8).
           02  OBJET1L    COMP  PIC  S9(4).
           02  OBJET1F    PICTURE X.
           02  FILLER REDEFINES OBJET1F.
             03 OBJET1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OBJET1I  PIC X(60).
           02  OBJET2L    COMP  PIC  S9(4).
           02  OBJET2F    PICTURE X.
           02  FILLER REDEFINES OBJET2F.
             03 OBJET2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OBJET2I  PIC X(60).
           02  GESTIONL    COMP  PIC  S9(4).
           02  GESTIONF    PICTURE X.
           02  FILLER REDEFINES GESTIONF.
             03 GESTIONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  GESTIONI  PIC X(8).
           02  DATEREPL    COMP  PIC  S9(4).
           02  DATEREPF    PICTURE X.
           02  FILLER REDEFINES DATEREPF.
             03 DATEREPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATEREPI  PIC X(8).
           02  ISSUEL    COMP  PIC  S9(4).
           02  ISSUEF    PICTURE X.
           02  FILLER REDEFINES ISSUEF.
             03 ISSUEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ISSUEI  PIC X(1).
           02  REPONSEL    COMP  PIC  S9(4).
           02  REPONSEF    PICTURE X.
           02  FILLER REDEFINES REPONSEF.
             03 REPONSEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REPONSEI  PIC X(60).
           02  LISTED OCCURS 5 TIMES.
             03  LISTEL    COMP  PIC  S9(4).
             03  LISTEF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  LISTEI  PIC X(60).
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
       01  MAPE1O REDEFINES MAPE1I.
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
           02  SEQRCLC    PICTURE X.
           02  SEQRCLH    PICTURE X.
           02  SEQRCLO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  NOMSTAGC    PICTURE X.
           02  NOMSTAGH    PICTURE X.
           02  NOMSTAGO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  ORIGINEC    PICTURE X.
           02  ORIGINEH    PICTURE X.
           02  ORIGINEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  EMPRCLC    PICTURE X.
           02  EMPRCLH    PICTURE X.
           02  EMPRCLO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  SESSRCLC    PICTURE X.
           02  SESSRCLH    PICTURE X.
           02  SESSRCLO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  CATEGC    PICTURE X.
           02  CATEGH    PICTURE X.
           02  CATEGO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  CANALC    PICTURE X.
           02  CANALH    PICTURE X.
           02  CANALO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DATERCPC    PICTURE X.
           02  DATERCPH    PICTURE X.
           02  DATERCPO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  OBJET1C    PICTURE X.
           02  OBJET1H    PICTURE X.
           02  OBJET1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  OBJET2C    PICTURE X.
           02  OBJET2H    PICTURE X.
           02  OBJET2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  GESTIONC    PICTURE X.
           02  GESTIONH    PICTURE X.
           02  GESTIONO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  DATEREPC    PICTURE X.
           02  DATEREPH    PICTURE X.
           02  DATEREPO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ISSUEC    PICTURE X.
           02  ISSUEH    PICTURE X.
           02  ISSUEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  REPONSEC    PICTURE X.
           02  REPONSEH    PICTURE X.
           02  REPONSEO  PIC X(60).
           02  DFHMS1 OCCURS 5 TIMES.
             03  FILLER PICTURE X(2).
             03  LISTEA    PICTURE X.
             03  LISTEC    PICTURE X.
             03  LISTEH    PICTURE X.
             03  LISTEO  PIC X(60).
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
