       01  MAPD0I.
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
           02  NUMCERTL    COMP  PIC  S9(4).
           02  NUMCERTF    PICTURE X.
           02  FILLER REDEFINES NUMCERTF.
             03 NUMCERTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NUMCERTI  PIC X(14).
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
           02  CODESESL    COMP  PIC  S9(4).
           02  CODESESF    PICTURE X.
           02  FILLER REDEFINES CODESESF.
             03 CODESESA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CODESESI  PIC X(6).
           02  TITREL    COMP  PIC  S9(4).
           02  TITREF    PICTURE X.
           02  FILLER REDEFINES TITREF.
             03 TITREA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TITREI  PIC X(30).
           02  DATEEXAML    COMP  PIC  S9(4).
           02  DATEEXAMF    PICTURE X.
           02  FILLER REDEFINES DATEEXAMF.
             03 DATEEXAMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATEEXAMI  PIC X(10).
           02  SCOREL    COMP  PIC  S9(4).
           02  SCOREF    PICTURE X.
           02  FILLER REDEFINES SCOREF.
             03 SCOREA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SCOREI  PIC X(3).
           02  DATEEMISL    COMP  PIC  S9(4).
           02  DATEEMISF    PICTURE X.
           02  FILLER REDEFINES DATEEMISF.
             03 DATEEMISA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATEEMISI  PIC X(10).
           02  ETATL    COMP  PIC  S9(4).
           02  ETATF    PICTURE X.
           02  FILLER REDEFINES ETATF.
             03 ETATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ETATI  PIC X(60).
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
       01  MAPD0O REDEFINES MAPD0I.
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
           02  NUMCERTC    PICTURE X.
           02  NUMCERTH    PICTURE X.
           02  NUMCERTO  PIC X(14).
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
           02  CODESESC    PICTURE X.
           02  CODESESH    PICTURE X.
           02  CODESESO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  TITREC    PICTURE X.
           02  TITREH    PICTURE X.
           02  TITREO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  DATEEXAMC    PICTURE X.
           02  DATEEXAMH    PICTURE X.
           02  DATEEXAMO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  SCOREC    PICTURE X.
           02  SCOREH    PICTURE X.
           02  SCOREO  PIC X(3).
           02  FILLER PICTURE X(3).
           02  DATEEMISC    PICTURE X.
           02  DATEEMISH    PICTURE X.
           02  DATEEMISO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  ETATC    PICTURE X.
           02  ETATH    PICTURE X.
           02  ETATO  PIC X(60).
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
