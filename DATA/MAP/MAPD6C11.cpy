       01  MAPD6I.
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
           02  NOMPREL    COMP  PIC  S9(4).
           02  NOMPREF    PICTURE X.
           02  FILLER REDEFINES NOMPREF.
             03 NOMPREA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMPREI  PIC X(36).
           02  SEQPLAL    COMP  PIC  S9(4).
           02  SEQPLAF    PICTURE X.
           02  FILLER REDEFINES SEQPLAF.
             03 SEQPLAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SEQPLAI  PIC X(2).
           02  TYPEVALL    COMP  PIC  S9(4).
           02  TYPEVALF    PICTURE X.
           02  FILLER REDEFINES TYPEVALF.
             03 TYPEVALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TYPEVALI  PIC X(1).
           02  CODEEMPL    COMP  PIC  S9(4).
           02  CODEEMPF    PICTURE X.
           02  FILLER REDEFINES CODEEMPF.
             03 CODEEMPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CODEEMPI  PIC X(6).
           02  RAISONL    COMP  PIC  S9(4).
           02  RAISONF    PICTURE X.
           02  FILLER REDEFINES RAISONF.
             03 RAISONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RAISONI  PIC X(30).
           02  PERIODEL    COMP  PIC  S9(4).
           02  PERIODEF    PICTURE X.
           02  FILLER REDEFINES PERIODEF.
             03 PERIODEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PERIODEI  PIC X(40).
           02  TUTEURL    COMP  PIC  S9(4).
           02  TUTEURF    PICTURE X.
           02  FILLER REDEFINES TUTEURF.
             03 TUTEURA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TUTEURI  PIC X(2).
           02  NOMTUTL    COMP  PIC  S9(4).
           02  NOMTUTF    PICTURE X.
           02  FILLER REDEFINES NOMTUTF.
             03 NOMTUTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOMTUTI  PIC X(30).
           02  DATEEVAL    COMP  PIC  S9(4).
           02  DATEEVAF    PICTURE X.
           02  FILLER REDEFINES DATEEVAF.
             03 DATEEVAA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DATEEVAI  PIC X(8).
           02  ASSIDL    COMP  PIC  S9(4).
           02  ASSIDF    PICTURE X.
           02  FILLER REDEFINES ASSIDF.
             03 ASSIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ASSIDI  PIC X(1).
           02  PONCTL    COMP  PIC  S9(4).
           02  PONCTF    PICTURE X.
           02  FILLER REDEFINES PONCTF.
             03 PONCTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PONCTI  PIC X(1).
           02  COMPETL    COMP  PIC  S9(4).
           02  COMPETF    PICTURE X.
           02  FILLER REDEFINES COMPETF.
             03 COMPETA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COMPETI  PIC X(1).
           02  RECOML    COMP  PIC  S9(4).
           02  RECOMF    PICTURE X.
           02  FILLER REDEFINES RECOMF.
             03 RECOMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RECOMI  PIC X(1).
           02  COMMENTL    COMP  PIC  S9(4).
           02  COMMENTF    PICTURE X.
           02  FILLER REDEFINES COMMENTF.
             03 COMMENTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COMMENTI  PIC X(60).
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
       01  MAPD6O REDEFINES MAPD6I.
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
           02  NOMPREC    PICTURE X.
           02  NOMPREH    PICTURE X.
           02  NOMPREO  PIC X(36).
           02  FILLER PICTURE X(3).
           02  SEQPLAC    PICTURE X.
           02  SEQPLAH    PICTURE X.
           02  SEQPLAO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  TYPEVALC    PICTURE X.
           02  TYPEVALH    PICTURE X.
           02  TYPEVALO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CODEEMPC    PICTURE X.
           02  CODEEMPH    PICTURE X.
           02  CODEEMPO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  RAISONC    PICTURE X.
           02  RAISONH    PICTURE X.
           02  RAISONO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  PERIODEC    PICTURE X.
           02  PERIODEH    PICTURE X.
           02  PERIODEO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  TUTEURC    PICTURE X.
           02  TUTEURH    PICTURE X.
           02  TUTEURO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  NOMTUTC    PICTURE X.
           02  NOMTUTH    PICTURE X.
           02  NOMTUTO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  DATEEVAC    PICTURE X.
           02  DATEEVAH    PICTURE X.
           02  DATEEVAO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  ASSIDC    PICTURE X.
           02  ASSIDH    PICTURE X.
           02  ASSIDO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PONCTC    PICTURE X.
           02  PONCTH    PICTURE X.
           02  PONCTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  COMPETC    PICTURE X.
           02  COMPETH    PICTURE X.
           02  COMPETO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  RECOMC    PICTURE X.
           02  RECOMH    PICTURE X.
           02  RECOMO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  COMMENTC    PICTURE X.
           02  COMMENTH    PICTURE X.
           02  COMMENTO  PIC X(60).
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
