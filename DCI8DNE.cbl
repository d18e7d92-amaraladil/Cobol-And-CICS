       01  MAPNEI.
           02  FILLER PIC X(12).
           02  ACCTNOL    COMP  PIC  S9(4).
           02  ACCTNOF    PICTURE X.
           02  FILLER REDEFINES ACCTNOF.
             03 ACCTNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACCTNOI  PIC X(9).
           02  HOLDLNL    COMP  PIC  S9(4).
           02  HOLDLNF    PICTURE X.
           02  FILLER REDEFINES HOLDLNF.
             03 HOLDLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HOLDLNI  PIC X(60).
           02  LINE1L    COMP  PIC  S9(4).
           02  LINE1F    PICTURE X.
           02  FILLER REDEFINES LINE1F.
             03 LINE1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE1I  PIC X(70).
           02  LINE2L    COMP  PIC  S9(4).
           02  LINE2F    PICTURE X.
           02  FILLER REDEFINES LINE2F.
             03 LINE2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE2I  PIC X(70).
           02  LINE3L    COMP  PIC  S9(4).
           02  LINE3F    PICTURE X.
           02  FILLER REDEFINES LINE3F.
             03 LINE3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE3I  PIC X(70).
           02  LINE4L    COMP  PIC  S9(4).
           02  LINE4F    PICTURE X.
           02  FILLER REDEFINES LINE4F.
             03 LINE4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE4I  PIC X(70).
           02  LINE5L    COMP  PIC  S9(4).
           02  LINE5F    PICTURE X.
           02  FILLER REDEFINES LINE5F.
             03 LINE5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE5I  PIC X(70).
           02  LINE6L    COMP  PIC  S9(4).
           02  LINE6F    PICTURE X.
           02  FILLER REDEFINES LINE6F.
             03 LINE6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LINE6I  PIC X(70).
           02  CARDNOL    COMP  PIC  S9(4).
           02  CARDNOF    PICTURE X.
           02  FILLER REDEFINES CARDNOF.
             03 CARDNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CARDNOI  PIC X(16).
           02  HSEQL    COMP  PIC  S9(4).
           02  HSEQF    PICTURE X.
           02  FILLER REDEFINES HSEQF.
             03 HSEQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HSEQI  PIC X(2).
           02  ENAMEL    COMP  PIC  S9(4).
           02  ENAMEF    PICTURE X.
           02  FILLER REDEFINES ENAMEF.
             03 ENAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ENAMEI  PIC X(26).
           02  BLKRSNL    COMP  PIC  S9(4).
           02  BLKRSNF    PICTURE X.
           02  FILLER REDEFINES BLKRSNF.
             03 BLKRSNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BLKRSNI  PIC X(1).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
       01  MAPNEO REDEFINES MAPNEI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACCTNOC    PICTURE X.
           02  ACCTNOH    PICTURE X.
           02  ACCTNOO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  HOLDLNC    PICTURE X.
           02  HOLDLNH    PICTURE X.
           02  HOLDLNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LINE1C    PICTURE X.
           02  LINE1H    PICTURE X.
           02  LINE1O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LINE2C    PICTURE X.
           02  LINE2H    PICTURE X.
           02  LINE2O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LINE3C    PICTURE X.
           02  LINE3H    PICTURE X.
           02  LINE3O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LINE4C    PICTURE X.
           02  LINE4H    PICTURE X.
           02  LINE4O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LINE5C    PICTURE X.
           02  LINE5H    PICTURE X.
           02  LINE5O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  LINE6C    PICTURE X.
           02  LINE6H    PICTURE X.
           02  LINE6O  PIC X(70).
           02  FILLER PICTURE X(3).
           02  CARDNOC    PICTURE X.
           02  CARDNOH    PICTURE X.
           02  CARDNOO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  HSEQC    PICTURE X.
           02  HSEQH    PICTURE X.
           02  HSEQO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  ENAMEC    PICTURE X.
           02  ENAMEH    PICTURE X.
           02  ENAMEO  PIC X(26).
           02  FILLER PICTURE X(3).
           02  BLKRSNC    PICTURE X.
           02  BLKRSNH    PICTURE X.
           02  BLKRSNO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
