       01  MAPNII.
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
           02  CATGL    COMP  PIC  S9(4).
           02  CATGF    PICTURE X.
           02  FILLER REDEFINES CATGF.
             03 CATGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CATGI  PIC X(1).
           02  CONSNTL    COMP  PIC  S9(4).
           02  CONSNTF    PICTURE X.
           02  FILLER REDEFINES CONSNTF.
             03 CONSNTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CONSNTI  PIC X(1).
           02  REVWDTL    COMP  PIC  S9(4).
           02  REVWDTF    PICTURE X.
           02  FILLER REDEFINES REVWDTF.
             03 REVWDTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REVWDTI  PIC X(8).
           02  NOTEL    COMP  PIC  S9(4).
           02  NOTEF    PICTURE X.
           02  FILLER REDEFINES NOTEF.
             03 NOTEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOTEI  PIC X(40).
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
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
       01  MAPNIO REDEFINES MAPNII.
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
           02  CATGC    PICTURE X.
           02  CATGH    PICTURE X.
           02  CATGO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CONSNTC    PICTURE X.
           02  CONSNTH    PICTURE X.
           02  CONSNTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  REVWDTC    PICTURE X.
           02  REVWDTH    PICTURE X.
           02  REVWDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  NOTEC    PICTURE X.
           02  NOTEH    PICTURE X.
           02  NOTEO  PIC X(40).
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
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
