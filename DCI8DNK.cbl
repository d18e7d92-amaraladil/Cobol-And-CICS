       01  MAPNKI.
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
           02  CTYPEL    COMP  PIC  S9(4).
           02  CTYPEF    PICTURE X.
           02  FILLER REDEFINES CTYPEF.
             03 CTYPEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CTYPEI  PIC X(1).
           02  NOTIFYL    COMP  PIC  S9(4).
           02  NOTIFYF    PICTURE X.
           02  FILLER REDEFINES NOTIFYF.
             03 NOTIFYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOTIFYI  PIC X(8).
           02  CLMREFL    COMP  PIC  S9(4).
           02  CLMREFF    PICTURE X.
           02  FILLER REDEFINES CLMREFF.
             03 CLMREFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CLMREFI  PIC X(15).
           02  PNAMEL    COMP  PIC  S9(4).
           02  PNAMEF    PICTURE X.
           02  FILLER REDEFINES PNAMEF.
             03 PNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PNAMEI  PIC X(30).
           02  PADDR1L    COMP  PIC  S9(4).
           02  PADDR1F    PICTURE X.
           02  FILLER REDEFINES PADDR1F.
             03 PADDR1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PADDR1I  PIC X(30).
           02  PADDR2L    COMP  PIC  S9(4).
           02  PADDR2F    PICTURE X.
           02  FILLER REDEFINES PADDR2F.
             03 PADDR2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PADDR2I  PIC X(30).
           02  PADDR3L    COMP  PIC  S9(4).
           02  PADDR3F    PICTURE X.
           02  FILLER REDEFINES PADDR3F.
             03 PADDR3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PADDR3I  PIC X(30).
           02  DIVAMTL    COMP  PIC  S9(4).
           02  DIVAMTF    PICTURE X.
           02  FILLER REDEFINES DIVAMTF.
             03 DIVAMTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DIVAMTI  PIC X(11).
           02  CASELNL    COMP  PIC  S9(4).
           02  CASELNF    PICTURE X.
           02  FILLER REDEFINES CASELNF.
             03 CASELNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CASELNI  PIC X(60).
           02  LEDGLNL    COMP  PIC  S9(4).
           02  LEDGLNF    PICTURE X.
           02  FILLER REDEFINES LEDGLNF.
             03 LEDGLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LEDGLNI  PIC X(60).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
       01  MAPNKO REDEFINES MAPNKI.
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
           02  CTYPEC    PICTURE X.
           02  CTYPEH    PICTURE X.
           02  CTYPEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  NOTIFYC    PICTURE X.
           02  NOTIFYH    PICTURE X.
           02  NOTIFYO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  CLMREFC    PICTURE X.
           02  CLMREFH    PICTURE X.
           02  CLMREFO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  PNAMEC    PICTURE X.
           02  PNAMEH    PICTURE X.
           02  PNAMEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  PADDR1C    PICTURE X.
           02  PADDR1H    PICTURE X.
           02  PADDR1O  PIC X(30).
           02  FILLER PICTURE X(3).
           02  PADDR2C    PICTURE X.
           02  PADDR2H    PICTURE X.
           02  PADDR2O  PIC X(30).
           02  FILLER PICTURE X(3).
           02  PADDR3C    PICTURE X.
           02  PADDR3H    PICTURE X.
           02  PADDR3O  PIC X(30).
           02  FILLER PICTURE X(3).
           02  DIVAMTC    PICTURE X.
           02  DIVAMTH    PICTURE X.
           02  DIVAMTO  PIC X(11).
           02  FILLER PICTURE X(3).
           02  CASELNC    PICTURE X.
           02  CASELNH    PICTURE X.
           02  CASELNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LEDGLNC    PICTURE X.
           02  LEDGLNH    PICTURE X.
           02  LEDGLNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
