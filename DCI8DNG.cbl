       01  MAPNGI.
           02  FILLER PIC X(12).
           02  ACCTNOL    COMP  PIC  S9(4).
           02  ACCTNOF    PICTURE X.
           02  FILLER REDEFINES ACCTNOF.
             03 ACCTNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACCTNOI  PIC X(9).
           02  CMPSEQL    COMP  PIC  S9(4).
           02  CMPSEQF    PICTURE X.
           02  FILLER REDEFINES CMPSEQF.
             03 CMPSEQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CMPSEQI  PIC X(4).
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
           02  CATGI  PIC X(2).
           02  RCVDTL    COMP  PIC  S9(4).
           02  RCVDTF    PICTURE X.
           02  FILLER REDEFINES RCVDTF.
             03 RCVDTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RCVDTI  PIC X(8).
           02  HANDLRL    COMP  PIC  S9(4).
           02  HANDLRF    PICTURE X.
           02  FILLER REDEFINES HANDLRF.
             03 HANDLRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HANDLRI  PIC X(8).
           02  SUMML    COMP  PIC  S9(4).
           02  SUMMF    PICTURE X.
           02  FILLER REDEFINES SUMMF.
             03 SUMMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SUMMI  PIC X(40).
           02  ROOTCL    COMP  PIC  S9(4).
           02  ROOTCF    PICTURE X.
           02  FILLER REDEFINES ROOTCF.
             03 ROOTCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ROOTCI  PIC X(2).
           02  REDRSL    COMP  PIC  S9(4).
           02  REDRSF    PICTURE X.
           02  FILLER REDEFINES REDRSF.
             03 REDRSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REDRSI  PIC X(11).
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
       01  MAPNGO REDEFINES MAPNGI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACCTNOC    PICTURE X.
           02  ACCTNOH    PICTURE X.
           02  ACCTNOO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  CMPSEQC    PICTURE X.
           02  CMPSEQH    PICTURE X.
           02  CMPSEQO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  HOLDLNC    PICTURE X.
           02  HOLDLNH    PICTURE X.
           02  HOLDLNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  CATGC    PICTURE X.
           02  CATGH    PICTURE X.
           02  CATGO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  RCVDTC    PICTURE X.
           02  RCVDTH    PICTURE X.
           02  RCVDTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  HANDLRC    PICTURE X.
           02  HANDLRH    PICTURE X.
           02  HANDLRO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  SUMMC    PICTURE X.
           02  SUMMH    PICTURE X.
           02  SUMMO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  ROOTCC    PICTURE X.
           02  ROOTCH    PICTURE X.
           02  ROOTCO  PIC X(2).
           02  FILLER PICTURE X(3).
           02  REDRSC    PICTURE X.
           02  REDRSH    PICTURE X.
           02  REDRSO  PIC X(11).
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
