       01  MAPNLI.
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
           02  HELDLNL    COMP  PIC  S9(4).
           02  HELDLNF    PICTURE X.
           02  FILLER REDEFINES HELDLNF.
             03 HELDLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HELDLNI  PIC X(60).
           02  TRCLNL    COMP  PIC  S9(4).
           02  TRCLNF    PICTURE X.
           02  FILLER REDEFINES TRCLNF.
             03 TRCLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRCLNI  PIC X(60).
           02  NEWAD1L    COMP  PIC  S9(4).
           02  NEWAD1F    PICTURE X.
           02  FILLER REDEFINES NEWAD1F.
             03 NEWAD1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NEWAD1I  PIC X(20).
           02  NEWAD2L    COMP  PIC  S9(4).
           02  NEWAD2F    PICTURE X.
           02  FILLER REDEFINES NEWAD2F.
             03 NEWAD2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NEWAD2I  PIC X(20).
           02  REASONL    COMP  PIC  S9(4).
           02  REASONF    PICTURE X.
           02  FILLER REDEFINES REASONF.
             03 REASONA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REASONI  PIC X(30).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
       01  MAPNLO REDEFINES MAPNLI.
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
           02  HELDLNC    PICTURE X.
           02  HELDLNH    PICTURE X.
           02  HELDLNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  TRCLNC    PICTURE X.
           02  TRCLNH    PICTURE X.
           02  TRCLNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  NEWAD1C    PICTURE X.
           02  NEWAD1H    PICTURE X.
           02  NEWAD1O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  NEWAD2C    PICTURE X.
           02  NEWAD2H    PICTURE X.
           02  NEWAD2O  PIC X(20).
           02  FILLER PICTURE X(3).
           02  REASONC    PICTURE X.
           02  REASONH    PICTURE X.
           02  REASONO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
