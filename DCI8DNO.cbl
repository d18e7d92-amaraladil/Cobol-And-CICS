       01  MAPNOI.
           02  FILLER PIC X(12).
           02  ACCTNOL    COMP  PIC  S9(4).
           02  ACCTNOF    PICTURE X.
           02  FILLER REDEFINES ACCTNOF.
             03 ACCTNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACCTNOI  PIC X(9).
           02  NAMELNL    COMP  PIC  S9(4).
           02  NAMELNF    PICTURE X.
           02  FILLER REDEFINES NAMELNF.
             03 NAMELNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NAMELNI  PIC X(60).
           02  BALLNL    COMP  PIC  S9(4).
           02  BALLNF    PICTURE X.
           02  FILLER REDEFINES BALLNF.
             03 BALLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BALLNI  PIC X(60).
           02  PAYLNL    COMP  PIC  S9(4).
           02  PAYLNF    PICTURE X.
           02  FILLER REDEFINES PAYLNF.
             03 PAYLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PAYLNI  PIC X(60).
           02  ARRSLNL    COMP  PIC  S9(4).
           02  ARRSLNF    PICTURE X.
           02  FILLER REDEFINES ARRSLNF.
             03 ARRSLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ARRSLNI  PIC X(60).
           02  ARGLNL    COMP  PIC  S9(4).
           02  ARGLNF    PICTURE X.
           02  FILLER REDEFINES ARGLNF.
             03 ARGLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ARGLNI  PIC X(60).
           02  PRMLNL    COMP  PIC  S9(4).
           02  PRMLNF    PICTURE X.
           02  FILLER REDEFINES PRMLNF.
             03 PRMLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PRMLNI  PIC X(60).
           02  DDSOLNL    COMP  PIC  S9(4).
           02  DDSOLNF    PICTURE X.
           02  FILLER REDEFINES DDSOLNF.
             03 DDSOLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DDSOLNI  PIC X(60).
           02  SUSPLNL    COMP  PIC  S9(4).
           02  SUSPLNF    PICTURE X.
           02  FILLER REDEFINES SUSPLNF.
             03 SUSPLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SUSPLNI  PIC X(60).
           02  FLAGLNL    COMP  PIC  S9(4).
           02  FLAGLNF    PICTURE X.
           02  FILLER REDEFINES FLAGLNF.
             03 FLAGLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FLAGLNI  PIC X(60).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
       01  MAPNOO REDEFINES MAPNOI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACCTNOC    PICTURE X.
           02  ACCTNOH    PICTURE X.
           02  ACCTNOO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  NAMELNC    PICTURE X.
           02  NAMELNH    PICTURE X.
           02  NAMELNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  BALLNC    PICTURE X.
           02  BALLNH    PICTURE X.
           02  BALLNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  PAYLNC    PICTURE X.
           02  PAYLNH    PICTURE X.
           02  PAYLNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  ARRSLNC    PICTURE X.
           02  ARRSLNH    PICTURE X.
           02  ARRSLNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  ARGLNC    PICTURE X.
           02  ARGLNH    PICTURE X.
           02  ARGLNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  PRMLNC    PICTURE X.
           02  PRMLNH    PICTURE X.
           02  PRMLNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  DDSOLNC    PICTURE X.
           02  DDSOLNH    PICTURE X.
           02  DDSOLNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  SUSPLNC    PICTURE X.
           02  SUSPLNH    PICTURE X.
           02  SUSPLNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  FLAGLNC    PICTURE X.
           02  FLAGLNH    PICTURE X.
           02  FLAGLNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
