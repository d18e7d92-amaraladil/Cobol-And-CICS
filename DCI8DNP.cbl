       01  MAPNPI.
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
           02  NAMELNI  PIC X(40).
           02  CPREFL    COMP  PIC  S9(4).
           02  CPREFF    PICTURE X.
           02  FILLER REDEFINES CPREFF.
             03 CPREFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CPREFI  PIC X(1).
           02  PHONEL    COMP  PIC  S9(4).
           02  PHONEF    PICTURE X.
           02  FILLER REDEFINES PHONEF.
             03 PHONEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PHONEI  PIC X(15).
           02  EMAILL    COMP  PIC  S9(4).
           02  EMAILF    PICTURE X.
           02  FILLER REDEFINES EMAILF.
             03 EMAILA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EMAILI  PIC X(30).
           02  OPTPAYL    COMP  PIC  S9(4).
           02  OPTPAYF    PICTURE X.
           02  FILLER REDEFINES OPTPAYF.
             03 OPTPAYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPTPAYI  PIC X(1).
           02  OPTDUEL    COMP  PIC  S9(4).
           02  OPTDUEF    PICTURE X.
           02  FILLER REDEFINES OPTDUEF.
             03 OPTDUEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPTDUEI  PIC X(1).
           02  OPTUTLL    COMP  PIC  S9(4).
           02  OPTUTLF    PICTURE X.
           02  FILLER REDEFINES OPTUTLF.
             03 OPTUTLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPTUTLI  PIC X(1).
           02  OPTOVLL    COMP  PIC  S9(4).
           02  OPTOVLF    PICTURE X.
           02  FILLER REDEFINES OPTOVLF.
             03 OPTOVLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPTOVLI  PIC X(1).
           02  OPTDDRL    COMP  PIC  S9(4).
           02  OPTDDRF    PICTURE X.
           02  FILLER REDEFINES OPTDDRF.
             03 OPTDDRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPTDDRI  PIC X(1).
           02  CHGLNL    COMP  PIC  S9(4).
           02  CHGLNF    PICTURE X.
           02  FILLER REDEFINES CHGLNF.
             03 CHGLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CHGLNI  PIC X(60).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
       01  MAPNPO REDEFINES MAPNPI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACCTNOC    PICTURE X.
           02  ACCTNOH    PICTURE X.
           02  ACCTNOO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  NAMELNC    PICTURE X.
           02  NAMELNH    PICTURE X.
           02  NAMELNO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  CPREFC    PICTURE X.
           02  CPREFH    PICTURE X.
           02  CPREFO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  PHONEC    PICTURE X.
           02  PHONEH    PICTURE X.
           02  PHONEO  PIC X(15).
           02  FILLER PICTURE X(3).
           02  EMAILC    PICTURE X.
           02  EMAILH    PICTURE X.
           02  EMAILO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  OPTPAYC    PICTURE X.
           02  OPTPAYH    PICTURE X.
           02  OPTPAYO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  OPTDUEC    PICTURE X.
           02  OPTDUEH    PICTURE X.
           02  OPTDUEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  OPTUTLC    PICTURE X.
           02  OPTUTLH    PICTURE X.
           02  OPTUTLO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  OPTOVLC    PICTURE X.
           02  OPTOVLH    PICTURE X.
           02  OPTOVLO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  OPTDDRC    PICTURE X.
           02  OPTDDRH    PICTURE X.
           02  OPTDDRO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CHGLNC    PICTURE X.
           02  CHGLNH    PICTURE X.
           02  CHGLNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
