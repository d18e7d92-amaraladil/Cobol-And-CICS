       01  MAPNRI.
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
           02  STATL    COMP  PIC  S9(4).
           02  STATF    PICTURE X.
           02  FILLER REDEFINES STATF.
             03 STATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  STATI  PIC X(1).
           02  CURPRDL    COMP  PIC  S9(4).
           02  CURPRDF    PICTURE X.
           02  FILLER REDEFINES CURPRDF.
             03 CURPRDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CURPRDI  PIC X(4).
           02  CURTRML    COMP  PIC  S9(4).
           02  CURTRMF    PICTURE X.
           02  FILLER REDEFINES CURTRMF.
             03 CURTRMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CURTRMI  PIC X(60).
           02  CURFEEL    COMP  PIC  S9(4).
           02  CURFEEF    PICTURE X.
           02  FILLER REDEFINES CURFEEF.
             03 CURFEEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CURFEEI  PIC X(30).
           02  NEWPRDL    COMP  PIC  S9(4).
           02  NEWPRDF    PICTURE X.
           02  FILLER REDEFINES NEWPRDF.
             03 NEWPRDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NEWPRDI  PIC X(4).
           02  NEWTRML    COMP  PIC  S9(4).
           02  NEWTRMF    PICTURE X.
           02  FILLER REDEFINES NEWTRMF.
             03 NEWTRMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NEWTRMI  PIC X(60).
           02  NEWFEEL    COMP  PIC  S9(4).
           02  NEWFEEF    PICTURE X.
           02  FILLER REDEFINES NEWFEEF.
             03 NEWFEEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NEWFEEI  PIC X(30).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
       01  MAPNRO REDEFINES MAPNRI.
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
           02  STATC    PICTURE X.
           02  STATH    PICTURE X.
           02  STATO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CURPRDC    PICTURE X.
           02  CURPRDH    PICTURE X.
           02  CURPRDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  CURTRMC    PICTURE X.
           02  CURTRMH    PICTURE X.
           02  CURTRMO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  CURFEEC    PICTURE X.
           02  CURFEEH    PICTURE X.
           02  CURFEEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  NEWPRDC    PICTURE X.
           02  NEWPRDH    PICTURE X.
           02  NEWPRDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  NEWTRMC    PICTURE X.
           02  NEWTRMH    PICTURE X.
           02  NEWTRMO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  NEWFEEC    PICTURE X.
           02  NEWFEEH    PICTURE X.
           02  NEWFEEO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
