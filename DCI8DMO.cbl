             03 OPPWDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPPWDI  PIC X(8).
           02  OPCUSTL    COMP  PIC  S9(4).
           02  OPCUSTF    PICTURE X.
           02  FILLER REDEFINES OPCUSTF.
             03 OPCUSTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPCUSTI  PIC X(8).
           02  OPACCTL    COMP  PIC  S9(4).
           02  OPACCTF    PICTURE X.
           02  FILLER REDEFINES OPACCTF.
             03 OPACCTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPACCTI  PIC X(9).
           02  OPDAYSL    COMP  PIC  S9(4).
           02  OPDAYSF    PICTURE X.
           02  FILLER REDEFINES OPDAYSF.
             03 OPDAYSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPDAYSI  PIC X(7).
           02  OPFROML    COMP  PIC  S9(4).
           02  OPFROMF    PICTURE X.
           02  FILLER REDEFINES OPFROMF.
             03 OPFROMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPFROMI  PIC X(4).
           02  OPTOL    COMP  PIC  S9(4).
           02  OPTOF    PICTURE X.
           02  FILLER REDEFINES OPTOF.
             03 OPTOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPTOI  PIC X(4).
           02  OPTERML    COMP  PIC  S9(4).
           02  OPTERMF    PICTURE X.
           02  FILLER REDEFINES OPTERMF.
             03 OPTERMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPTERMI  PIC X(16).
           02  OPRSNL    COMP  PIC  S9(4).
           02  OPRSNF    PICTURE X.
           02  FILLER REDEFINES OPRSNF.
             03 OPRSNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPRSNI  PIC X(40).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  OPPWDH    PICTURE X.
           02  OPPWDO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  OPCUSTC    PICTURE X.
           02  OPCUSTH    PICTURE X.
           02  OPCUSTO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  OPACCTC    PICTURE X.
           02  OPACCTH    PICTURE X.
           02  OPACCTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  OPDAYSC    PICTURE X.
           02  OPDAYSH    PICTURE X.
           02  OPDAYSO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  OPFROMC    PICTURE X.
           02  OPFROMH    PICTURE X.
           02  OPFROMO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  OPTOC    PICTURE X.
           02  OPTOH    PICTURE X.
           02  OPTOO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  OPTERMC    PICTURE X.
           02  OPTERMH    PICTURE X.
           02  OPTERMO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  OPRSNC    PICTURE X.
           02  OPRSNH    PICTURE X.
           02  OPRSNO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
