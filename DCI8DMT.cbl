             03 RSNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RSNI  PIC X(40).
           02  VULNBNL    COMP  PIC  S9(4).
           02  VULNBNF    PICTURE X.
           02  FILLER REDEFINES VULNBNF.
             03 VULNBNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VULNBNI  PIC X(60).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  RSNH    PICTURE X.
           02  RSNO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  VULNBNC    PICTURE X.
           02  VULNBNH    PICTURE X.
           02  VULNBNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
