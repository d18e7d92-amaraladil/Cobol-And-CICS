             03 NEWBALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NEWBALI  PIC X(14).
           02  MERCHL    COMP  PIC  S9(4).
           02  MERCHF    PICTURE X.
           02  FILLER REDEFINES MERCHF.
             03 MERCHA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MERCHI  PIC X(30).
           02  CATEGL    COMP  PIC  S9(4).
           02  CATEGF    PICTURE X.
           02  FILLER REDEFINES CATEGF.
             03 CATEGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CATEGI  PIC X(4).
           02  OREFL    COMP  PIC  S9(4).
           02  OREFF    PICTURE X.
           02  FILLER REDEFINES OREFF.
             03 OREFA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OREFI  PIC X(16).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  NEWBALH    PICTURE X.
           02  NEWBALO  PIC X(14).
           02  FILLER PICTURE X(3).
           02  MERCHC    PICTURE X.
           02  MERCHH    PICTURE X.
           02  MERCHO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  CATEGC    PICTURE X.
           02  CATEGH    PICTURE X.
           02  CATEGO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  OREFC    PICTURE X.
           02  OREFH    PICTURE X.
           02  OREFO  PIC X(16).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
