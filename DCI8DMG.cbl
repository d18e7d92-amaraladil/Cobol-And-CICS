             03  LINEF    PICTURE X.
             03  FILLER   PICTURE X(2).
             03  LINEI  PIC X(40).
           02  EFFDTL    COMP  PIC  S9(4).
           02  EFFDTF    PICTURE X.
           02  FILLER REDEFINES EFFDTF.
             03 EFFDTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EFFDTI  PIC X(7).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03  LINEH    PICTURE X.
             03  LINEO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  EFFDTC    PICTURE X.
           02  EFFDTH    PICTURE X.
           02  EFFDTO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
