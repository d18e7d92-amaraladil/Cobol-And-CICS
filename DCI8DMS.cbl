             03 LIST6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIST6I  PIC X(60).
           02  PAYER1L    COMP  PIC  S9(4).
           02  PAYER1F    PICTURE X.
           02  FILLER REDEFINES PAYER1F.
             03 PAYER1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PAYER1I  PIC X(60).
           02  PAYER2L    COMP  PIC  S9(4).
           02  PAYER2F    PICTURE X.
           02  FILLER REDEFINES PAYER2F.
             03 PAYER2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PAYER2I  PIC X(60).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  LIST6H    PICTURE X.
           02  LIST6O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  PAYER1C    PICTURE X.
           02  PAYER1H    PICTURE X.
           02  PAYER1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  PAYER2C    PICTURE X.
           02  PAYER2H    PICTURE X.
           02  PAYER2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
