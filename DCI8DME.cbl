             03 ACCTNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACCTNOI  PIC X(9).
           02  OVLIML    COMP  PIC  S9(4).
           02  OVLIMF    PICTURE X.
           02  FILLER REDEFINES OVLIMF.
             03 OVLIMA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OVLIMI  PIC X(8).
           02  LIST1L    COMP  PIC  S9(4).
           02  LIST1F    PICTURE X.
           02  FILLER REDEFINES LIST1F.
           02  ACCTNOH    PICTURE X.
           02  ACCTNOO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  OVLIMC    PICTURE X.
           02  OVLIMH    PICTURE X.
           02  OVLIMO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  LIST1C    PICTURE X.
           02  LIST1H    PICTURE X.
           02  LIST1O  PIC X(60).
