             03 BRANCHA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BRANCHI  PIC X(4).
           02  INTROL    COMP  PIC  S9(4).
           02  INTROF    PICTURE X.
           02  FILLER REDEFINES INTROF.
             03 INTROA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INTROI  PIC X(8).
           02  REASONL    COMP  PIC  S9(4).
           02  REASONF    PICTURE X.
           02  FILLER REDEFINES REASONF.
           02  BRANCHH    PICTURE X.
           02  BRANCHO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  INTROC    PICTURE X.
           02  INTROH    PICTURE X.
           02  INTROO  PIC X(8).
           02  FILLER PICTURE X(3).
           02  REASONC    PICTURE X.
           02  REASONH    PICTURE X.
           02  REASONO  PIC X(40).
