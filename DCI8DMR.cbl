             03 PERIODA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PERIODI  PIC X(6).
           02  TXNARRL    COMP  PIC  S9(4).
           02  TXNARRF    PICTURE X.
           02  FILLER REDEFINES TXNARRF.
             03 TXNARRA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TXNARRI  PIC X(60).
           02  VULNBNL    COMP  PIC  S9(4).
           02  VULNBNF    PICTURE X.
           02  FILLER REDEFINES VULNBNF.
             03 VULNBNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  VULNBNI  PIC X(60).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
           02  PERIODH    PICTURE X.
           02  PERIODO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  TXNARRC    PICTURE X.
           02  TXNARRH    PICTURE X.
           02  TXNARRO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  VULNBNC    PICTURE X.
           02  VULNBNH    PICTURE X.
           02  VULNBNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
