       01  MAPNDI.
           02  FILLER PIC X(12).
           02  ACCTNOL    COMP  PIC  S9(4).
           02  ACCTNOF    PICTURE X.
           02  FILLER REDEFINES ACCTNOF.
             03 ACCTNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACCTNOI  PIC X(9).
           02  TXDATEL    COMP  PIC  S9(4).
           02  TXDATEF    PICTURE X.
           02  FILLER REDEFINES TXDATEF.
             03 TXDATEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TXDATEI  PIC X(7).
           02  TXSEQL    COMP  PIC  S9(4).
           02  TXSEQF    PICTURE X.
           02  FILLER REDEFINES TXSEQF.
             03 TXSEQA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TXSEQI  PIC X(4).
           02  TXLINEL    COMP  PIC  S9(4).
           02  TXLINEF    PICTURE X.
           02  FILLER REDEFINES TXLINEF.
             03 TXLINEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TXLINEI  PIC X(60).
           02  CASELNL    COMP  PIC  S9(4).
           02  CASELNF    PICTURE X.
           02  FILLER REDEFINES CASELNF.
             03 CASELNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CASELNI  PIC X(60).
           02  SCHEMEL    COMP  PIC  S9(4).
           02  SCHEMEF    PICTURE X.
           02  FILLER REDEFINES SCHEMEF.
             03 SCHEMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SCHEMEI  PIC X(1).
           02  RSNCDL    COMP  PIC  S9(4).
           02  RSNCDF    PICTURE X.
           02  FILLER REDEFINES RSNCDF.
             03 RSNCDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RSNCDI  PIC X(4).
           02  PROVL    COMP  PIC  S9(4).
           02  PROVF    PICTURE X.
           02  FILLER REDEFINES PROVF.
             03 PROVA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PROVI  PIC X(1).
           02  RSNTXTL    COMP  PIC  S9(4).
           02  RSNTXTF    PICTURE X.
           02  FILLER REDEFINES RSNTXTF.
             03 RSNTXTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RSNTXTI  PIC X(40).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
       01  MAPNDO REDEFINES MAPNDI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACCTNOC    PICTURE X.
           02  ACCTNOH    PICTURE X.
           02  ACCTNOO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  TXDATEC    PICTURE X.
           02  TXDATEH    PICTURE X.
           02  TXDATEO  PIC X(7).
           02  FILLER PICTURE X(3).
           02  TXSEQC    PICTURE X.
           02  TXSEQH    PICTURE X.
           02  TXSEQO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  TXLINEC    PICTURE X.
           02  TXLINEH    PICTURE X.
           02  TXLINEO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  CASELNC    PICTURE X.
           02  CASELNH    PICTURE X.
           02  CASELNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  SCHEMEC    PICTURE X.
           02  SCHEMEH    PICTURE X.
           02  SCHEMEO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  RSNCDC    PICTURE X.
           02  RSNCDH    PICTURE X.
           02  RSNCDO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  PROVC    PICTURE X.
           02  PROVH    PICTURE X.
           02  PROVO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  RSNTXTC    PICTURE X.
           02  RSNTXTH    PICTURE X.
           02  RSNTXTO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
