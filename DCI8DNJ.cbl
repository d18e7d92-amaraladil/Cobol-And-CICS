       01  MAPNJI.
           02  FILLER PIC X(12).
           02  ACCTNOL    COMP  PIC  S9(4).
           02  ACCTNOF    PICTURE X.
           02  FILLER REDEFINES ACCTNOF.
             03 ACCTNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACCTNOI  PIC X(9).
           02  HOLDLNL    COMP  PIC  S9(4).
           02  HOLDLNF    PICTURE X.
           02  FILLER REDEFINES HOLDLNF.
             03 HOLDLNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HOLDLNI  PIC X(60).
           02  SALARYL    COMP  PIC  S9(4).
           02  SALARYF    PICTURE X.
           02  FILLER REDEFINES SALARYF.
             03 SALARYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SALARYI  PIC X(9).
           02  BENEFTL    COMP  PIC  S9(4).
           02  BENEFTF    PICTURE X.
           02  FILLER REDEFINES BENEFTF.
             03 BENEFTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BENEFTI  PIC X(9).
           02  PENSNL    COMP  PIC  S9(4).
           02  PENSNF    PICTURE X.
           02  FILLER REDEFINES PENSNF.
             03 PENSNA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PENSNI  PIC X(9).
           02  INCOTHL    COMP  PIC  S9(4).
           02  INCOTHF    PICTURE X.
           02  FILLER REDEFINES INCOTHF.
             03 INCOTHA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  INCOTHI  PIC X(9).
           02  HOUSNGL    COMP  PIC  S9(4).
           02  HOUSNGF    PICTURE X.
           02  FILLER REDEFINES HOUSNGF.
             03 HOUSNGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  HOUSNGI  PIC X(9).
           02  COUNCLL    COMP  PIC  S9(4).
           02  COUNCLF    PICTURE X.
           02  FILLER REDEFINES COUNCLF.
             03 COUNCLA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  COUNCLI  PIC X(9).
           02  UTILTYL    COMP  PIC  S9(4).
           02  UTILTYF    PICTURE X.
           02  FILLER REDEFINES UTILTYF.
             03 UTILTYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  UTILTYI  PIC X(9).
           02  FOODL    COMP  PIC  S9(4).
           02  FOODF    PICTURE X.
           02  FILLER REDEFINES FOODF.
             03 FOODA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FOODI  PIC X(9).
           02  TRANSPL    COMP  PIC  S9(4).
           02  TRANSPF    PICTURE X.
           02  FILLER REDEFINES TRANSPF.
             03 TRANSPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TRANSPI  PIC X(9).
           02  CHILDCL    COMP  PIC  S9(4).
           02  CHILDCF    PICTURE X.
           02  FILLER REDEFINES CHILDCF.
             03 CHILDCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CHILDCI  PIC X(9).
           02  CREDITL    COMP  PIC  S9(4).
           02  CREDITF    PICTURE X.
           02  FILLER REDEFINES CREDITF.
             03 CREDITA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CREDITI  PIC X(9).
           02  EXPOTHL    COMP  PIC  S9(4).
           02  EXPOTHF    PICTURE X.
           02  FILLER REDEFINES EXPOTHF.
             03 EXPOTHA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  EXPOTHI  PIC X(9).
           02  TOTINCL    COMP  PIC  S9(4).
           02  TOTINCF    PICTURE X.
           02  FILLER REDEFINES TOTINCF.
             03 TOTINCA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TOTINCI  PIC X(12).
           02  TOTEXPL    COMP  PIC  S9(4).
           02  TOTEXPF    PICTURE X.
           02  FILLER REDEFINES TOTEXPF.
             03 TOTEXPA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TOTEXPI  PIC X(12).
           02  DISPINL    COMP  PIC  S9(4).
           02  DISPINF    PICTURE X.
           02  FILLER REDEFINES DISPINF.
             03 DISPINA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DISPINI  PIC X(13).
           02  TAKENL    COMP  PIC  S9(4).
           02  TAKENF    PICTURE X.
           02  FILLER REDEFINES TAKENF.
             03 TAKENA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  TAKENI  PIC X(40).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
       01  MAPNJO REDEFINES MAPNJI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  ACCTNOC    PICTURE X.
           02  ACCTNOH    PICTURE X.
           02  ACCTNOO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  HOLDLNC    PICTURE X.
           02  HOLDLNH    PICTURE X.
           02  HOLDLNO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  SALARYC    PICTURE X.
           02  SALARYH    PICTURE X.
           02  SALARYO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  BENEFTC    PICTURE X.
           02  BENEFTH    PICTURE X.
           02  BENEFTO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  PENSNC    PICTURE X.
           02  PENSNH    PICTURE X.
           02  PENSNO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  INCOTHC    PICTURE X.
           02  INCOTHH    PICTURE X.
           02  INCOTHO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  HOUSNGC    PICTURE X.
           02  HOUSNGH    PICTURE X.
           02  HOUSNGO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  COUNCLC    PICTURE X.
           02  COUNCLH    PICTURE X.
           02  COUNCLO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  UTILTYC    PICTURE X.
           02  UTILTYH    PICTURE X.
           02  UTILTYO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  FOODC    PICTURE X.
           02  FOODH    PICTURE X.
           02  FOODO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  TRANSPC    PICTURE X.
           02  TRANSPH    PICTURE X.
           02  TRANSPO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  CHILDCC    PICTURE X.
           02  CHILDCH    PICTURE X.
           02  CHILDCO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  CREDITC    PICTURE X.
           02  CREDITH    PICTURE X.
           02  CREDITO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  EXPOTHC    PICTURE X.
           02  EXPOTHH    PICTURE X.
           02  EXPOTHO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  TOTINCC    PICTURE X.
           02  TOTINCH    PICTURE X.
           02  TOTINCO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  TOTEXPC    PICTURE X.
           02  TOTEXPH    PICTURE X.
           02  TOTEXPO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  DISPINC    PICTURE X.
           02  DISPINH    PICTURE X.
           02  DISPINO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  TAKENC    PICTURE X.
           02  TAKENH    PICTURE X.
           02  TAKENO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
