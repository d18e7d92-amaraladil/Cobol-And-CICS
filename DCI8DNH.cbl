       01  MAPNHI.
           02  FILLER PIC X(12).
           02  PICKL    COMP  PIC  S9(4).
           02  PICKF    PICTURE X.
           02  FILLER REDEFINES PICKF.
             03 PICKA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  PICKI  PIC X(1).
           02  LIST1L    COMP  PIC  S9(4).
           02  LIST1F    PICTURE X.
           02  FILLER REDEFINES LIST1F.
             03 LIST1A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIST1I  PIC X(79).
           02  LIST2L    COMP  PIC  S9(4).
           02  LIST2F    PICTURE X.
           02  FILLER REDEFINES LIST2F.
             03 LIST2A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIST2I  PIC X(79).
           02  LIST3L    COMP  PIC  S9(4).
           02  LIST3F    PICTURE X.
           02  FILLER REDEFINES LIST3F.
             03 LIST3A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIST3I  PIC X(79).
           02  LIST4L    COMP  PIC  S9(4).
           02  LIST4F    PICTURE X.
           02  FILLER REDEFINES LIST4F.
             03 LIST4A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIST4I  PIC X(79).
           02  LIST5L    COMP  PIC  S9(4).
           02  LIST5F    PICTURE X.
           02  FILLER REDEFINES LIST5F.
             03 LIST5A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIST5I  PIC X(79).
           02  LIST6L    COMP  PIC  S9(4).
           02  LIST6F    PICTURE X.
           02  FILLER REDEFINES LIST6F.
             03 LIST6A    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LIST6I  PIC X(79).
           02  SUBJL    COMP  PIC  S9(4).
           02  SUBJF    PICTURE X.
           02  FILLER REDEFINES SUBJF.
             03 SUBJA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SUBJI  PIC X(30).
           02  ACCTNOL    COMP  PIC  S9(4).
           02  ACCTNOF    PICTURE X.
           02  FILLER REDEFINES ACCTNOF.
             03 ACCTNOA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACCTNOI  PIC X(9).
           02  SNAMEL    COMP  PIC  S9(4).
           02  SNAMEF    PICTURE X.
           02  FILLER REDEFINES SNAMEF.
             03 SNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SNAMEI  PIC X(35).
           02  ENTRYL    COMP  PIC  S9(4).
           02  ENTRYF    PICTURE X.
           02  FILLER REDEFINES ENTRYF.
             03 ENTRYA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ENTRYI  PIC X(60).
           02  LISTIDL    COMP  PIC  S9(4).
           02  LISTIDF    PICTURE X.
           02  FILLER REDEFINES LISTIDF.
             03 LISTIDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LISTIDI  PIC X(10).
           02  REGIMEL    COMP  PIC  S9(4).
           02  REGIMEF    PICTURE X.
           02  FILLER REDEFINES REGIMEF.
             03 REGIMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  REGIMEI  PIC X(20).
           02  DOBL    COMP  PIC  S9(4).
           02  DOBF    PICTURE X.
           02  FILLER REDEFINES DOBF.
             03 DOBA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  DOBI  PIC X(10).
           02  MTYPEL    COMP  PIC  S9(4).
           02  MTYPEF    PICTURE X.
           02  FILLER REDEFINES MTYPEF.
             03 MTYPEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MTYPEI  PIC X(12).
           02  STATUSL    COMP  PIC  S9(4).
           02  STATUSF    PICTURE X.
           02  FILLER REDEFINES STATUSF.
             03 STATUSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  STATUSI  PIC X(12).
           02  RAISEDL    COMP  PIC  S9(4).
           02  RAISEDF    PICTURE X.
           02  FILLER REDEFINES RAISEDF.
             03 RAISEDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  RAISEDI  PIC X(30).
           02  NOTEL    COMP  PIC  S9(4).
           02  NOTEF    PICTURE X.
           02  FILLER REDEFINES NOTEF.
             03 NOTEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  NOTEI  PIC X(40).
           02  MSGL    COMP  PIC  S9(4).
           02  MSGF    PICTURE X.
           02  FILLER REDEFINES MSGF.
             03 MSGA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  MSGI  PIC X(60).
       01  MAPNHO REDEFINES MAPNHI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  PICKC    PICTURE X.
           02  PICKH    PICTURE X.
           02  PICKO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  LIST1C    PICTURE X.
           02  LIST1H    PICTURE X.
           02  LIST1O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIST2C    PICTURE X.
           02  LIST2H    PICTURE X.
           02  LIST2O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIST3C    PICTURE X.
           02  LIST3H    PICTURE X.
           02  LIST3O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIST4C    PICTURE X.
           02  LIST4H    PICTURE X.
           02  LIST4O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIST5C    PICTURE X.
           02  LIST5H    PICTURE X.
           02  LIST5O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  LIST6C    PICTURE X.
           02  LIST6H    PICTURE X.
           02  LIST6O  PIC X(79).
           02  FILLER PICTURE X(3).
           02  SUBJC    PICTURE X.
           02  SUBJH    PICTURE X.
           02  SUBJO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ACCTNOC    PICTURE X.
           02  ACCTNOH    PICTURE X.
           02  ACCTNOO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  SNAMEC    PICTURE X.
           02  SNAMEH    PICTURE X.
           02  SNAMEO  PIC X(35).
           02  FILLER PICTURE X(3).
           02  ENTRYC    PICTURE X.
           02  ENTRYH    PICTURE X.
           02  ENTRYO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LISTIDC    PICTURE X.
           02  LISTIDH    PICTURE X.
           02  LISTIDO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  REGIMEC    PICTURE X.
           02  REGIMEH    PICTURE X.
           02  REGIMEO  PIC X(20).
           02  FILLER PICTURE X(3).
           02  DOBC    PICTURE X.
           02  DOBH    PICTURE X.
           02  DOBO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  MTYPEC    PICTURE X.
           02  MTYPEH    PICTURE X.
           02  MTYPEO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  STATUSC    PICTURE X.
           02  STATUSH    PICTURE X.
           02  STATUSO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  RAISEDC    PICTURE X.
           02  RAISEDH    PICTURE X.
           02  RAISEDO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  NOTEC    PICTURE X.
           02  NOTEH    PICTURE X.
           02  NOTEO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
