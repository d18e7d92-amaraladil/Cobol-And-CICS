       01  MAPNSI.
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
           02  CASEL    COMP  PIC  S9(4).
           02  CASEF    PICTURE X.
           02  FILLER REDEFINES CASEF.
             03 CASEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  CASEI  PIC X(13).
           02  SNAMEL    COMP  PIC  S9(4).
           02  SNAMEF    PICTURE X.
           02  FILLER REDEFINES SNAMEF.
             03 SNAMEA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  SNAMEI  PIC X(35).
           02  STATUSL    COMP  PIC  S9(4).
           02  STATUSF    PICTURE X.
           02  FILLER REDEFINES STATUSF.
             03 STATUSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  STATUSI  PIC X(12).
           02  OPENEDL    COMP  PIC  S9(4).
           02  OPENEDF    PICTURE X.
           02  FILLER REDEFINES OPENEDF.
             03 OPENEDA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  OPENEDI  PIC X(30).
           02  ALERTSL    COMP  PIC  S9(4).
           02  ALERTSF    PICTURE X.
           02  FILLER REDEFINES ALERTSF.
             03 ALERTSA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ALERTSI  PIC X(60).
           02  FIRSTL    COMP  PIC  S9(4).
           02  FIRSTF    PICTURE X.
           02  FILLER REDEFINES FIRSTF.
             03 FIRSTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  FIRSTI  PIC X(60).
           02  LASTL    COMP  PIC  S9(4).
           02  LASTF    PICTURE X.
           02  FILLER REDEFINES LASTF.
             03 LASTA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  LASTI  PIC X(60).
           02  BALL    COMP  PIC  S9(4).
           02  BALF    PICTURE X.
           02  FILLER REDEFINES BALF.
             03 BALA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  BALI  PIC X(30).
           02  ACSTATL    COMP  PIC  S9(4).
           02  ACSTATF    PICTURE X.
           02  FILLER REDEFINES ACSTATF.
             03 ACSTATA    PICTURE X.
           02  FILLER   PICTURE X(2).
           02  ACSTATI  PIC X(12).
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
       01  MAPNSO REDEFINES MAPNSI.
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
           02  CASEC    PICTURE X.
           02  CASEH    PICTURE X.
           02  CASEO  PIC X(13).
           02  FILLER PICTURE X(3).
           02  SNAMEC    PICTURE X.
           02  SNAMEH    PICTURE X.
           02  SNAMEO  PIC X(35).
           02  FILLER PICTURE X(3).
           02  STATUSC    PICTURE X.
           02  STATUSH    PICTURE X.
           02  STATUSO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  OPENEDC    PICTURE X.
           02  OPENEDH    PICTURE X.
           02  OPENEDO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ALERTSC    PICTURE X.
           02  ALERTSH    PICTURE X.
           02  ALERTSO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  FIRSTC    PICTURE X.
           02  FIRSTH    PICTURE X.
           02  FIRSTO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  LASTC    PICTURE X.
           02  LASTH    PICTURE X.
           02  LASTO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  BALC    PICTURE X.
           02  BALH    PICTURE X.
           02  BALO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  ACSTATC    PICTURE X.
           02  ACSTATH    PICTURE X.
           02  ACSTATO  PIC X(12).
           02  FILLER PICTURE X(3).
           02  NOTEC    PICTURE X.
           02  NOTEH    PICTURE X.
           02  NOTEO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  MSGC    PICTURE X.
           02  MSGH    PICTURE X.
           02  MSGO  PIC X(60).
