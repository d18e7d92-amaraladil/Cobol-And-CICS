      * SIGNRULE RECORD LAYOUT - WHEN AND WHERE AN OPERATOR MAY SIGN
      * ON, CHECKED BY DCI8DPGM'S 050-VERIFY-SIGNON AND MAINTAINED BY
      * A SUPERVISOR ON DCI8DPGO (ACTION H). ONE ROW PER SUBJECT -
      * EITHER A SINGLE OPERATOR ID, OR A WHOLE OPERATOR CLASS
      * WRITTEN AS '*1 ' / '*2 ', THE FUNCAUTH CONVENTION. AN
      * OPERATOR ROW BEATS THE CLASS ROW; WITH NEITHER ON FILE THE
      * OPERATOR MAY SIGN ON ANY DAY, ANY HOUR, FROM ANY TERMINAL,
      * SO AN EMPTY FILE CHANGES NOTHING.
      *   SR-DAYS        - ONE BYTE PER DAY, MONDAY FIRST, 'Y' WHERE
      *                    SIGN-ON IS PERMITTED
      *   SR-FROM-HHMM   - FIRST MINUTE PERMITTED (0000-2359)
      *   SR-TO-HHMM     - FIRST MINUTE NO LONGER PERMITTED (0001-
      *                    2400). A FROM AFTER THE TO IS AN OVERNIGHT
      *                    SHIFT - 2200 TO 0600 PERMITS 22:00 TO
      *                    05:59, THE DAY CHECKED BEING THE DAY OF
      *                    THE SIGN-ON
      *   SR-TERM-PREFIX - UP TO FOUR TERMINAL-ID PREFIXES, SHORTER
      *                    PREFIXES SPACE-FILLED ON THE RIGHT ('T1  '
      *                    COVERS T100-T1ZZ). ALL FOUR BLANK MEANS
      *                    ANY TERMINAL
      * A SUPERVISOR'S ONE-OFF OUT-OF-HOURS WINDOW FOR A NAMED
      * OPERATOR LIVES ON THE OPERTAB ROW (OPER-WIN-*), NOT HERE
      * PRIME KEY - SR-SUBJECT
       01  SIGNRULE-REC.
           05  SR-SUBJECT             PIC X(03).
           05  SR-DAYS                PIC X(07).
           05  SR-FROM-HHMM           PIC 9(04).
           05  SR-TO-HHMM             PIC 9(04).
           05  SR-TERMINALS.
               10  SR-TERM-PREFIX     PIC X(04) OCCURS 4 TIMES.
      * WHO LAST SET THE RULE AND WHEN (SAME PACKED JULIAN FORM AS
      * EIBDATE)
           05  SR-SET-BY              PIC X(03).
           05  SR-SET-DATE            PIC S9(7) COMP-3.

       77  SIGNRULE-LEN               PIC S9(4) COMP VALUE +41.
