      * PERIODCT RECORD LAYOUT - THE ACCOUNTING PERIOD CONTROL FILE,
      * ONE ROW PER CALENDAR MONTH, MAINTAINED BY THE DCI8BPCL PERIOD
      * CLOSE. A PERIOD IS OPEN UNTIL FINANCE HAS REPORTED IT AND
      * DCI8BPCL CLOSES IT; FROM THEN ON NOTHING MAY BE POSTED WITH A
      * TX-DATE INSIDE IT. PERIODS CLOSE IN ORDER, SO THE POSTING
      * PATHS DO NOT READ THIS FILE - THEY TEST THE ACCTCTL 'PRDCLOSE'
      * ROW, THE LAST DAY OF THE LATEST CLOSED PERIOD, WHICH DCI8BPCL
      * KEEPS IN STEP WITH IT. ONLY THE LATEST CLOSED PERIOD MAY BE
      * REOPENED. EVERY CLOSE AND REOPEN IS ALSO LOGGED ON PRDHIST
      * PRIME KEY - PC-PERIOD (YYYYMM)
       01  PERIODCT-REC.
           05  PC-PERIOD              PIC 9(06).
           05  PC-STATUS              PIC X(01).
               88  PC-OPEN                  VALUE 'O'.
               88  PC-CLOSED                VALUE 'C'.

      * THE FIRST AND LAST DAYS OF THE MONTH AS YYYYDDD
           05  PC-FIRST-DAY           PIC S9(7) COMP-3.
           05  PC-LAST-DAY            PIC S9(7) COMP-3.

      * THE CLOSING TOTALS - EVERY ACCTTXN ROW DATED IN THE PERIOD AT
      * THE MOMENT IT WAS CLOSED, BY TYPE. A REOPEN LEAVES THEM AS
      * THEY WERE UNTIL THE NEXT CLOSE TAKES THEM AGAIN
           05  PC-CLOSING-TOTALS.
               10  PC-TXN-COUNT       PIC 9(09) COMP-3.
               10  PC-DEBIT-TOTAL     PIC S9(13)V99 COMP-3.
               10  PC-CREDIT-TOTAL    PIC S9(13)V99 COMP-3.
               10  PC-INTEREST-TOTAL  PIC S9(13)V99 COMP-3.
               10  PC-FEE-TOTAL       PIC S9(13)V99 COMP-3.

      * WHO CLOSED IT AND WHEN, AND WHO LAST REOPENED IT AND WHEN -
      * OPERATOR ID, YYYYDDD DATE AND HHMMSS TIME. ZERO AND SPACES
      * WHEN IT HAS NOT HAPPENED
           05  PC-CLOSE-INFO.
               10  PC-CLOSE-OPER      PIC X(03).
               10  PC-CLOSE-DATE      PIC S9(7) COMP-3.
               10  PC-CLOSE-TIME      PIC 9(06).
           05  PC-REOPEN-INFO.
               10  PC-REOPEN-OPER     PIC X(03).
               10  PC-REOPEN-DATE     PIC S9(7) COMP-3.
               10  PC-REOPEN-TIME     PIC 9(06).

       77  PERIODCT-LEN               PIC S9(4) COMP VALUE +78.
