      * PRDHIST RECORD LAYOUT - THE ACCOUNTING PERIOD EVENT HISTORY,
      * ONE ROW PER CLOSE OR REOPEN OF A PERIODCT PERIOD, WRITTEN BY
      * DCI8BPCL AND NEVER UPDATED. IT CARRIES WHO ASKED FOR THE EVENT
      * AND WHEN, THE ACCTCTL 'PRDCLOSE' DATE BEFORE AND AFTER, AND
      * FOR A CLOSE THE CLOSING TOTALS TAKEN, SO A PERIOD CLOSED,
      * REOPENED AND CLOSED AGAIN SHOWS EVERY SET OF FIGURES
      * PRIME KEY - PH-KEY (PERIOD + EVENT DATE + EVENT TIME)
       01  PRDHIST-REC.
           05  PH-KEY.
               10  PH-PERIOD          PIC 9(06).
               10  PH-EVENT-DATE      PIC S9(7) COMP-3.
               10  PH-EVENT-TIME      PIC 9(06).
           05  PH-EVENT               PIC X(01).
               88  PH-CLOSED                VALUE 'C'.
               88  PH-REOPENED              VALUE 'R'.
           05  PH-OPER-ID             PIC X(03).
           05  PH-JOB                 PIC X(08).
           05  PH-THRU-BEFORE         PIC S9(7) COMP-3.
           05  PH-THRU-AFTER          PIC S9(7) COMP-3.

      * THE CLOSING TOTALS FOR A 'C' EVENT - ZERO FOR A REOPEN
           05  PH-CLOSING-TOTALS.
               10  PH-TXN-COUNT       PIC 9(09) COMP-3.
               10  PH-DEBIT-TOTAL     PIC S9(13)V99 COMP-3.
               10  PH-CREDIT-TOTAL    PIC S9(13)V99 COMP-3.
               10  PH-INTEREST-TOTAL  PIC S9(13)V99 COMP-3.
               10  PH-FEE-TOTAL       PIC S9(13)V99 COMP-3.

       77  PRDHIST-LEN                PIC S9(4) COMP VALUE +73.
