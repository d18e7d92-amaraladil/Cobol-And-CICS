      * CASHREC RECORD LAYOUT - THE DAILY CASH SETTLEMENT
      * RECONCILIATION KEPT BY DCI8BCSR, ONE ROW PER MONEY CHANNEL PER
      * BUSINESS DAY. THE BANK SIDE IS WHAT THE BANK STATEMENTS SAY
      * LANDED FOR THE CHANNEL WITH THAT VALUE DATE, ADDED TO AS EACH
      * STATEMENT IS TAKEN IN. THE BOOK SIDE IS THE ACCTTXN CREDITS OF
      * THE CHANNEL DATED THAT DAY, COUNTED AFRESH ON EVERY RUN WHILE
      * THE DAY IS INSIDE THE LOOK-BACK WINDOW OR STILL BROKEN. THE
      * CHANNELS ARE FEED (TXNIN ROWS POSTED BY DCI8BPST), LBOX (THE
      * DCI8BLBX LOCKBOX CHEQUES, SEQUENCES 5001-6999), DDCR (DIRECT
      * DEBIT COLLECTIONS, TX-SOURCE 'D'), ONLN (DCI8DPGD CAPTURE,
      * TRANSFERS EXCLUDED) AND SUSP (DCI8DPGS SUSPENSE
      * REALLOCATIONS, DATED THE DAY THE MONEY FIRST ARRIVED)
      * PRIME KEY - CR-KEY (CR-CHANNEL + CR-BUS-DATE)
       01  CASHREC-REC.
           05  CR-KEY.
               10  CR-CHANNEL         PIC X(04).
               10  CR-BUS-DATE        PIC 9(07).
           05  CR-BANK-AMT            PIC S9(10)V99 COMP-3.
           05  CR-BANK-COUNT          PIC 9(07) COMP-3.
           05  CR-BOOK-AMT            PIC S9(10)V99 COMP-3.
           05  CR-BOOK-COUNT          PIC 9(07) COMP-3.
      * 'M' THE TWO SIDES AGREE, 'B' A BREAK, 'C' A BREAK SINCE
      * CLEARED - A CLEARED ROW THAT BREAKS AGAIN GOES BACK TO 'B'
           05  CR-STATUS              PIC X(01).
               88  CR-MATCHED               VALUE 'M'.
               88  CR-BROKEN                VALUE 'B'.
               88  CR-CLEARED               VALUE 'C'.
      * THE YYYYDDD RUN DAYS THE BREAK WAS FIRST SEEN AND CLEARED, AND
      * THE LAST RUN THAT COUNTED THE ROW. A BREAK'S AGE RUNS FROM
      * CR-BUS-DATE, THE DAY THE MONEY WAS DUE TO LAND
           05  CR-BROKEN-DATE         PIC S9(7) COMP-3.
           05  CR-CLEARED-DATE        PIC S9(7) COMP-3.
           05  CR-LAST-RUN            PIC S9(7) COMP-3.

       77  CASHREC-LEN                PIC S9(4) COMP VALUE +46.
