      * THE END OF A CLEAN RUN AND CHECKED AT THE START OF EVERY
      * RUN. A GENERATION ACCIDENTALLY RE-FED DAYS LATER NOW BOUNCES
      * OFF THIS FILE INSTEAD OF LEANING ON THE DUPLICATE-KEY SKIPS
      * DCI8BCSR KEEPS THE SAME GUARD FOR THE BANK STATEMENTS IT TAKES
      * IN, UNDER FEED ID 'BANKSTMT' AND THE STATEMENT DATE
      * PRIME KEY - TN-KEY (TN-FEED-ID + TN-BUS-DATE)
       01  TXNCTL-REC.
           05  TN-KEY.
