      * ANNFEE RECORD LAYOUT - ONE ROW PER ACCOUNT PER ANNIVERSARY
      * YEAR RECORDING WHAT HAPPENED ABOUT THAT YEAR'S ANNUAL FEE -
      * THE LATEFEE PATTERN, FOR THE FEE AN ACCOUNT'S ANNFEE-PLAN
      * CARRIES. THE DCI8BANF RUN WRITES AN 'N' ROW WHEN IT SENDS THE
      * ADVANCE NOTICE 30 DAYS AHEAD (YF-NOTICE-CHANNEL SAYS HOW IT
      * WENT, OR 'G' WHEN IT WAS HELD FOR A GONE-AWAY ADDRESS), AND ON
      * THE ANNIVERSARY TURNS IT 'B' WHEN IT POSTS THE FEE (RESERVED
      * ACCTTXN SEQUENCE 8011), 'W' WHEN THE PLAN WAIVES THE FIRST
      * YEAR, OR 'S' WHEN THE FEE WAS SUPPRESSED FOR A DECEASED
      * ESTATE. A BILLED ROW IS WHAT STOPS THE YEAR BEING CHARGED
      * AGAIN. CLOSING THE ACCOUNT ON DCI8DPGF WITHIN THE REFUND
      * WINDOW (ACCTCTL 'ANFREFDY') OF BILLING POSTS THE UNUSED PART
      * OF THE FEE BACK (RESERVED SEQUENCE 8012) AND TURNS THE ROW
      * 'R'. THE WHO/WHERE/WHEN STAMP FOLLOWS THE AH-CHANGED-INFO
      * PATTERN AND CARRIES THE LAST ACTION
      * PRIME KEY - YF-KEY (YF-ACCTNO + YF-YEAR)
       01  ANNFEE-REC.
           05  YF-KEY.
               10  YF-ACCTNO          PIC X(09).
      * THE CALENDAR YEAR THE ANNIVERSARY FALLS IN
               10  YF-YEAR            PIC 9(04).
           05  YF-STATUS              PIC X(01).
               88  YF-NOTICED               VALUE 'N'.
               88  YF-BILLED                VALUE 'B'.
               88  YF-WAIVED                VALUE 'W'.
               88  YF-SUPPRESSED            VALUE 'S'.
               88  YF-REFUNDED              VALUE 'R'.
      * YYYYDDD - THE ANNIVERSARY ITSELF
           05  YF-ANNIV-DATE          PIC S9(7) COMP-3.
           05  YF-NOTICE-DATE         PIC S9(7) COMP-3.
           05  YF-NOTICE-CHANNEL      PIC X(01).
               88  YF-NOTICE-POST           VALUE 'P'.
               88  YF-NOTICE-EMAIL          VALUE 'E'.
               88  YF-NOTICE-HELD           VALUE 'G'.
               88  YF-NOTICE-NONE           VALUE ' '.
      * THE FEE QUOTED ON THE NOTICE, THEN THE FEE CHARGED
           05  YF-AMOUNT              PIC 9(08)V99.
           05  YF-BILL-DATE           PIC S9(7) COMP-3.
           05  YF-REFUND-AMOUNT       PIC 9(08)V99.
           05  YF-REFUND-DATE         PIC S9(7) COMP-3.
           05  YF-REASON              PIC X(40).
           05  YF-ACTION-INFO.
               10  YF-ACT-USERID      PIC X(08).
               10  YF-ACT-TRMID       PIC X(04).
               10  YF-ACT-DATE        PIC S9(7) COMP-3.
               10  YF-ACT-TIME        PIC S9(7) COMP-3.

       77  ANNFEE-LEN                 PIC S9(4) COMP VALUE +111.
