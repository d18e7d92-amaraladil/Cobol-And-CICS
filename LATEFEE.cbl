      * LATEFEE RECORD LAYOUT - ONE ROW PER ACCOUNT PER BILLING CYCLE
      * (THE BILLCYCL PERIOD, YYYYMM) RECORDING WHAT HAPPENED ABOUT
      * THAT CYCLE'S LATE PAYMENT FEE - THE OVLFEE PATTERN, FOR THE
      * MISSED MINIMUM PAYMENT INSTEAD OF THE BREACHED LIMIT. THE
      * DCI8BLTF RUN WRITES AN 'A' ROW WHEN IT POSTS THE FEE (RESERVED
      * ACCTTXN SEQUENCE 8009), OR AN 'S' ROW WHEN THE FEE WAS
      * SUPPRESSED BECAUSE AN ARRANGEMENT WAS ON TRACK OR THE ACCOUNT
      * IS A DECEASED ESTATE, AND THE ROW'S PRESENCE IS WHAT STOPS THE
      * CYCLE BEING CHARGED AGAIN. A COLLECTOR'S WAIVER (DCI8DPGT
      * PF10) WRITES A 'W' ROW AHEAD OF ASSESSMENT - WHICH SUPPRESSES
      * THE FEE - OR TURNS AN 'A' ROW INTO 'R' AFTER POSTING THE
      * OFFSETTING CREDIT (RESERVED SEQUENCE 8010). THE REASON AND
      * THE WHO/WHERE/WHEN STAMP FOLLOW THE AH-CHANGED-INFO PATTERN
      * PRIME KEY - LF-KEY (LF-ACCTNO + LF-PERIOD)
       01  LATEFEE-REC.
           05  LF-KEY.
               10  LF-ACCTNO          PIC X(09).
               10  LF-PERIOD          PIC 9(06).
           05  LF-STATUS              PIC X(01).
               88  LF-ASSESSED              VALUE 'A'.
               88  LF-SUPPRESSED            VALUE 'S'.
               88  LF-WAIVED                VALUE 'W'.
               88  LF-REVERSED              VALUE 'R'.
           05  LF-AMOUNT              PIC 9(08)V99.
           05  LF-REASON              PIC X(40).
           05  LF-ACTION-INFO.
               10  LF-ACT-USERID      PIC X(08).
               10  LF-ACT-TRMID       PIC X(04).
               10  LF-ACT-DATE        PIC S9(7) COMP-3.
               10  LF-ACT-TIME        PIC S9(7) COMP-3.

       77  LATEFEE-LEN                PIC S9(4) COMP VALUE +86.
