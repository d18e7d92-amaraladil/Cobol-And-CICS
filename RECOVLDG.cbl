      * STOP CARRYING DEAD MONEY FOREVER. LATER PAYMENTS ON THE
      * ACCOUNT ARE SWEPT INTO RL-RECOVERED-AMT BY THE DCI8BRCV
      * LEDGER REPORT, WHICH ANSWERS WRITTEN-OFF VS RECOVERED BY
      * MONTH. THE STAMP RECORDS THE AUTHORIZING OPERATOR.
      * AN ACCOUNT WHOSE HOLDER GOES BANKRUPT, OR ENTERS AN IVA OR A
      * DEBT RELIEF ORDER, IS CHARGED OFF HERE WHEN THE CASE IS
      * RECORDED ON THE DCI8DPHK INSOLVENCY SCREEN, AND ONE FOUND TO
      * BE FRAUD WHEN THE CASE IS CONFIRMED ON DCI8DPHS. THE
      * PRACTITIONER'S DIVIDENDS ARE POSTED TO RL-DIVIDEND-AMT (AND
      * COUNTED IN RL-RECOVERED-AMT) RATHER THAN TO THE ACCOUNT, AND
      * WHEN THE CASE IS DISCHARGED WHATEVER IS STILL UNRECOVERED IS
      * WRITTEN OFF FOR GOOD INTO RL-RESIDUE-AMT AND THE ROW CLOSED
      * AN OPEN ROW MEETING THE ACCTCTL PLACEMENT CRITERIA IS PLACED
      * WITH AN EXTERNAL COLLECTION AGENCY BY DCI8BPLC (SEE
      * PLACEMNT). WHAT THE AGENCY COLLECTS NEVER REACHES ACCTTXN -
      * DCI8BREM POSTS EACH REMITTANCE TO RL-AGENCY-AMT AND COUNTS
      * IT IN RL-RECOVERED-AMT, THE SAME WAY AS A DIVIDEND
      * PRIME KEY - RL-ACCTNO
       01  RECOVLDG-REC.
           05  RL-ACCTNO              PIC X(09).
               10  RL-AUTH-DATE       PIC S9(7) COMP-3.
               10  RL-AUTH-TIME       PIC S9(7) COMP-3.

      * INSOLVENCY DIVIDENDS RECEIVED TO DATE, THE RESIDUE WRITTEN
      * OFF AT DISCHARGE AND THE YYYYDDD DAY THE ROW WAS CLOSED -
      * ALL ZERO ON AN ORDINARY CHARGE-OFF
           05  RL-DIVIDEND-AMT        PIC 9(08)V99.
           05  RL-RESIDUE-AMT         PIC 9(08)V99.
           05  RL-CLOSED-DATE         PIC S9(7) COMP-3.

      * RECOVERIES REMITTED BY A COLLECTION AGENCY TO DATE, GROSS OF
      * THE AGENCY'S COMMISSION - ZERO ON AN UNPLACED ROW
           05  RL-AGENCY-AMT          PIC 9(08)V99.

       77  RECOVLDG-LEN               PIC S9(4) COMP VALUE +87.
