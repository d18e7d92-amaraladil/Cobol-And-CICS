      * NIGHTLY RUN; THE ONLINE UPDATE AND MONEY-POSTING PATHS READ
      * IT AND REFUSE WITH 'POSTING IN PROGRESS' AT 2 OR 3. A
      * MISSING ROW MEANS OPEN - THE LEGACY BEHAVIOUR
      * THE 'NEXTCARD' ROW CARRIES THE NEXT FREE 8-DIGIT CARD SERIAL,
      * DRAWN BY THE DCI8DPHE CARD SCREEN FOR EVERY NEW OR
      * REPLACEMENT PLASTIC - CARDREC'S ISSUER PREFIX, THE SERIAL AND
      * A LUHN CHECK DIGIT MAKE THE 16-DIGIT CARD NUMBER
      * THE 'NEXTAUTH' ROW CARRIES THE NEXT AUTHORIZATION SERIAL,
      * DRAWN BY THE DCI8DWSA SERVICE FOR EVERY APPROVAL - ITS LAST
      * SIX DIGITS ARE THE AUTH CODE ON THE AUTHHOLD ROW
      * THE 'HOLDDAYS' ROW REUSES THE VALUE FIELD AS THE NUMBER OF
      * DAYS AN AUTHORIZATION HOLD WAITS FOR ITS SETTLEMENT BEFORE
      * DCI8BAHX EXPIRES IT - A MISSING ROW FALLS BACK TO 7
      * THE 'CASHUPLF' ROW REUSES THE VALUE FIELD AS THE CASH-ADVANCE
      * RATE UPLIFT IN HUNDREDTHS OF A PERCENT (500 = 5.00 POINTS)
      * OVER THE RATECFG STATUS RATE, USED BY DCI8BPST AND DCI8BINT
      * FOR THE BALSEG CASH SEGMENT - A MISSING ROW MEANS NO UPLIFT
      * THE 'ANFREFDY' ROW REUSES THE VALUE FIELD AS THE NUMBER OF
      * DAYS AFTER BILLING WITHIN WHICH CLOSING THE ACCOUNT REFUNDS
      * THE UNUSED PART OF THE ANNUAL FEE (DCI8DPGF) - A MISSING ROW
      * FALLS BACK TO 365, THE WHOLE FEE YEAR
      * THE 'NEXTCHEQ' ROW CARRIES THE NEXT FREE REFUND CHEQUE
      * NUMBER, DRAWN BY THE DCI8BCRF CREDIT-BALANCE REFUND RUN FOR
      * EVERY CHEQUE IT PRINTS - WITH NO ROW ON FILE THE RUN HOLDS
      * ITS CHEQUE REFUNDS AND STILL PAYS THE BANK CREDITS
      * THE 'QUOTEMAX' ROW REUSES THE VALUE FIELD AS THE FURTHEST
      * NUMBER OF DAYS AHEAD A SETTLEMENT QUOTE MAY BE DATED ON THE
      * DCI8DPHF SCREEN - A MISSING ROW FALLS BACK TO 30
      * THE 'PLCMINAM', 'PLCDAYS ' AND 'RCLDAYS ' ROWS REUSE THE VALUE
      * FIELD AS THE DCI8BPLC AGENCY PLACEMENT CRITERIA - THE SMALLEST
      * UNRECOVERED BALANCE IN WHOLE POUNDS WORTH PLACING (MISSING
      * ROW 50), THE DAYS AFTER CHARGE-OFF BEFORE AN ACCOUNT IS
      * PLACED (MISSING ROW 30) AND THE DAYS A PLACEMENT MAY GO
      * WITHOUT A RECOVERY BEFORE IT IS RECALLED (MISSING ROW 180)
      * THE 'DLRWINFR' AND 'DLRWINTO' ROWS REUSE THE VALUE FIELD AS
      * THE HHMM CALL WINDOW DCI8BDLX GIVES THE OUTBOUND DIALLER -
      * MISSING ROWS FALL BACK TO 0800 AND 2000
      * THE 'PDPLANMO' AND 'PDRESPDY' ROWS REUSE THE VALUE FIELD AS
      * THE DCI8BPDR PERSISTENT DEBT PLAN TERMS - THE MONTHS THE
      * PROPOSED REPAYMENT PLAN CLEARS THE BALANCE OVER (MISSING ROW
      * 48) AND THE DAYS THE CUSTOMER HAS TO TAKE IT UP BEFORE THE
      * ACCOUNT IS FROZEN (MISSING ROW 30)
      * THE 'CSRAGEDY' AND 'CSRLOOK ' ROWS REUSE THE VALUE FIELD AS THE
      * DCI8BCSR CASH RECONCILIATION TERMS - THE DAYS A BREAK MAY AGE
      * BEFORE IT FAILS THE MORNING RUNJRNL CHECK (MISSING ROW 3) AND
      * THE DAYS BACK THE BOOK SIDE IS RECOUNTED EVERY RUN SO LATE
      * POSTINGS ARE SEEN (MISSING ROW 7)
      * THE 'GLPLAST ' ROW REUSES THE VALUE FIELD AS A YYYYDDD DATE -
      * THE LAST DAY DCI8BGLP PROVED THE SUBLEDGER TO THE GENERAL
      * LEDGER, WHOSE GLPROOF ROWS THE NEXT PROOF OPENS FROM. A
      * MISSING ROW MEANS NO PROOF HAS RUN YET
      * THE 'PRDCLOSE' ROW REUSES THE VALUE FIELD AS A YYYYDDD DATE -
      * THE LAST DAY OF THE LATEST ACCOUNTING PERIOD DCI8BPCL HAS
      * CLOSED (SEE PERIODCT). DCI8BPST, DCI8DPGD AND DCI8DPGS REFUSE
      * A TRANSACTION DATED ON OR BEFORE IT, SAVE A DCI8DPGS
      * BACK-VALUE. A MISSING ROW OR ZERO MEANS NOTHING IS CLOSED
      * THE 'WOFFLIM ' AND 'WOFFDAYS' ROWS REUSE THE VALUE FIELD AS THE
      * DCI8BSBW SMALL-BALANCE WRITE-OFF TERMS - THE BALANCE IN PENCE
      * AN ACCOUNT MUST BE BELOW (A MISSING OR ZERO ROW MEANS NOTHING
      * IS WRITTEN OFF) AND THE DAYS WITHOUT ACTIVITY THAT QUALIFY AN
      * ACCOUNT WITH NO CLOSURE NOTED (MISSING ROW 90)
      * PRIME KEY - CT-KEYNAME
       01  ACCTCTL-REC.
           05  CT-KEYNAME             PIC X(08).
