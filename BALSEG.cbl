      * BALSEG RECORD LAYOUT - THE BALANCE SEGMENTS UNDER AN ACCOUNT,
      * SO PURCHASES, CASH ADVANCES AND PROMOTIONAL (BALANCE
      * TRANSFER) BALANCES CAN EACH CARRY THEIR OWN RATE. CURR-BAL
      * STAYS THE ACCOUNT'S ONE DRAWN FIGURE - THE SEGMENTS SPLIT IT.
      *   'C' CASH        - ONE ROW (SG-SEG-NO 00), OPENED BY DCI8BPST
      *                     ON THE FIRST CASH DEBIT. CHARGED AT THE
      *                     STATUS RATE PLUS THE ACCTCTL 'CASHUPLF'
      *                     UPLIFT
      *   'M' PROMOTIONAL - ONE ROW PER OFFER (SG-SEG-NO 01-99), AT
      *                     THE FIXED RATE THE FEED ROW CARRIED UNTIL
      *                     SG-PROMO-EXPIRY, WHEN DCI8BINT ROLLS WHAT
      *                     IS LEFT INTO PURCHASES
      *   'P' PURCHASE    - ONE ROW (SG-SEG-NO 00) AT THE RATECFG
      *                     STATUS RATE. IT IS THE REMAINDER - CURR-BAL
      *                     LESS THE LIVE CASH AND PROMOTIONAL ROWS -
      *                     SO FEES, INTEREST AND ANY POSTING PATH THAT
      *                     KNOWS NOTHING OF SEGMENTS LAND HERE. ITS
      *                     SG-BALANCE IS THE FIGURE AS AT THE LAST
      *                     DCI8BINT RUN; EVERY READER RE-DERIVES IT
      * A CREDIT POSTED BY DCI8BPST PAYS THE HIGHEST-RATE SEGMENT
      * FIRST. ONE POSTED ANY OTHER WAY (ONLINE, WEB, SUSPENSE, SYSTEM
      * ROWS) LANDS IN PURCHASES UNTIL THE NEXT DCI8BINT RUN, WHICH
      * PAYS THE SEGMENTS WITH IT HIGHEST RATE FIRST THE SAME WAY.
      * A PAID-OFF PROMOTIONAL ROW IS CLEARED ('X'), AN EXPIRED
      * ONE ROLLED ('R') - NEITHER COUNTS AGAIN
      * PRIME KEY - SG-KEY (SG-ACCTNO + SG-TYPE + SG-SEG-NO), SO AN
      * ACCOUNT'S SEGMENTS BROWSE TOGETHER
       01  BALSEG-REC.
           05  SG-KEY.
               10  SG-ACCTNO          PIC X(09).
               10  SG-TYPE            PIC X(01).
                   88  SG-CASH              VALUE 'C'.
                   88  SG-PROMO             VALUE 'M'.
                   88  SG-PURCHASE          VALUE 'P'.
               10  SG-SEG-NO          PIC 9(02).
           05  SG-BALANCE             PIC S9(08)V99 COMP-3.
      * THE ANNUAL RATE - FIXED FOR A PROMOTIONAL ROW, THE RATE LAST
      * CHARGED FOR PURCHASE AND CASH (RE-SET FROM RATECFG EACH RUN)
           05  SG-ANNUAL-RATE         PIC 9(02)V99.
      * YYYYDDD - ZERO ON PURCHASE AND CASH ROWS
           05  SG-PROMO-EXPIRY        PIC S9(7) COMP-3.
           05  SG-STATUS              PIC X(01).
               88  SG-LIVE                  VALUE 'L'.
               88  SG-ROLLED                VALUE 'R'.
               88  SG-CLEARED               VALUE 'X'.
           05  SG-OPENED-INFO.
               10  SG-OPEN-DATE       PIC S9(7) COMP-3.
               10  SG-OPEN-JOB        PIC X(08).
      * THE INTEREST THIS SEGMENT EARNED IN THE LAST ACCRUAL PERIOD,
      * FOR THE STATEMENT BREAKDOWN
           05  SG-LAST-INT-PERIOD     PIC 9(06).
           05  SG-LAST-INTEREST       PIC 9(08)V99 COMP-3.
      * YYYYDDD - THE DAY A PROMOTIONAL ROW WAS CLEARED OR ROLLED. ON
      * THE PURCHASE ROW, WHICH NEVER CLOSES, THE PERIOD END DCI8BINT
      * HAS ALLOCATED THE OTHER PATHS' CREDITS THROUGH
           05  SG-CLOSE-DATE          PIC S9(7) COMP-3.

       77  BALSEG-LEN                 PIC S9(4) COMP VALUE +55.
