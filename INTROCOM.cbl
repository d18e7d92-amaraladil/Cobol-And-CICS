      * INTROCOM RECORD LAYOUT - THE INTRODUCER COMMISSION LEDGER,
      * ONE ROW PER ACCOUNT OPENED FROM AN INTRODUCED APPLICATION.
      * WRITTEN BY THE NIGHTLY DCI8BICM WHEN IT FIRST FINDS THE
      * APPLICATION APPROVED, WITH THE INTRODUCER'S INTROCFG TERMS
      * AS THEY STOOD THAT NIGHT, AND CARRIED FORWARD BY IT AS THE
      * ACCOUNT MAKES ITS FIRST DEBIT OR IS CLOSED OR CHARGED OFF
      * INSIDE THE CLAWBACK WINDOW. EACH EVENT CARRIES THE YYYYDDD
      * DAY IT HAPPENED AND THE DAY DCI8BICM BOOKED IT; THE MONTHLY
      * DCI8BICS STATEMENT AND GL SUMMARY TAKE EVERY EVENT BOOKED IN
      * THE MONTH, SO NOTHING IS PAID OR CLAWED BACK TWICE. ROWS ARE
      * NEVER DELETED
      * PRIME KEY - IM-ACCTNO
       01  INTROCOM-REC.
           05  IM-ACCTNO              PIC X(09).
           05  IM-INTRO-CODE          PIC X(08).
           05  IM-APPLID              PIC 9(08).
           05  IM-BRANCH              PIC X(04).
      * APPROVAL - THE DAY THE APPLICATION WAS APPROVED AND THE LAST
      * DAY OF THE CLAWBACK WINDOW COUNTED FROM IT
           05  IM-APPR-DATE           PIC S9(7) COMP-3.
           05  IM-CLAW-UNTIL          PIC S9(7) COMP-3.
           05  IM-APPR-COMM           PIC 9(04)V99.
           05  IM-APPR-BOOKED         PIC S9(7) COMP-3.
      * FIRST DEBIT - THE COMMISSION DUE IS FIXED AT APPROVAL; THE
      * DATES STAY ZERO UNTIL THE FIRST 'D' ACCTTXN ROW IS FOUND
           05  IM-DEBIT-COMM          PIC 9(04)V99.
           05  IM-DEBIT-DATE          PIC S9(7) COMP-3.
           05  IM-DEBIT-BOOKED        PIC S9(7) COMP-3.
      * CLAWBACK - EVERYTHING BOOKED SO FAR, TAKEN BACK ONCE; THE
      * DATES STAY ZERO UNLESS IT HAPPENS
           05  IM-CLAW-AMT            PIC 9(05)V99.
           05  IM-CLAW-REASON         PIC X(01).
               88  IM-CLAW-CLOSED           VALUE 'C'.
               88  IM-CLAW-CHARGED-OFF      VALUE 'W'.
           05  IM-CLAW-DATE           PIC S9(7) COMP-3.
           05  IM-CLAW-BOOKED         PIC S9(7) COMP-3.

       77  INTROCOM-LEN               PIC S9(4) COMP VALUE +77.
