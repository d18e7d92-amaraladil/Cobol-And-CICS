      * AUTHHOLD RECORD LAYOUT - ONE ROW PER APPROVED AUTHORIZATION,
      * WRITTEN BY THE DCI8DWSA AUTHORIZATION SERVICE. AN
      * OUTSTANDING HOLD COUNTS AGAINST OPEN-TO-BUY (CRLIMIT LESS
      * CURR-BAL LESS EVERY OUTSTANDING HOLD) UNTIL THE SETTLED
      * TRANSACTION POSTS - DCI8BPST MATCHES THE TXNIN ROW'S AUTH
      * CODE TO THE HOLD AND RELEASES IT, BECAUSE FROM THEN ON THE
      * SPEND IS IN CURR-BAL ITSELF. A HOLD THAT NEVER SETTLES IS
      * EXPIRED BY THE NIGHTLY DCI8BAHX STEP AFTER THE ACCTCTL
      * 'HOLDDAYS' ROW'S NUMBER OF DAYS (7 WHEN THE ROW IS MISSING)
      * PRIME KEY - AU-KEY (AU-ACCTNO + AU-AUTH-CODE), SO AN
      * ACCOUNT'S HOLDS BROWSE TOGETHER FOR THE OPEN-TO-BUY SUM
       01  AUTHHOLD-REC.
           05  AU-KEY.
               10  AU-ACCTNO          PIC X(09).
      * THE LAST SIX DIGITS OF THE ACCTCTL 'NEXTAUTH' SERIAL DRAWN
      * FOR THIS APPROVAL - HANDED BACK TO THE CALLER AND CARRIED ON
      * THE SETTLEMENT ROW IN TXNIN
               10  AU-AUTH-CODE       PIC X(06).
           05  AU-AMOUNT              PIC 9(08)V99 COMP-3.
           05  AU-STATUS              PIC X(01).
               88  AU-OUTSTANDING           VALUE 'O'.
               88  AU-RELEASED              VALUE 'R'.
               88  AU-EXPIRED               VALUE 'E'.
      * THE PLASTIC PRESENTED, WHEN THE CALLER SENT ONE - SPACES FOR
      * A CARD-NOT-PRESENT ACCOUNT-LEVEL AUTHORIZATION
           05  AU-CARDNO              PIC X(16).
           05  AU-MERCHANT            PIC X(30).
           05  AU-CATEGORY            PIC X(04).
      * THE CALLER'S OWN REFERENCE FOR THE AUTHORIZATION REQUEST
           05  AU-REQ-REF             PIC X(16).
           05  AU-AUTH-INFO.
               10  AU-AUTH-USERID     PIC X(08).
               10  AU-AUTH-TRMID      PIC X(04).
               10  AU-AUTH-DATE       PIC S9(7) COMP-3.
               10  AU-AUTH-TIME       PIC S9(7) COMP-3.
      * WHEN AND BY WHAT THE HOLD STOPPED COUNTING - THE POSTING RUN
      * ON SETTLEMENT (WITH THE ACCTTXN ROW AND THE AMOUNT THAT
      * ACTUALLY SETTLED, WHICH MAY DIFFER FROM THE HOLD) OR THE
      * EXPIRY STEP. AU-CLR-DATE IS YYYYDDD, THE BATCH STAMP FORM.
      * ZERO AND SPACES WHILE OUTSTANDING
           05  AU-CLEARED-INFO.
               10  AU-CLR-DATE        PIC S9(7) COMP-3.
               10  AU-CLR-JOB         PIC X(08).
               10  AU-CLR-TXN-DATE    PIC S9(7) COMP-3.
               10  AU-CLR-TXN-SEQNO   PIC 9(04) COMP.
               10  AU-CLR-AMOUNT      PIC 9(08)V99 COMP-3.

       77  AUTHHOLD-LEN               PIC S9(4) COMP VALUE +132.
