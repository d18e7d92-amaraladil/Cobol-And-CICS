      * COMPLAINT RECORD LAYOUT - THE COMPLAINTS REGISTER, ONE ROW
      * PER COMPLAINT, RAISED ON THE DCI8DPHG SCREEN FROM THE DCI8DPGR
      * INQUIRY (A LIVE ACCOUNT) OR THE DCI8DPGQ CLOSED-ACCOUNT
      * INQUIRY (AN ACCOUNT ON CLOSEACCT). THE FINAL RESPONSE IS DUE
      * EIGHT WEEKS AFTER CP-RECEIVED-DATE; THE NIGHTLY DCI8BCMP RUN
      * FILLS IN CP-DEADLINE-DATE (THE EIGHT-WEEK DAY, BROUGHT FORWARD
      * TO A BUSINESS DAY BY DCI8BDAT), REPORTS WHAT IS OVERDUE OR DUE
      * THIS WEEK, AND PRINTS THE FINAL-RESPONSE LETTER ONCE THE
      * COMPLAINT IS CLOSED ('P' PENDING TURNS 'S' SENT, 'G' HELD FOR
      * A GONE-AWAY ADDRESS, 'D' SUPPRESSED WHEN THE ACCOUNT CANNOT
      * BE FOUND). REDRESS ON A LIVE ACCOUNT IS POSTED AS AN ACCTTXN
      * CREDIT ON THE RESERVED SEQUENCE 8014 AND ITS KEY KEPT HERE;
      * ON A CLOSED ACCOUNT THE AMOUNT IS RECORDED AND PAID OUTSIDE
      * THE LEDGER. DCI8BCMR COUNTS THE REGISTER MONTHLY BY CATEGORY
      * AND BRANCH. STAMPED WITH THE SAME WHO/WHERE/WHEN PATTERN AS
      * AH-CHANGED-INFO
      * PRIME KEY - CP-KEY (CP-ACCTNO + CP-SEQNO, ASCENDING)
       01  COMPLAINT-REC.
           05  CP-KEY.
               10  CP-ACCTNO          PIC X(09).
               10  CP-SEQNO           PIC 9(04) COMP.
           05  CP-ACCT-SOURCE         PIC X(01).
               88  CP-LIVE-ACCT             VALUE 'L'.
               88  CP-CLOSED-ACCT           VALUE 'C'.
      * THE ACCOUNT'S BRANCH WHEN RAISED - SPACES FOR A CLOSED
      * ACCOUNT OR ONE PREDATING BRANCH REPORTING
           05  CP-BRANCH              PIC X(04).
           05  CP-CATEGORY            PIC X(02).
               88  CP-CAT-FEES              VALUE 'FC'.
               88  CP-CAT-INTEREST          VALUE 'IN'.
               88  CP-CAT-SERVICE           VALUE 'SV'.
               88  CP-CAT-COLLECTIONS       VALUE 'CO'.
               88  CP-CAT-PAYMENTS          VALUE 'PY'.
               88  CP-CAT-CARDS             VALUE 'CD'.
               88  CP-CAT-CREDIT-DECISION   VALUE 'CR'.
               88  CP-CAT-DATA-PRIVACY      VALUE 'DP'.
               88  CP-CAT-OTHER             VALUE 'OT'.
               88  CP-CATEGORY-VALID        VALUE 'FC' 'IN' 'SV' 'CO'
                                                  'PY' 'CD' 'CR' 'DP'
                                                  'OT'.
           05  CP-SUMMARY             PIC X(40).
      * YYYYDDD - THE DAY THE COMPLAINT REACHED US, AND THE LAST DAY
      * FOR THE FINAL RESPONSE (ZERO UNTIL THE NIGHTLY RUN SETS IT)
           05  CP-RECEIVED-DATE       PIC S9(7) COMP-3.
           05  CP-DEADLINE-DATE       PIC S9(7) COMP-3.
      * THE USERID OWNING THE INVESTIGATION
           05  CP-HANDLER             PIC X(08).
           05  CP-STATUS              PIC X(01).
               88  CP-OPEN                  VALUE 'O'.
               88  CP-UPHELD                VALUE 'U'.
               88  CP-NOT-UPHELD            VALUE 'R'.
               88  CP-CLOSED                VALUE 'U' 'R'.
           05  CP-ROOT-CAUSE          PIC X(02).
               88  CP-RC-PROCESS            VALUE 'PR'.
               88  CP-RC-SYSTEM             VALUE 'SY'.
               88  CP-RC-STAFF              VALUE 'ST'.
               88  CP-RC-COMMUNICATION      VALUE 'CM'.
               88  CP-RC-THIRD-PARTY        VALUE 'TP'.
               88  CP-RC-NO-FAULT           VALUE 'NF'.
               88  CP-ROOT-CAUSE-VALID      VALUE 'PR' 'SY' 'ST' 'CM'
                                                  'TP' 'NF'.
      * YYYYDDD - THE DAY THE FINAL RESPONSE WAS DECIDED
           05  CP-CLOSED-DATE         PIC S9(7) COMP-3.
      * REDRESS PAID ON AN UPHELD COMPLAINT, AND THE ACCTTXN KEY OF
      * ITS CREDIT (ZERO WHEN NONE WAS POSTED - NO REDRESS, OR A
      * CLOSED ACCOUNT)
           05  CP-REDRESS-AMOUNT      PIC 9(08)V99.
           05  CP-REDRESS-TXN-DATE    PIC S9(7) COMP-3.
           05  CP-REDRESS-TXN-SEQNO   PIC 9(04) COMP.
           05  CP-LETTER-STATUS       PIC X(01).
               88  CP-LETTER-NONE           VALUE ' '.
               88  CP-LETTER-PENDING        VALUE 'P'.
               88  CP-LETTER-SENT           VALUE 'S'.
               88  CP-LETTER-HELD           VALUE 'G'.
               88  CP-LETTER-SUPPRESSED     VALUE 'D'.
           05  CP-LETTER-DATE         PIC S9(7) COMP-3.
           05  CP-RAISED-INFO.
               10  CP-RSD-USERID      PIC X(08).
               10  CP-RSD-TRMID       PIC X(04).
               10  CP-RSD-DATE        PIC S9(7) COMP-3.
               10  CP-RSD-TIME        PIC S9(7) COMP-3.
           05  CP-CLOSED-INFO.
               10  CP-CLS-USERID      PIC X(08).
               10  CP-CLS-TRMID       PIC X(04).
               10  CP-CLS-DATE        PIC S9(7) COMP-3.
               10  CP-CLS-TIME        PIC S9(7) COMP-3.

       77  COMPLAINT-LEN              PIC S9(4) COMP VALUE +142.
