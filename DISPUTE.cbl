      * DISPUTE RECORD LAYOUT - ONE ROW PER ACCTTXN ROW A CUSTOMER
      * HAS DISPUTED (NOT RECOGNISED, GOODS NOT RECEIVED, CHARGED
      * TWICE AND THE LIKE), SO A DISPUTE STOPS BEING AN ACCTNOTE
      * NOBODY CHASES. RAISED FROM THE DCI8DPGR PF10 TRANSACTION
      * PAGE (PF12 TAKES THE ROW ON SHOW TO THE DCI8DPHD DISPUTE
      * SCREEN), WHICH ALSO CLOSES THE CASE. WHILE A CASE IS OPEN
      * THE DISPUTED AMOUNT IS LEFT OUT OF DCI8BAGE AGING, THE
      * DCI8BFEE OVER-LIMIT TEST AND THE DCI8BDUN LETTERS - UNLESS
      * A PROVISIONAL CREDIT WAS GIVEN, WHICH HAS ALREADY TAKEN IT
      * OUT OF CURR-BAL. THE PROVISIONAL CREDIT POSTS ON THE
      * RESERVED ACCTTXN SEQUENCE 8007. AN UPHELD CASE KEEPS IT (OR
      * IS CREDITED ON 8007 AT CLOSE IF NONE WAS GIVEN); A REJECTED
      * CASE REVERSES IT, REBILLING THE CHARGE, AS A DEBIT ON 8008.
      * DCI8BDSP AGES THE OPEN CASES DAILY AGAINST THE CARD-SCHEME
      * RESPONSE DEADLINES
      * PRIME KEY - DS-KEY, THE DISPUTED ROW'S OWN TX-KEY
       01  DISPUTE-REC.
           05  DS-KEY.
               10  DS-ACCTNO          PIC X(09).
               10  DS-TXN-DATE        PIC S9(7) COMP-3.
               10  DS-TXN-SEQNO       PIC 9(04) COMP.
           05  DS-AMOUNT              PIC 9(08)V99.
      * THE CARD SCHEME THE CHARGEBACK GOES THROUGH - EACH HAS ITS
      * OWN RESPONSE DEADLINE, CARRIED ON DCI8BDSP'S DSPPARM CARDS
           05  DS-SCHEME              PIC X(01).
               88  DS-SCHEME-VISA           VALUE 'V'.
               88  DS-SCHEME-MASTERCARD     VALUE 'M'.
               88  DS-SCHEME-OTHER          VALUE 'O'.
           05  DS-REASON-CODE         PIC X(04).
           05  DS-REASON-TEXT         PIC X(40).
           05  DS-STATUS              PIC X(01).
               88  DS-OPEN                  VALUE 'O'.
               88  DS-UPHELD                VALUE 'U'.
               88  DS-REJECTED              VALUE 'R'.
      * 'Y' ONCE THE 8007 PROVISIONAL CREDIT IS ON FILE, WITH THE
      * YYYYDDD DATE IT POSTED UNDER
           05  DS-PROV-FLAG           PIC X(01).
               88  DS-PROV-CREDITED         VALUE 'Y'.
           05  DS-PROV-DATE           PIC S9(7) COMP-3.
      * THE YYYYDDD DAY THE CASE OPENED - THE SCHEME CLOCK STARTS
           05  DS-OPENED-DATE         PIC S9(7) COMP-3.
           05  DS-RAISED-INFO.
               10  DS-RSD-USERID      PIC X(08).
               10  DS-RSD-TRMID       PIC X(04).
               10  DS-RSD-DATE        PIC S9(7) COMP-3.
               10  DS-RSD-TIME        PIC S9(7) COMP-3.
           05  DS-CLOSED-INFO.
               10  DS-CLS-USERID      PIC X(08).
               10  DS-CLS-TRMID       PIC X(04).
               10  DS-CLS-DATE        PIC S9(7) COMP-3.
               10  DS-CLS-TIME        PIC S9(7) COMP-3.

       77  DISPUTE-LEN                PIC S9(4) COMP VALUE +120.
