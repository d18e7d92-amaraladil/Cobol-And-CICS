      * QUOTE RECORD LAYOUT - SETTLEMENT QUOTES, ONE ROW PER QUOTE
      * RAISED ON THE DCI8DPHF SCREEN (PF1 FROM THE DCI8DPGR
      * INQUIRY). THE QUOTE PROJECTS CURR-BAL FORWARD TO THE
      * CUSTOMER'S CHOSEN SETTLEMENT DATE, ADDING THE DCI8BINT
      * INTEREST FOR EVERY PERIOD-END THAT FALLS IN BETWEEN, AND
      * HOLDS GOOD UNTIL SQ-EXPIRY-DATE. THE DCI8BSQL RUN PRINTS THE
      * QUOTE LETTER ('P' PENDING TURNS 'S' SENT, 'G' HELD FOR A
      * GONE-AWAY ADDRESS, 'D' SUPPRESSED FOR A DECEASED ESTATE, AN
      * ACCOUNT OFF FILE OR A QUOTE THAT EXPIRED BEFORE ITS LETTER).
      * WHEN DCI8BPST POSTS A CREDIT OF AT LEAST SQ-AMOUNT ON OR
      * BEFORE THE EXPIRY THE QUOTE TURNS 'M' MET, THE CREDIT'S
      * ACCTTXN KEY IS KEPT, AND THE ACCOUNT'S SETTLE-FLAG GOES 'Q'.
      * OLD QUOTES ARE KEPT AS HISTORY. STAMPED WITH THE SAME
      * WHO/WHERE/WHEN PATTERN AS AH-CHANGED-INFO
      * PRIME KEY - SQ-KEY (SQ-ACCTNO + SQ-SEQNO, ASCENDING)
       01  QUOTE-REC.
           05  SQ-KEY.
               10  SQ-ACCTNO          PIC X(09).
               10  SQ-SEQNO           PIC 9(04) COMP.
           05  SQ-STATUS              PIC X(01).
               88  SQ-OPEN                  VALUE 'O'.
               88  SQ-MET                   VALUE 'M'.
      * YYYYDDD - THE DATE THE CUSTOMER MEANS TO PAY BY, AND THE
      * LAST DAY THE QUOTE IS GOOD FOR
           05  SQ-SETTLE-DATE         PIC S9(7) COMP-3.
           05  SQ-EXPIRY-DATE         PIC S9(7) COMP-3.
      * CURR-BAL WHEN QUOTED, THE PROJECTED INTEREST, AND THE SUM
      * OF THE TWO - THE FIGURE THAT SETTLES THE ACCOUNT
           05  SQ-BALANCE             PIC 9(08)V99.
           05  SQ-INTEREST            PIC 9(08)V99.
           05  SQ-AMOUNT              PIC 9(08)V99.
           05  SQ-LETTER-STATUS       PIC X(01).
               88  SQ-LETTER-PENDING        VALUE 'P'.
               88  SQ-LETTER-SENT           VALUE 'S'.
               88  SQ-LETTER-HELD           VALUE 'G'.
               88  SQ-LETTER-SUPPRESSED     VALUE 'D'.
           05  SQ-LETTER-DATE         PIC S9(7) COMP-3.
      * YYYYDDD - THE DCI8BPST RUN THAT SAW THE QUOTE MET, AND THE
      * ACCTTXN KEY OF THE CREDIT THAT MET IT
           05  SQ-MET-DATE            PIC S9(7) COMP-3.
           05  SQ-MET-TXN-DATE        PIC S9(7) COMP-3.
           05  SQ-MET-TXN-SEQNO       PIC 9(04) COMP.
           05  SQ-QUOTED-INFO.
               10  SQ-QUOTE-USERID    PIC X(08).
               10  SQ-QUOTE-TRMID     PIC X(04).
               10  SQ-QUOTE-DATE      PIC S9(7) COMP-3.
               10  SQ-QUOTE-TIME      PIC S9(7) COMP-3.

       77  QUOTE-LEN                  PIC S9(4) COMP VALUE +85.
