      * TRACEADR RECORD LAYOUT - SKIP-TRACE REQUESTS AND THE ADDRESSES
      * THE TRACE AGENCY PROPOSES. ONE ROW PER GONE-AWAY ACCOUNT PER
      * WEEKLY BATCH: DCI8BTRX WRITES IT 'S' AS THE ACCOUNT GOES OUT
      * ON THE TRCOUT EXTRACT, DCI8BTRI STAGES THE AGENCY'S ANSWER
      * FROM TRCRES ('P' WITH THE NEW ADDRESS, OR 'N' NO TRACE), AND
      * AN OPERATOR CONFIRMS ('C') OR REJECTS ('R') EACH PROPOSAL ON
      * THE DCI8DPHL SCREEN. NOTHING REACHES ACCTFILE UNTIL IT IS
      * CONFIRMED, AND THEN ONLY THROUGH THE DCI8DPGE EDITS. 'D' IS A
      * PROPOSAL OVERTAKEN BECAUSE THE GONE-AWAY MARKER WAS CLEARED
      * SOME OTHER WAY FIRST; 'E' IS A REQUEST THE AGENCY NEVER
      * ANSWERED, EXPIRED BY THE NEXT EXTRACT SO THE ACCOUNT CAN GO
      * OUT AGAIN. DCI8BTRH REPORTS THE HIT RATE PER BATCH FROM THESE
      * ROWS. ROWS ARE NEVER DELETED
      * PRIME KEY - TA-KEY (ACCOUNT + YYYYDDD BATCH DATE)
       01  TRACEADR-REC.
           05  TA-KEY.
               10  TA-ACCTNO          PIC X(09).
               10  TA-BATCH-DATE      PIC S9(7) COMP-3.
           05  TA-STATUS              PIC X(01).
               88  TA-SENT                  VALUE 'S'.
               88  TA-NO-TRACE              VALUE 'N'.
               88  TA-PROPOSED              VALUE 'P'.
               88  TA-CONFIRMED             VALUE 'C'.
               88  TA-REJECTED              VALUE 'R'.
               88  TA-SUPERSEDED            VALUE 'D'.
               88  TA-EXPIRED               VALUE 'E'.
               88  TA-OPEN                  VALUE 'S' 'P'.

      * THE DRAWN BALANCE AND THE LAST KNOWN ADDRESS AS SENT
           05  TA-SENT-BAL            PIC S9(08)V99 COMP-3.
           05  TA-OLD-ADDR1           PIC X(20).
           05  TA-OLD-ADDR2           PIC X(20).

      * THE AGENCY'S ANSWER - ITS OWN MATCH REFERENCE, THE YYYYDDD
      * DAY DCI8BTRI LOADED IT AND THE PROPOSED ADDRESS (SPACES ON A
      * NO-TRACE ROW)
           05  TA-AGENCY-REF          PIC X(12).
           05  TA-RETURNED-DATE       PIC S9(7) COMP-3.
           05  TA-NEW-ADDR1           PIC X(20).
           05  TA-NEW-ADDR2           PIC X(20).

      * WHO CONFIRMED OR REJECTED THE PROPOSAL (THE AH-CHANGED-INFO
      * PATTERN, EIBDATE FORM) AND, ON A REJECTION, WHY. A
      * CONFIRMATION CARRIES THE ADDRESS ACTUALLY APPLIED IN
      * TA-NEW-ADDR1/2 WHEN THE OPERATOR CORRECTED IT
           05  TA-REVIEWED-INFO.
               10  TA-REV-USERID      PIC X(08).
               10  TA-REV-TRMID       PIC X(04).
               10  TA-REV-DATE        PIC S9(7) COMP-3.
               10  TA-REV-TIME        PIC S9(7) COMP-3.
           05  TA-REJECT-REASON       PIC X(30).

       77  TRACEADR-LEN               PIC S9(4) COMP VALUE +166.
