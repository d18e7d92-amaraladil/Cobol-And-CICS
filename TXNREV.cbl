      * TXNREV RECORD LAYOUT - THE TRANSACTION REVERSAL REGISTER. A
      * POSTED ACCTTXN ROW IS TAKEN BACK OUT FROM THE DCI8DPGR PF10
      * PAGE (PF17) IN TWO STEPS: ONE OPERATOR STAGES THE REVERSAL
      * WITH A REASON, FILING AN 'O' ROW HERE UNDER THE ROW'S OWN
      * TX-KEY AT STATUS 'P'; A SECOND, DIFFERENT OPERATOR HOLDING
      * FUNCAUTH 'TXNREVRS' PRESSES PF17 ON THE SAME ROW, WHICH POSTS
      * THE OFFSETTING ROW (THE OPPOSITE SIDE, SAME AMOUNT, DATED
      * TODAY ON AN ONLINE SEQUENCE), MARKS THE 'O' ROW DONE AND
      * FILES AN 'R' ROW UNDER THE OFFSET'S KEY - ALL IN ONE UNIT OF
      * WORK. EACH ROW NAMES THE OTHER, SO A ROW ON FILE HERE CAN
      * NEVER BE REVERSED A SECOND TIME, AN OFFSET CAN NEVER ITSELF
      * BE REVERSED, AND THE DCI8BSTM STATEMENT AND DCI8BRPR REPRINT
      * PRINT BOTH HALVES AS REVERSED. DCI8BGLX BOOKS AN OFFSET AS
      * ITS ORIGINAL'S GL PAIR TURNED ROUND
      * PRIME KEY - RV-KEY (THE ACCTTXN ROW'S OWN TX-KEY)
       01  TXNREV-REC.
           05  RV-KEY.
               10  RV-ACCTNO          PIC X(09).
               10  RV-DATE            PIC S9(7) COMP-3.
               10  RV-SEQNO           PIC 9(04) COMP.
           05  RV-ROLE                PIC X(01).
               88  RV-ORIGINAL              VALUE 'O'.
               88  RV-OFFSET                VALUE 'R'.
           05  RV-STATUS              PIC X(01).
               88  RV-PENDING               VALUE 'P'.
               88  RV-REVERSED              VALUE 'D'.

      * THE OTHER HALF OF THE PAIR ON THE SAME ACCOUNT, AND ITS
      * TX-TYPE - ZERO AND SPACE ON AN 'O' ROW STILL PENDING
           05  RV-PAIR-DATE           PIC S9(7) COMP-3.
           05  RV-PAIR-SEQNO          PIC 9(04) COMP.
           05  RV-PAIR-TYPE           PIC X(01).
           05  RV-AMOUNT              PIC 9(08)V99.
           05  RV-REASON              PIC X(40).

      * WHO STAGED IT AND WHO APPROVED IT, WHERE AND WHEN - EIBDATE/
      * EIBTIME FORM. THE APPROVER FIELDS ARE SPACES/ZERO UNTIL THEN
           05  RV-REQUESTED-INFO.
               10  RV-REQ-USERID      PIC X(08).
               10  RV-REQ-TRMID       PIC X(04).
               10  RV-REQ-DATE        PIC S9(7) COMP-3.
               10  RV-REQ-TIME        PIC S9(7) COMP-3.
           05  RV-APPROVED-INFO.
               10  RV-APP-USERID      PIC X(08).
               10  RV-APP-TRMID       PIC X(04).
               10  RV-APP-DATE        PIC S9(7) COMP-3.
               10  RV-APP-TIME        PIC S9(7) COMP-3.

       77  TXNREV-LEN                 PIC S9(4) COMP VALUE +114.
