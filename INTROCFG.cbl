      * INTROCFG RECORD LAYOUT - THE BROKERS AND PARTNER RETAILERS
      * WHO INTRODUCE APPLICANTS, ONE ROW PER INTRODUCER WITH THE
      * COMMISSION TERMS IT IS PAID ON. MAINTAINED IN DCI8DPGG AS
      * FILE 'I' - STAGED FOR APPROVAL, AS IT MOVES MONEY. DCI8DPGW
      * TAKES AN INTRODUCER CODE ONLY IF IT IS ON FILE AND FLAGGED
      * 'Y'; AN INTRODUCER FLAGGED 'N' INTRODUCES NO MORE BUT IS
      * STILL PAID AND CLAWED BACK ON WHAT IT ALREADY INTRODUCED.
      * THE TERMS IN FORCE ON THE DAY THE APPLICATION IS APPROVED
      * ARE COPIED TO ITS INTROCOM ROW AND HOLD FOR THAT ACCOUNT
      *   IT-ACTIVE        - Y TAKES NEW INTRODUCTIONS, N DOES NOT
      *   IT-CLAWBACK-DAYS - AN ACCOUNT CLOSED OR CHARGED OFF WITHIN
      *                      THIS MANY DAYS OF APPROVAL HAS ITS
      *                      COMMISSION CLAWED BACK
      *   IT-APPR-COMM     - POUNDS PAID WHEN THE APPLICATION IS
      *                      APPROVED
      *   IT-DEBIT-COMM    - POUNDS PAID WHEN THE ACCOUNT MAKES ITS
      *                      FIRST DEBIT
      * PRIME KEY - IT-CODE
       01  INTROCFG-REC.
           05  IT-CODE                PIC X(08).
           05  IT-ACTIVE              PIC X(01).
               88  IT-TAKES-NEW             VALUE 'Y'.
           05  IT-CLAWBACK-DAYS       PIC 9(03).
           05  IT-APPR-COMM           PIC 9(04)V99.
           05  IT-DEBIT-COMM          PIC 9(04)V99.

       77  INTROCFG-LEN               PIC S9(4) COMP VALUE +24.
