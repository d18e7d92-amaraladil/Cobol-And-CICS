      * INSOLV RECORD LAYOUT - INSOLVENCY CASES. ONE ROW PER ACCOUNT
      * WHOSE HOLDER WE ARE TOLD IS BANKRUPT, IN AN IVA OR UNDER A
      * DEBT RELIEF ORDER, RECORDED ON THE DCI8DPHK SCREEN (PF15
      * FROM THE DCI8DPGR INQUIRY). RECORDING THE CASE CHARGES THE
      * DRAWN BALANCE OFF TO THE RECOVLDG RECOVERY LEDGER AND THAT
      * FIGURE IS THE CLAIM. WHILE THE CASE IS ACTIVE INTEREST
      * (DCI8BINT), OVER-LIMIT FEES (DCI8BFEE), DUNNING LETTERS
      * (DCI8BDUN) AND DIRECT DEBIT COLLECTIONS (DCI8BDDO) STOP FOR
      * THE ACCOUNT, EACH COUNTED, AND THE WORKLIST LOADS (DCI8BPGD,
      * DCI8BAGE) TAKE ITS ITEM OFF THE COLLECTORS' QUEUES. DCI8BPOD
      * SENDS EACH NEW CASE'S PROOF-OF-DEBT CLAIM TO THE PRACTITIONER
      * AND STAMPS IV-CLAIM-SENT-DATE. DIVIDENDS ARE POSTED TO THE
      * LEDGER ROW, NOT THE ACCOUNT, AND AT DISCHARGE WHATEVER IS
      * STILL UNRECOVERED IS WRITTEN OFF AS THE RESIDUE. A DISCHARGED
      * ROW STAYS ON FILE WITH ITS STAMPS FOR THE AUDIT TRAIL
      * PRIME KEY - IV-ACCTNO
       01  INSOLV-REC.
           05  IV-ACCTNO              PIC X(09).
           05  IV-CASE-TYPE           PIC X(01).
               88  IV-TYPE-BANKRUPTCY       VALUE 'B'.
               88  IV-TYPE-IVA              VALUE 'I'.
               88  IV-TYPE-DRO              VALUE 'D'.
               88  IV-TYPE-VALID            VALUE 'B' 'I' 'D'.
           05  IV-STATUS              PIC X(01).
               88  IV-ACTIVE                VALUE 'A'.
               88  IV-DISCHARGED            VALUE 'D'.

      * YYYYDDD - THE DAY WE WERE NOTIFIED OF THE CASE
           05  IV-NOTIFY-DATE         PIC S9(7) COMP-3.

      * THE PRACTITIONER'S (OR OFFICIAL RECEIVER'S) CASE REFERENCE,
      * QUOTED ON THE CLAIM AND ON EVERY DIVIDEND
           05  IV-CLAIM-REF           PIC X(15).
           05  IV-PRAC-NAME           PIC X(30).
           05  IV-PRAC-ADDR1          PIC X(30).
           05  IV-PRAC-ADDR2          PIC X(30).
           05  IV-PRAC-ADDR3          PIC X(30).

      * THE AMOUNT CLAIMED - THE BALANCE CHARGED OFF WHEN THE CASE
      * WAS RECORDED, OR WHAT WAS STILL UNRECOVERED ON AN ACCOUNT
      * ALREADY ON THE LEDGER - AND THE YYYYDDD DAY DCI8BPOD SENT
      * THE CLAIM, ZERO UNTIL IT HAS
           05  IV-CLAIM-AMT           PIC 9(08)V99.
           05  IV-CLAIM-SENT-DATE     PIC S9(7) COMP-3.

      * DIVIDENDS RECEIVED TO DATE AND THE YYYYDDD DAY OF THE LAST
           05  IV-DIVIDEND-AMT        PIC 9(08)V99.
           05  IV-LAST-DIV-DATE       PIC S9(7) COMP-3.

      * YYYYDDD DAY OF DISCHARGE AND THE RESIDUE THEN WRITTEN OFF
           05  IV-DISCHARGE-DATE      PIC S9(7) COMP-3.
           05  IV-RESIDUE-AMT         PIC 9(08)V99.

      * WHO RECORDED (OR LAST AMENDED) THE CASE - THE OPERATOR ID AS
      * WELL AS THE AH-CHANGED-INFO STAMP - AND WHO DISCHARGED IT
           05  IV-REC-OPID            PIC X(03).
           05  IV-RECORDED-INFO.
               10  IV-REC-USERID      PIC X(08).
               10  IV-REC-TRMID       PIC X(04).
               10  IV-REC-DATE        PIC S9(7) COMP-3.
               10  IV-REC-TIME        PIC S9(7) COMP-3.
           05  IV-DISCHARGED-INFO.
               10  IV-DIS-USERID      PIC X(08).
               10  IV-DIS-TRMID       PIC X(04).
               10  IV-DIS-DATE        PIC S9(7) COMP-3.
               10  IV-DIS-TIME        PIC S9(7) COMP-3.

       77  INSOLV-LEN                 PIC S9(4) COMP VALUE +235.
