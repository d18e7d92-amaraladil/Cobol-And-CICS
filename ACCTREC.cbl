      * DCI8DPGF TOGGLE OR BY THE DCI8BGON RETURNED-MAIL IMPORT.
      * EVERY PRINT AND LETTER RUN SUPPRESSES AND COUNTS INSTEAD OF
      * MAILING A DEAD ADDRESS; THE FLAG CLEARS AUTOMATICALLY WHEN
      * ADDR1/ADDR2 IS NEXT CHANGED THROUGH THE DCI8DPGU EDIT PATH,
      * OR WHEN AN ADDRESS FOUND BY THE TRACE AGENCY (DCI8BTRX SENDS
      * GONE-AWAY ACCOUNTS OUT WEEKLY) IS CONFIRMED ON DCI8DPHL
           05  GONEAWAY-FLAG          PIC X(01).
               88  GONE-AWAY                VALUE 'G'.
               88  MAIL-DELIVERABLE         VALUE ' '.
               88  ESTATE-DECEASED          VALUE 'D'.

      * SENSITIVE-ACCOUNT MARKER (STAFF ACCOUNTS, WELL-KNOWN NAMES).
      * 'S' LOGS EVERY INQUIRY, CUSTOMER SUMMARY, BROWSE HIT AND WEB
      * SERVICE READ TO THE ACCQ ACCESS JOURNAL (OPERATOR/TERMINAL/
      * WHEN, THE AH-CHANGED-INFO PATTERN, REPORTED BY DCI8BSAL); 'R'
      * LOGS TOO AND ALSO NEEDS A FUNCAUTH SENSVIEW GRANT TO DISPLAY
      * AT ALL - THE BROWSE SHOWS A MASKED NAME INSTEAD
           05  SENS-FLAG              PIC X(01).
               88  SENS-NONE                VALUE ' '.
               88  SENS-LOGGED              VALUE 'S'.
               88  SENS-RESTRICTED          VALUE 'R'.

      * ANNUAL FEE PLAN - SET ON THE DCI8DPGF TOGGLE. 'Y' BILLS THE
      * FEECFG 'ANNUALFE' AMOUNT EVERY CR-DATE ANNIVERSARY (DCI8BANF,
      * WITH AN ADVANCE NOTICE 30 DAYS AHEAD); 'W' DOES THE SAME BUT
      * WAIVES THE FIRST ANNIVERSARY. ANYTHING ELSE MEANS NO FEE.
      * WHAT WAS NOTICED, BILLED AND REFUNDED EACH YEAR IS ON ANNFEE
           05  ANNFEE-PLAN            PIC X(01).
               88  ANNFEE-NONE              VALUE ' '.
               88  ANNFEE-CHARGED           VALUE 'Y'.
               88  ANNFEE-FIRST-FREE        VALUE 'W'.

      * SETTLEMENT MARKER - DCI8BPST SETS 'Q' WHEN A POSTED CREDIT
      * MEETS AN UNEXPIRED SETTLEMENT QUOTE (QUOTE FILE, RAISED FROM
      * THE DCI8DPGR INQUIRY) SO DCI8DPGF SHOWS THE ACCOUNT READY TO
      * CLOSE. A LATER DEBIT POSTED TO THE ACCOUNT CLEARS IT AGAIN
           05  SETTLE-FLAG            PIC X(01).
               88  SETTLE-NONE              VALUE ' '.
               88  SETTLE-READY             VALUE 'Q'.

      * PRODUCT - THE PRODCFG ROW THAT PRICES THE ACCOUNT (INTEREST
      * RATE, MINIMUM PAYMENT, LIMIT RANGE AND FEES). SET AND CHANGED
      * ON DCI8DPHR. SPACES MEAN NO PRODUCT - THE STATUS RULES
      * (RATECFG, CRLIMCFG, THE DCI8BSTM CARD, FEECFG) APPLY AS BEFORE
           05  PRODUCT-CODE           PIC X(04).

       77  ACCTREC-LEN                PIC S9(4) COMP VALUE +268.
