      * CLOSED SINCE SETTLEMENT BECAME MANDATORY (DCI8DPGF REFUSES
      * TO CLOSE A NONZERO BALANCE; THE CLEARING PAYMENT OR REFUND
      * GOES THROUGH THE DCI8DPGD TRANSACTION FIRST), CARRIED SO THE
      * CLOSED-ACCOUNT INQUIRY CAN SHOW THE SETTLED FIGURE. A
      * CONFIRMED-FRAUD CLOSURE FROM THE DCI8DPHS CASE QUEUE CHARGES
      * THE DRAWN BALANCE OFF TO RECOVLDG FIRST, SO IT CLOSES AT ZERO
      * TOO
           05  CA-FINAL-BAL           PIC S9(08)V99 COMP-3.

      * WHERE THE CUSTOMER WANTED THEIR MAIL AS THE ACCOUNT STOOD AT
      * CLOSURE - THE ACCTFILE ROW IS GONE BY THE TIME DCI8BFCS
      * ROUTES THE FINAL CLOSING STATEMENT, SO THE MAIL ADDRESS,
      * E-MAIL, CONTACT PREFERENCE, GONE-AWAY AND ESTATE FLAGS ARE
      * CARRIED HERE. APPENDED AT THE TAIL, THE HOUSE LAYOUT-CHANGE
      * RULE, SO EXISTING ROWS READ BACK WITH LOW-VALUE FIELDS AND
      * ARE POSTED TO CA-ADDR1/2
           05  CA-MAIL-ADDR1          PIC X(20).
           05  CA-MAIL-ADDR2          PIC X(20).
           05  CA-EMAIL               PIC X(30).
           05  CA-CONTACT-PREF        PIC X(01).
               88  CA-CPREF-EMAIL            VALUE 'E'.
           05  CA-GONEAWAY-FLAG       PIC X(01).
               88  CA-GONE-AWAY              VALUE 'G'.
           05  CA-ESTATE-FLAG         PIC X(01).
               88  CA-ESTATE-DECEASED        VALUE 'D'.

       77  CLOSEACCT-LEN              PIC S9(4) COMP VALUE +194.
