      * CRWATCH RECORD LAYOUT - THE CREDIT-BALANCE CLOCK, ONE ROW PER
      * LIVE ACCOUNT CURRENTLY CARRYING A CREDIT (NEGATIVE CURR-BAL).
      * THE NIGHTLY DCI8BCRF REFUND RUN WRITES THE ROW THE FIRST NIGHT
      * IT SEES THE ACCOUNT IN CREDIT AND DELETES IT THE FIRST NIGHT
      * IT SEES IT BACK AT ZERO OR OWING, SO CW-SINCE-DATE IS HOW LONG
      * THE CUSTOMER'S MONEY HAS BEEN SITTING WITH US - THE ESCHEAT
      * START-THE-CLOCK PATTERN, FOR A REFUND INSTEAD OF A REMITTANCE
      * PRIME KEY - CW-ACCTNO
       01  CRWATCH-REC.
           05  CW-ACCTNO              PIC X(09).
      * YYYYDDD - THE FIRST NIGHT THE ACCOUNT WAS SEEN IN CREDIT
           05  CW-SINCE-DATE          PIC S9(7) COMP-3.
      * THE CREDIT SEEN THAT FIRST NIGHT, FOR THE REPORT
           05  CW-FIRST-AMOUNT        PIC 9(08)V99.
      * 'S' - RELEASED BY THE DCI8BSBW SMALL-BALANCE RUN: A CREDIT
      * RESIDUE TOO SMALL TO WRITE OFF ON AN ACCOUNT THE CUSTOMER IS
      * CLOSING, REFUNDED ON THE NEXT RUN WHATEVER ITS SIZE OR AGE.
      * SPACE ON EVERY ROW THE REFUND RUN STARTS ITSELF
           05  CW-RELEASE-FLAG        PIC X(01).
               88  CW-RELEASE-NONE          VALUE ' '.
               88  CW-RELEASE-SMALL         VALUE 'S'.

       77  CRWATCH-LEN                PIC S9(4) COMP VALUE +24.
