      * FEECFG RECORD LAYOUT - THE CHARGE TARIFF, ONE ROW PER FEE
      * THE SYSTEM RAISES ON ITS OWN, SO A FEE AMOUNT CAN MOVE
      * WITHOUT A PROGRAM CHANGE OR A NEW CONTROL CARD. MAINTAINED IN
      * DCI8DPGG (FILE 'F') ALONGSIDE THE OTHER CONFIG FILES. ROWS
      *   'LATEFEE '  - THE DCI8BLTF LATE PAYMENT FEE, CHARGED ONCE
      *                 PER MISSED BILLING CYCLE
      *   'ANNUALFE'  - THE DCI8BANF ANNUAL ACCOUNT FEE, CHARGED ON
      *                 EACH CR-DATE ANNIVERSARY OF AN ACCOUNT WHOSE
      *                 ANNFEE-PLAN ASKS FOR IT
      * A FEE WITH NO ROW ON FILE (OR A ZERO AMOUNT) IS NOT CHARGED -
      * THE SAME EMPTY-FILE-CHANGES-NOTHING RULE RATECFG FOLLOWS
      * PRIME KEY - FG-CODE
       01  FEECFG-REC.
           05  FG-CODE                PIC X(08).
           05  FG-AMOUNT              PIC 9(06)V99.

       77  FEECFG-LEN                 PIC S9(4) COMP VALUE +16.
