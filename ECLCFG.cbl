      * ECLCFG RECORD LAYOUT - EXPECTED CREDIT LOSS RATES. ONE ROW
      * PER PROVISIONING STAGE AND BUREAU-SCORE BAND GIVING THE SHARE
      * OF THE DRAWN BALANCE THE MONTH-END DCI8BECL RUN HOLDS AS
      * PROVISION. MAINTAINED (STAGED FOR APPROVAL, AS IT MOVES
      * MONEY) IN DCI8DPGG AS FILE 'E'. THE BAND IS THE SCOREBND
      * ROW'S MINIMUM SCORE; A ROW WITH BAND 'ALL' IS THE STAGE'S
      * DEFAULT, USED FOR A SCORE WITH NO BAND OF ITS OWN HERE. A
      * STAGE WITH NEITHER IS PROVIDED AT ZERO AND FLAGGED
      *   EC-STAGE       - 1 PERFORMING, 2 SIGNIFICANT DETERIORATION,
      *                    3 CREDIT-IMPAIRED
      *   EC-BAND        - SB-MIN-SCORE AS 3 DIGITS, OR 'ALL'
      *   EC-LOSS-PCT    - PERCENT OF THE DRAWN BALANCE, 0 TO 100
      * PRIME KEY - EC-KEY (EC-STAGE + EC-BAND)
       01  ECLCFG-REC.
           05  EC-KEY.
               10  EC-STAGE           PIC X(01).
               10  EC-BAND            PIC X(03).
           05  EC-LOSS-PCT            PIC 9(03)V99.

       77  ECLCFG-LEN                 PIC S9(4) COMP VALUE +9.
