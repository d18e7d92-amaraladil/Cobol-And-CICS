      * FRDCASE RECORD LAYOUT - THE FRAUD CASE FILE. EVERY FRAUD
      * MONITOR FILES ITS ALERTS HERE THROUGH THE SHARED DCI8BFRA
      * SUBPROGRAM (SEE FRDALRT) INSTEAD OF ONTO THE COLLECTIONS
      * WORKLIST: DCI8BFCM (ADDRESS CHANGE THEN LIMIT INCREASE) AND
      * DCI8BVEL (TRANSACTION VELOCITY) TODAY, THE SANCTIONS RESCREEN
      * AND THE AUTHORIZATION-DECLINE FEED BY THEIR RESERVED SOURCE
      * CODES LATER. AN ALERT ON AN ACCOUNT WITH A CASE STILL OPEN OR
      * FROZEN ATTACHES TO THAT CASE - THE COUNTS GROW AND THE LATEST
      * ALERT REPLACES THE LAST ONE SHOWN - SO AN ACCOUNT ALERTING
      * NIGHT AFTER NIGHT IS ONE CASE WITH ITS RUN OF NIGHTS ON IT;
      * AN ALERT ON AN ACCOUNT WHOSE CASES ARE ALL DECIDED OPENS THE
      * NEXT CASE NUMBER. A FRAUD ANALYST WORKS THE CASES ON DCI8DPHS
      * (FRAUDWRK FUNCTION): 'F' FREEZES THE ACCOUNT (STAT 'X', AN
      * 'S' EVENT ROW) AND KEEPS THE CASE ON THE QUEUE, 'C' CONFIRMS
      * FRAUD, CHARGES THE DRAWN BALANCE OFF TO RECOVLDG AS THE
      * CONFIRMED LOSS AND CLOSES THE ACCOUNT TO CLOSEACCT WITH
      * CA-REASON '2', AND 'L' CLEARS THE CASE. DCI8BFCR REPORTS THE
      * WEEK'S VOLUMES, TIME TO DECISION AND CONFIRMED LOSS FROM
      * THESE ROWS
      * PRIME KEY - FC-KEY (ACCOUNT NUMBER + CASE NUMBER)
       01  FRDCASE-REC.
           05  FC-KEY.
               10  FC-ACCTNO          PIC X(09).
               10  FC-CASE-NO         PIC 9(03).
           05  FC-STATUS              PIC X(01).
               88  FC-OPEN                  VALUE 'O'.
               88  FC-FROZEN                VALUE 'F'.
               88  FC-CONFIRMED             VALUE 'C'.
               88  FC-CLEARED               VALUE 'L'.
               88  FC-ACTIVE                VALUE 'O' 'F'.
      * DATES ARE IN EIBDATE'S 0CYYDDD FORM, THE ONLINE ROW RULE -
      * DCI8BFRA STAMPS ITS ROWS THE SAME WAY
           05  FC-OPENED-DATE         PIC S9(7) COMP-3.
      * WHICH FEED RAISED THE CASE AND WHICH RAISED ITS LATEST ALERT
           05  FC-FIRST-SOURCE        PIC X(01).
           05  FC-LAST-SOURCE         PIC X(01).
           05  FC-LAST-ALERT-DATE     PIC S9(7) COMP-3.
      * EVERY ALERT FILED, THE DIFFERENT NIGHTS THEY FELL ON, AND THE
      * NIGHTS RUNNING UP TO THE LATEST ONE
           05  FC-ALERT-COUNT         PIC 9(05) COMP-3.
           05  FC-ALERT-NIGHTS        PIC 9(05) COMP-3.
           05  FC-NIGHTS-RUNNING      PIC 9(03) COMP-3.
           05  FC-SOURCE-COUNTS.
               10  FC-CNT-ADDR-LIMIT  PIC 9(05) COMP-3.
               10  FC-CNT-VELOCITY    PIC 9(05) COMP-3.
               10  FC-CNT-SANCTIONS   PIC 9(05) COMP-3.
               10  FC-CNT-AUTH-DECL   PIC 9(05) COMP-3.
      * THE ALERT THAT OPENED THE CASE AND THE LATEST ONE - THE
      * FEED'S OWN AMOUNT (THE LIMIT INCREASE, THE DAY'S DEBITS) AND
      * ITS ONE-LINE DESCRIPTION
           05  FC-FIRST-AMOUNT        PIC S9(09)V99 COMP-3.
           05  FC-FIRST-DETAIL        PIC X(40).
           05  FC-LAST-AMOUNT         PIC S9(09)V99 COMP-3.
           05  FC-LAST-DETAIL         PIC X(40).
           05  FC-FROZEN-INFO.
               10  FC-FRZ-USERID      PIC X(08).
               10  FC-FRZ-TRMID       PIC X(04).
               10  FC-FRZ-DATE        PIC S9(7) COMP-3.
               10  FC-FRZ-TIME        PIC S9(7) COMP-3.
      * THE CLOSING DECISION - CONFIRMED FRAUD OR CLEARED
           05  FC-DECIDED-INFO.
               10  FC-DEC-USERID      PIC X(08).
               10  FC-DEC-TRMID       PIC X(04).
               10  FC-DEC-DATE        PIC S9(7) COMP-3.
               10  FC-DEC-TIME        PIC S9(7) COMP-3.
           05  FC-DECISION-NOTE       PIC X(40).
      * THE CONFIRMED-FRAUD LOSS - THE DRAWN BALANCE CHARGED OFF WHEN
      * THE ACCOUNT WAS CLOSED (ZERO WHEN NOTHING WAS OWED)
           05  FC-LOSS-AMT            PIC S9(08)V99 COMP-3.

       77  FRDCASE-LEN                PIC S9(4) COMP VALUE +221.
