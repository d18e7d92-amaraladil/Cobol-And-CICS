      * PERSDEBT RECORD LAYOUT - PERSISTENT DEBT REVIEW STAGES, ONE ROW
      * PER ACCOUNT, KEPT BY THE MONTHLY DCI8BPDR RUN. AN ACCOUNT IS IN
      * PERSISTENT DEBT WHEN, OVER THE 18 MONTHS TO A MONTH END, IT
      * PAID MORE IN INTEREST AND FEES THAN IT REPAID OF PRINCIPAL.
      * THE ROW IS WRITTEN THE FIRST MONTH THAT IS SO ('1', THE 18-
      * MONTH LETTER) AND CARRIES THE CYCLE THROUGH THE 27-MONTH
      * LETTER ('2', NINE MONTHS ON) TO THE 36-MONTH REPAYMENT PLAN
      * PROPOSAL ('3', EIGHTEEN MONTHS ON). A CUSTOMER WHO TAKES UP A
      * PLAN ENDS THE CYCLE 'A'; ONE WHO DOES NOT ANSWER BY THE
      * RESPOND-BY DATE HAS THE ACCOUNT FROZEN (STAT 'X') AND THE
      * CYCLE ENDS 'S'. AN ACCOUNT NO LONGER IN PERSISTENT DEBT AT A
      * MILESTONE, OR WITH NOTHING LEFT OWING, ENDS IT 'X'. AN ENDED
      * CYCLE IS REPLACED BY A NEW ONE ONLY WHEN A FULL 18-MONTH
      * WINDOW HAS PASSED SINCE IT ENDED
      * PRIME KEY - PD-ACCTNO
       01  PERSDEBT-REC.
           05  PD-ACCTNO              PIC X(09).
           05  PD-STAGE               PIC X(01).
               88  PD-STAGE-18              VALUE '1'.
               88  PD-STAGE-27              VALUE '2'.
               88  PD-STAGE-36              VALUE '3'.
               88  PD-PLAN-TAKEN            VALUE 'A'.
               88  PD-SUSPENDED             VALUE 'S'.
               88  PD-EXITED                VALUE 'X'.
               88  PD-IN-REVIEW             VALUE '1' '2' '3'.

      * THE YYYYMM MONTH END THE CYCLE WAS FIRST FOUND (THE MILESTONES
      * COUNT FROM IT) AND THE YYYYDDD DAYS EACH MILESTONE WAS ACTED ON
           05  PD-START-PERIOD        PIC 9(06).
           05  PD-PD18-DATE           PIC S9(7) COMP-3.
           05  PD-PD27-DATE           PIC S9(7) COMP-3.
           05  PD-PD36-DATE           PIC S9(7) COMP-3.

      * THE LATEST MEASURE - THE YYYYMM IT WAS TAKEN FOR (ALSO THE
      * RERUN GUARD), INTEREST AND FEES NET OF REVERSALS, PAYMENTS
      * RECEIVED, THE PRINCIPAL THOSE PAYMENTS REPAID (NEGATIVE WHEN
      * THEY DID NOT EVEN COVER THE CHARGES) AND 'Y' WHEN THE WINDOW
      * WAS IN PERSISTENT DEBT
           05  PD-LAST-PERIOD         PIC 9(06).
           05  PD-LAST-CHARGES        PIC S9(08)V99 COMP-3.
           05  PD-LAST-PAID           PIC S9(08)V99 COMP-3.
           05  PD-LAST-PRINCIPAL      PIC S9(08)V99 COMP-3.
           05  PD-LAST-RESULT         PIC X(01).
               88  PD-LAST-IN-DEBT          VALUE 'Y'.

      * HOW THE LAST LETTER WENT - 'P' POSTED, 'E' EMAILED, 'G' HELD
      * FOR A GONE-AWAY ADDRESS
           05  PD-LAST-LETTER         PIC X(01).

      * THE 36-MONTH PROPOSAL - THE BALANCE IT WAS BASED ON, THE
      * MONTHLY PAYMENT THAT CLEARS IT OVER PD-PLAN-MONTHS AND THE
      * YYYYDDD DAY BY WHICH THE CUSTOMER MUST RESPOND
           05  PD-PLAN-BAL            PIC S9(08)V99 COMP-3.
           05  PD-PLAN-AMT            PIC 9(08)V99.
           05  PD-PLAN-MONTHS         PIC 9(02).
           05  PD-RESPOND-BY          PIC S9(7) COMP-3.

      * HOW AND WHEN THE CYCLE ENDED, AND THE STATUS THE ACCOUNT HELD
      * BEFORE A SUSPENSION FROZE IT
           05  PD-CLOSED-DATE         PIC S9(7) COMP-3.
           05  PD-CLOSED-PERIOD       PIC 9(06).
           05  PD-PRIOR-STAT          PIC X(01).

       77  PERSDEBT-LEN               PIC S9(4) COMP VALUE +87.
