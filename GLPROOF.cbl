      * GLPROOF RECORD LAYOUT - THE DAY-END SUBLEDGER TO GENERAL LEDGER
      * PROOF, ONE ROW PER PROOF DATE, BRANCH AND GL CONTROL ACCOUNT,
      * WRITTEN BY DCI8BGLP. THE CONTROL ACCOUNTS ARE THE ONES
      * DCI8BGLX BOOKS THE CUSTOMER SIDE OF EVERY PAIR TO - RECEIVBL
      * (CURR-BAL ACROSS ACCTFILE), SUSPENSE (OPEN SUSPENSE ITEMS),
      * WRITEOFF (RECOVLDG CHARGED OFF LESS RECOVERED) AND ESCHEAT
      * (ESCHEAT BALANCES REMITTED). ALL AMOUNTS ARE SIGNED ON THE
      * ACCOUNT'S NATURAL SIDE - DEBIT FOR RECEIVBL AND WRITEOFF,
      * CREDIT FOR SUSPENSE AND ESCHEAT.
      * GP-GL-CLOSE IS THE LEDGER POSITION CARRIED FORWARD - THE NEXT
      * DAY'S PROOF OPENS FROM IT RATHER THAN RE-DERIVING IT, SO A
      * DIFFERENCE STAYS VISIBLE UNTIL THE LEDGER IS PUT RIGHT
      * PRIME KEY - GP-KEY
       01  GLPROOF-REC.
           05  GP-KEY.
               10  GP-PROOF-DATE      PIC 9(07).
               10  GP-BRANCH          PIC X(04).
               10  GP-GL-ACCT         PIC X(08).

      * THE SUBLEDGER SIDE. FOR RECEIVBL THE DEBIT AND CREDIT BALANCES
      * ARE ALSO KEPT APART (BOTH AS POSITIVE FIGURES); FOR WRITEOFF
      * GP-RECOVERED IS THE RECOVERED-TO-DATE FIGURE THE NET IS AFTER
           05  GP-SUB-BAL             PIC S9(11)V99 COMP-3.
           05  GP-SUB-DR-BAL          PIC S9(11)V99 COMP-3.
           05  GP-SUB-CR-BAL          PIC S9(11)V99 COMP-3.
           05  GP-RECOVERED           PIC S9(11)V99 COMP-3.

      * THE LEDGER SIDE - THE OPENING POSITION, THE DAY'S GLEXT
      * MOVEMENT, THE RECOVERIES TAKEN TO RECOVLDG SINCE THE OPENING
      * (WHICH NEVER PASS THROUGH GLEXT), THE CLOSING POSITION AND
      * THE SUBLEDGER LESS THE CLOSING POSITION
           05  GP-GL-OPEN             PIC S9(11)V99 COMP-3.
           05  GP-GL-MOVE             PIC S9(11)V99 COMP-3.
           05  GP-RECOV-MOVE          PIC S9(11)V99 COMP-3.
           05  GP-GL-CLOSE            PIC S9(11)V99 COMP-3.
           05  GP-DIFF                PIC S9(11)V99 COMP-3.

      * 'Y' WHEN THERE WAS NO EARLIER PROOF AND THE OPENING WAS TAKEN
      * FROM THE SUBLEDGER ITSELF, AND THE YYYYDDD DAY THE ROW WAS RUN
           05  GP-SEEDED              PIC X(01).
               88  GP-OPEN-SEEDED           VALUE 'Y'.
           05  GP-RUN-DATE            PIC S9(7) COMP-3.

       77  GLPROOF-LEN                PIC S9(4) COMP VALUE +87.
