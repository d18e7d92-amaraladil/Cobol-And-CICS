      * WHERE THE ROW CAME FROM - 'B' ROWS WERE APPLIED BY THE
      * NIGHTLY DCI8BPST RUN FROM THE TXNIN FEED, 'O' ROWS WERE
      * POSTED ONLINE (DCI8DPGD) WITH CURR-BAL ADJUSTED ON THE SPOT,
      * AS ARE WEBSITE CARD PAYMENTS TAKEN BY THE DCI8DWSP SERVICE
      * (OR, WHEN TAKEN IN THE BATCH WINDOW, POSTED BY DCI8BWPQ
      * RIGHT AFTER THE NIGHTLY RUN - TX-POST-JOB SAYS WHICH),
      * SO A RERUN OR A RE-FED TXNIN ROW THAT COLLIDES WITH AN 'O'
      * ROW IS ALREADY APPLIED AND MUST NOT TOUCH THE BALANCE AGAIN.
      * ONLINE ROWS DRAW THEIR SEQUENCE FROM 9001 UP SO THEY NEVER
      * GENERATED ROWS RESERVE FIXED SEQUENCES IN THE 8000 RANGE
      * (8001 INTEREST, 8002 OVER-LIMIT FEE, 8003 FEE REVERSAL,
      * 8004 CHARGE-OFF CLEARING CREDIT, 8005 ESCHEATMENT REMITTANCE
      * DEBIT, 8006 DIRECT DEBIT RETURN REVERSAL, 8007 DISPUTE
      * PROVISIONAL CREDIT, 8008 DISPUTE REJECTION REBILL, 8009 LATE
      * PAYMENT FEE, 8010 LATE FEE REVERSAL, 8011 ANNUAL FEE, 8012
      * ANNUAL FEE PRO-RATA REFUND, 8013 CREDIT-BALANCE REFUND
      * DEBIT, 8014 COMPLAINT REDRESS CREDIT, 8015 BACK-VALUE
      * INTEREST ADJUSTMENT CREDIT, 8016 SMALL-BALANCE WRITE-OFF
      * CREDIT) SO A RERUN OF THE
      * GENERATING JOB COLLIDES WITH ITS OWN EARLIER ROW AND
      * SKIPS - THE SAME DUPLICATE-KEY
      * RESTART PROTECTION DCI8BPST RELIES ON. SPACES ON ROWS
      * PREDATING THE ONLINE CAPTURE (TREATED AS 'B').
      * TWO FINER CODES LET THE DCI8BCSR CASH RECONCILIATION TELL
      * THE MONEY CHANNELS APART - 'D' IS A DIRECT DEBIT COLLECTION
      * CREDIT DCI8BPST POSTED FROM A TXNIN ROW OF CATEGORY 'DDCR'
      * (OTHERWISE A NIGHTLY ROW), AND 'T' IS ONE LEG OF A DCI8DPGD
      * PF2 TRANSFER BETWEEN TWO ACCOUNTS (OTHERWISE AN ONLINE ROW
      * - BUT NO MONEY PASSES THROUGH THE BANK)
      * THE OFFSET OF AN APPROVED ONLINE REVERSAL (DCI8DPGR PF17, SEE
      * TXNREV) IS AN 'O' ROW ON THE 9001-UP RANGE WITH TX-POST-JOB
      * DCI8DPGR - NOT CASH, SO THE RECONCILIATION LEAVES IT OUT
           05  TX-SOURCE              PIC X(01).
               88  TX-SRC-NIGHTLY            VALUE 'B' 'D'.
               88  TX-SRC-ONLINE             VALUE 'O' 'T'.
               88  TX-SRC-DIRECT-DEBIT       VALUE 'D'.
               88  TX-SRC-TRANSFER           VALUE 'T'.

      * THE TAMPER-EVIDENT CHAIN (SEE HASHCHN). EVERY ROW WRITTEN IS
      * SEALED RIGHT AFTER THE WRITE WITH ITS POSITION IN ITS OWN
      * ACCOUNT'S CHAIN (THE ORDER THE ROWS WERE WRITTEN, NOT KEY
      * ORDER), THE HASH OF THE ROW BEFORE IT AND ITS OWN HASH OVER
      * ITS CONTENTS, POSITION AND THAT PREVIOUS HASH - DCI8BHSH
      * WORKS IT OUT. ROWS WRITTEN BEFORE THE CHAIN BEGAN, OR WHOSE
      * SEAL FAILED, ARE UNSEALED - ALL ZERO, OR LOW-VALUES OR SPACES
      * AS THE FILE WAS RELOADED. DCI8BCHV PROVES THE CHAINS WEEKLY
           05  TX-CHAIN-INFO.
               88  TX-CHAIN-UNSEALED      VALUES LOW-VALUES SPACES.
               10  TX-CHAIN-NO        PIC 9(09) COMP.
               10  TX-CHAIN-PREV      PIC 9(18) COMP.
               10  TX-CHAIN-HASH      PIC 9(18) COMP.

       77  ACCTTXN-LEN                PIC S9(4) COMP VALUE +59.
