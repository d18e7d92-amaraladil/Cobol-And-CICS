      * SUSPENSE RECORD LAYOUT - MONETARY TXNIN ROWS THAT FAILED
      * DCI8BPST'S ACCOUNT LOOKUP OR CHECK-DIGIT EDIT OR WERE DATED
      * INTO A CLOSED ACCOUNTING PERIOD, AND LOCKBOX
      * CHEQUES DCI8BLBX COULD NOT MATCH TO AN ACCOUNT. THE MONEY IS
      * REAL, ONLY THE DESTINATION IS WRONG, SO INSTEAD OF DYING ON
      * THE PSTRPT EXCEPTION PRINT THE ROW PARKS HERE UNDER ITS
      * ORIGINAL FEED KEY UNTIL SOMEBODY RESEARCHES IT ON THE
               10  SU-RES-DATE        PIC S9(7) COMP-3.
               10  SU-RES-TIME        PIC S9(7) COMP-3.

      * WHERE THE ITEM CAME FROM - THE TXNIN FEED ID OF A POSTING
      * REJECT, 'LOCKBOX' FOR A CHEQUE DCI8BLBX COULD NOT MATCH - AND
      * WHAT THE PAYER GAVE US TO GO ON: THE NAME AND REFERENCE AS
      * WRITTEN (A FEED ROW'S MERCHANT AND ORIGINATOR REFERENCE), AND
      * FOR A CHEQUE ITS NUMBER AND THE DRAWER'S SORT CODE AND BANK
      * ACCOUNT. ROWS PARKED BEFORE THESE FIELDS EXISTED READ AS
      * SPACES
           05  SU-SOURCE              PIC X(08).
           05  SU-PAYER-INFO.
               10  SU-PAYER-NAME      PIC X(30).
               10  SU-PAYER-REF       PIC X(16).
               10  SU-CHEQUE-NO       PIC X(08).
               10  SU-SORT-CODE       PIC X(06).
               10  SU-BANK-ACCT       PIC X(08).

       77  SUSPENSE-LEN               PIC S9(4) COMP VALUE +171.
