      * FRDALRT - PARAMETER BLOCK FOR DCI8BFRA, THE SHARED FRAUD
      * ALERT FILER. A MONITOR FILLS THE ALERT FIELDS AND CALLS
      * 'DCI8BFRA' USING FRDALRT-REC; THE ALERT ATTACHES TO THE
      * ACCOUNT'S OPEN OR FROZEN FRDCASE ROW, OR OPENS THE ACCOUNT'S
      * NEXT CASE, AND FR-RESULT SAYS WHICH. FR-ALERT-DATE IS YYYYDDD
      * - ZERO TAKES TODAY
       01  FRDALRT-REC.
           05  FR-ACCTNO              PIC X(09).
           05  FR-SOURCE              PIC X(01).
               88  FR-SRC-ADDR-LIMIT        VALUE 'C'.
               88  FR-SRC-VELOCITY          VALUE 'V'.
               88  FR-SRC-SANCTIONS         VALUE 'S'.
               88  FR-SRC-AUTH-DECL         VALUE 'A'.
           05  FR-ALERT-DATE          PIC S9(7) COMP-3.
           05  FR-AMOUNT              PIC S9(09)V99 COMP-3.
           05  FR-DETAIL              PIC X(40).
      * RETURNED - THE CASE THE ALERT WENT TO AND THE NIGHTS RUNNING
      * THE ACCOUNT HAS NOW ALERTED
           05  FR-RESULT              PIC X(01).
               88  FR-CASE-OPENED           VALUE 'N'.
               88  FR-CASE-ATTACHED         VALUE 'A'.
               88  FR-NOT-FILED             VALUE 'E'.
           05  FR-CASE-NO             PIC 9(03).
           05  FR-NIGHTS-RUNNING      PIC 9(03).
           05  FILLER                 PIC X(13).

       77  FRDALRT-LEN                PIC S9(4) COMP VALUE +80.
