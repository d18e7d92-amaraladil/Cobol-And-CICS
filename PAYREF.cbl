      * PAYREF RECORD LAYOUT - ONE ROW PER PAYMENT TAKEN THROUGH THE
      * DCI8DWSP PAYMENT SERVICE, FILED UNDER THE CALLER'S OWN UNIQUE
      * PAYMENT REFERENCE BEFORE ANY MONEY MOVES. A RETRIED REQUEST
      * FINDS ITS ROW AND IS ANSWERED FROM IT INSTEAD OF POSTING A
      * SECOND TIME, AND TWO COPIES ARRIVING TOGETHER MEET ON THE
      * DUPLICATE KEY. A PAYMENT TAKEN WHILE DAYSTATE SHOWS THE BATCH
      * WINDOW IS FILED QUEUED AND POSTED BY THE DCI8BWPQ STEP AFTER
      * DCI8BPST; ONE TAKEN IN THE ONLINE DAY POSTS ON THE SPOT. THE
      * ROWS STAY ON FILE AS THE RECORD THE CALLER QUERIES
      * PRIME KEY - PR-KEY (PR-OPERID + PR-REF), SO EACH CALLING
      * CREDENTIAL KEEPS ITS OWN REFERENCE SPACE
       01  PAYREF-REC.
           05  PR-KEY.
               10  PR-OPERID          PIC X(03).
               10  PR-REF             PIC X(16).
           05  PR-ACCTNO              PIC X(09).
           05  PR-AMOUNT              PIC 9(08)V99 COMP-3.
           05  PR-STATUS              PIC X(01).
               88  PR-QUEUED                VALUE 'Q'.
               88  PR-POSTED                VALUE 'P'.
               88  PR-REJECTED              VALUE 'R'.
      * WHO PAID, AS THE CALLER GAVE IT - FILED ON TXNNARR WITH THE
      * POSTED ROW, THE REFERENCE AS ITS NR-ORIG-REF
           05  PR-PAYER               PIC X(30).
      * WHEN THE SERVICE TOOK THE PAYMENT - YYYYDDD AND EIBTIME
           05  PR-RECV-DATE           PIC S9(7) COMP-3.
           05  PR-RECV-TIME           PIC S9(7) COMP-3.
      * THE ACCTTXN ROW THE PAYMENT POSTED AS (AN 'O' ROW ON THE
      * 9001-UP RANGE) AND WHAT POSTED IT - ZERO AND SPACES WHILE
      * QUEUED. PR-POST-DATE IS YYYYDDD
           05  PR-POSTED-INFO.
               10  PR-TX-DATE         PIC S9(7) COMP-3.
               10  PR-TX-SEQNO        PIC 9(04) COMP.
               10  PR-POST-JOB        PIC X(08).
               10  PR-POST-DATE       PIC S9(7) COMP-3.
      * WHY A QUEUED PAYMENT COULD NOT POST - SPACES OTHERWISE. A
      * REJECTED PAYMENT IS LISTED ON THE DCI8BWPQ REPORT FOR
      * RETURN TO THE CUSTOMER'S CARD
           05  PR-REJECT-REASON       PIC X(40).

       77  PAYREF-LEN                 PIC S9(4) COMP VALUE +131.
