      * TXNNARR RECORD LAYOUT - THE NARRATIVE BEHIND AN ACCTTXN ROW:
      * WHO THE MONEY WENT TO OR CAME FROM, WHAT KIND OF SPEND IT
      * WAS, AND THE ORIGINATOR'S OWN REFERENCE. A SATELLITE RATHER
      * THAN A WIDER ACCTTXN SO THE POSTED ROW ITSELF NEVER CHANGES
      * SHAPE. FILED BY DCI8BPST FROM THE EXTENDED TXNIN ROW AND BY
      * THE DCI8DPGD ONLINE CAPTURE; PRINTED ON THE DCI8BSTM
      * STATEMENT AND THE DCI8BRPR REPRINT, SHOWN ON THE DCI8DPGR
      * PF10 PAGE AND RETURNED BY THE DCI8DWST SERVICE. A ROW WITH
      * NO NARRATIVE HAS NO TXNNARR ROW - READERS TREAT NOT-FOUND AS
      * ALL SPACES
      * PRIME KEY - NR-KEY, THE ACCTTXN ROW'S OWN TX-KEY
       01  TXNNARR-REC.
           05  NR-KEY.
               10  NR-ACCTNO          PIC X(09).
               10  NR-DATE            PIC S9(7) COMP-3.
               10  NR-SEQNO           PIC 9(04) COMP.
      * MERCHANT NAME ON A CHARGE, PAYEE OR PAYER NAME ON A PAYMENT
           05  NR-MERCHANT            PIC X(30).
      * MERCHANT CATEGORY CODE (CARD SCHEME MCC) OR A HOUSE CATEGORY
           05  NR-CATEGORY            PIC X(04).
           05  NR-ORIG-REF            PIC X(16).

       77  TXNNARR-LEN                PIC S9(4) COMP VALUE +65.
