      * REFUNDRG RECORD LAYOUT - THE CREDIT-BALANCE REFUND REGISTER
      * FOR FINANCE, ONE ROW PER REFUND THE DCI8BCRF RUN PAYS OUT.
      * THE BALANCING DEBIT IS THE ACCTTXN ROW ON RESERVED SEQUENCE
      * 8013 UNDER THE SAME ACCOUNT AND DATE. A REFUND GOES BY BANK
      * CREDIT ('B') TO THE ACCOUNT ON THE DDMANDTE MANDATE - THE
      * SORT CODE AND BANK ACCOUNT ARE COPIED HERE SO A LATER
      * MANDATE CHANGE DOES NOT REWRITE HISTORY - OR BY CHEQUE ('C')
      * NUMBERED FROM THE ACCTCTL 'NEXTCHEQ' SERIAL. THE PAYEE AND
      * ADDRESS ARE THE ONES THE CHEQUE WAS PRINTED FOR
      * PRIME KEY - RG-KEY (RG-ACCTNO + RG-DATE)
       01  REFUNDRG-REC.
           05  RG-KEY.
               10  RG-ACCTNO          PIC X(09).
      * YYYYDDD - THE RUN DATE, ALSO THE 8013 ACCTTXN ROW'S TX-DATE
               10  RG-DATE            PIC S9(7) COMP-3.
           05  RG-AMOUNT              PIC 9(08)V99.
           05  RG-METHOD              PIC X(01).
               88  RG-BY-BANK               VALUE 'B'.
               88  RG-BY-CHEQUE             VALUE 'C'.
           05  RG-SORT-CODE           PIC 9(06).
           05  RG-BANK-ACCT           PIC 9(08).
           05  RG-CHEQUE-NO           PIC 9(08).
           05  RG-PAYEE               PIC X(36).
           05  RG-ADDR1               PIC X(20).
           05  RG-ADDR2               PIC X(20).
      * YYYYDDD - WHEN THE ACCOUNT FIRST WENT INTO CREDIT (CRWATCH)
           05  RG-CREDIT-SINCE        PIC S9(7) COMP-3.

       77  REFUNDRG-LEN               PIC S9(4) COMP VALUE +126.
