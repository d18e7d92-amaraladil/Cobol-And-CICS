      * AGENCYCFG RECORD LAYOUT - THE PANEL OF EXTERNAL DEBT
      * COLLECTION AGENCIES CHARGED-OFF ACCOUNTS ARE PLACED WITH, ONE
      * ROW PER AGENCY. MAINTAINED IN DCI8DPGG (FILE 'G') ALONGSIDE
      * THE OTHER CONFIG FILES - VALUE 1 IS THE PLACING FLAG, VALUE 2
      * THE COMMISSION RATE. DCI8BPLC SHARES NEW PLACEMENTS ACROSS
      * THE AGENCIES FLAGGED 'Y'; AN AGENCY FLAGGED 'N' TAKES NO NEW
      * WORK BUT KEEPS WHAT IT HOLDS, AND ITS REMITTANCES STILL POST
      * (DCI8BREM) AT ITS COMMISSION RATE. DELETE A ROW ONLY ONCE
      * THE AGENCY HOLDS NOTHING - A REMITTANCE FROM AN AGENCY NOT
      * ON FILE IS REJECTED
      * PRIME KEY - AG-CODE
       01  AGENCYCFG-REC.
           05  AG-CODE                PIC X(08).
           05  AG-PLACING             PIC X(01).
               88  AG-TAKES-PLACEMENTS      VALUE 'Y'.

      * COMMISSION THE AGENCY KEEPS, AS A PERCENTAGE OF EACH AMOUNT
      * IT COLLECTS (25.00 = 25 PER CENT)
           05  AG-COMM-PCT            PIC 9(02)V99.

       77  AGENCYCFG-LEN              PIC S9(4) COMP VALUE +13.
