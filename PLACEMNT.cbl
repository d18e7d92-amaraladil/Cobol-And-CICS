      * PLACEMNT RECORD LAYOUT - COLLECTION AGENCY PLACEMENTS, ONE ROW
      * PER CHARGED-OFF ACCOUNT EVER PLACED. THE MONTHLY DCI8BPLC RUN
      * PLACES EACH OPEN RECOVLDG ROW THAT MEETS THE ACCTCTL CRITERIA
      * ('PLCMINAM', 'PLCDAYS ') WITH THE PLACING AGENCY ON AGENCYCFG
      * HOLDING THE FEWEST LIVE PLACEMENTS, AND RECALLS A PLACEMENT
      * THAT HAS GONE 'RCLDAYS ' DAYS WITHOUT A RECOVERY, WHOSE DEBT
      * IS CLEARED OR CLOSED, OR WHOSE HOLDER HAS AN ACTIVE INSOLVENCY
      * CASE. DCI8BREM POSTS THE AGENCY'S REMITTANCES HERE AND TO THE
      * LEDGER ROW; DCI8BAGP COMPARES THE AGENCIES FROM THESE ROWS.
      * A RECALLED ROW STAYS ON FILE - THE ACCOUNT IS NOT PLACED AGAIN
      * PRIME KEY - PM-ACCTNO
       01  PLACEMNT-REC.
           05  PM-ACCTNO              PIC X(09).
           05  PM-AGENCY              PIC X(08).
           05  PM-STATUS              PIC X(01).
               88  PM-PLACED                VALUE 'P'.
               88  PM-RECALLED              VALUE 'R'.

      * YYYYDDD DAY OF PLACEMENT AND THE UNRECOVERED BALANCE THEN
           05  PM-PLACED-DATE         PIC S9(7) COMP-3.
           05  PM-PLACED-AMT          PIC 9(08)V99.

      * GROSS COLLECTED BY THE AGENCY, THE COMMISSION IT KEPT AND THE
      * YYYYDDD COLLECTION DAY OF ITS LAST REMITTANCE ROW
           05  PM-RECOVERED-AMT       PIC 9(08)V99.
           05  PM-COMMISSION-AMT      PIC 9(08)V99.
           05  PM-LAST-RCV-DATE       PIC S9(7) COMP-3.

      * YYYYDDD DAY OF RECALL AND WHY - ZERO/SPACE WHILE PLACED
           05  PM-RECALL-DATE         PIC S9(7) COMP-3.
           05  PM-RECALL-REASON       PIC X(01).
               88  PM-RCL-NO-RECOVERY       VALUE 'T'.
               88  PM-RCL-CLEARED           VALUE 'S'.
               88  PM-RCL-CLOSED            VALUE 'C'.
               88  PM-RCL-INSOLVENT         VALUE 'I'.

       77  PLACEMNT-LEN               PIC S9(4) COMP VALUE +61.
