      * ADDRESS LOGIC - SAME SURNAME AND SAME FIRST ADDRESS LINE)
      * AND MAINTAINED ON THE DCI8DPHA SCREEN. THE ID IS DRAWN FROM
      * ACCTCTL'S NEXTCUST ROW THE WAY ACCOUNT NUMBERS ARE DRAWN
      * FROM NEXTACCT. CM-OVERALL-LIMIT CAPS THE SUM OF THE CRLIMITS
      * OF EVERY ACCOUNT LINKED TO THE CUSTOMER - SET ON DCI8DPHA
      * (PF5), ZERO MEANS NO OVERALL LIMIT. EVERY PATH THAT SETS OR
      * RAISES A CRLIMIT ASKS DCI8DPHQ (ONLINE) OR SUMS THE CUSTACCT
      * PATH ITSELF (BATCH) BEFORE A RAISE PAST IT IS ALLOWED
      * PRIME KEY - CM-CUSTID
       01  CUSTMAST-REC.
           05  CM-CUSTID              PIC 9(08).
               10  CM-CR-TRMID        PIC X(04).
               10  CM-CR-DATE         PIC S9(7) COMP-3.
               10  CM-CR-TIME         PIC S9(7) COMP-3.
           05  CM-OVERALL-LIMIT       PIC 9(08)V99.
           05  CM-OVL-CHANGED-INFO.
               10  CM-OVL-USERID      PIC X(08).
               10  CM-OVL-TRMID       PIC X(04).
               10  CM-OVL-DATE        PIC S9(7) COMP-3.

       77  CUSTMAST-LEN               PIC S9(4) COMP VALUE +124.
