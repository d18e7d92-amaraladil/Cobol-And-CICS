      * ALERTPRF RECORD LAYOUT - THE CUSTOMER'S ALERT PREFERENCES,
      * ONE ROW PER ACCOUNT. THE CUSTOMER OPTS IN TO EACH ALERT TYPE
      * SEPARATELY ('Y'; ANYTHING ELSE IS OUT) - MAINTAINED ON THE
      * DCI8DPHP SCREEN, REACHED BY PF10 FROM THE DCI8DPGU UPDATE
      * SCREEN. NO ROW MEANS NO ALERTS. THE DAILY ALERT RUN
      * (DCI8BALR) SENDS BY SMS OR E-MAIL THE CONTACT-PREF WAY AND
      * KEEPS ITS OWN WORKING STATE ON THE ROW - THE SCREEN NEVER
      * TOUCHES THOSE FIELDS
      * PRIME KEY - MG-ACCTNO
       01  ALERTPRF-REC.
           05  MG-ACCTNO              PIC X(09).

      * THE ALERT TYPES -
      *   PAYMENT   - A PAYMENT POSTED TO THE ACCOUNT
      *   DUE       - THE MINIMUM PAYMENT STILL UNPAID WITH THE DUE
      *               DATE FIVE BUSINESS DAYS AWAY
      *   UTIL      - THE BALANCE CROSSING 90% OF CRLIMIT
      *   OVERLIMIT - THE BALANCE GOING OVER CRLIMIT
      *   DDRETURN  - A DIRECT DEBIT RETURNED UNPAID (DCI8BDDR)
           05  MG-OPT-PAYMENT         PIC X(01).
               88  MG-WANTS-PAYMENT         VALUE 'Y'.
           05  MG-OPT-DUE             PIC X(01).
               88  MG-WANTS-DUE             VALUE 'Y'.
           05  MG-OPT-UTIL            PIC X(01).
               88  MG-WANTS-UTIL            VALUE 'Y'.
           05  MG-OPT-OVERLIMIT       PIC X(01).
               88  MG-WANTS-OVERLIMIT       VALUE 'Y'.
           05  MG-OPT-DDRETURN        PIC X(01).
               88  MG-WANTS-DDRETURN        VALUE 'Y'.

           05  MG-CHANGED-INFO.
               10  MG-CHG-USERID      PIC X(08).
               10  MG-CHG-TRMID       PIC X(04).
               10  MG-CHG-DATE        PIC S9(7) COMP-3.
               10  MG-CHG-TIME        PIC S9(7) COMP-3.

      * DCI8BALR'S STATE. MG-UTIL-STATE IS WHERE THE BALANCE STOOD
      * AGAINST THE LIMIT AT THE LAST RUN, SO AN ALERT GOES ONLY ON
      * THE DAY IT CROSSES INTO THE BAND, NOT EVERY DAY IT SITS
      * THERE. MG-DUE-PERIOD IS THE BILLCYCL PERIOD LAST REMINDED.
      * MG-LAST-RUN/MG-LAST-COUNT ARE THE RUN DATE AND THE ALERTS
      * SENT ON IT - A RERUN THE SAME DAY SENDS NOTHING TWICE
           05  MG-UTIL-STATE          PIC X(01).
               88  MG-UTIL-NORMAL           VALUE ' ' 'N'.
               88  MG-UTIL-HIGH             VALUE 'H'.
               88  MG-UTIL-OVER             VALUE 'O'.
           05  MG-DUE-PERIOD          PIC 9(06).
           05  MG-LAST-RUN            PIC S9(7) COMP-3.
           05  MG-LAST-COUNT          PIC 9(03).
           05  FILLER                 PIC X(20).

       77  ALERTPRF-LEN               PIC S9(4) COMP VALUE +68.
