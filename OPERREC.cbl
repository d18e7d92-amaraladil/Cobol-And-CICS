               88  OPER-MUST-CHANGE         VALUE 'Y'.
           05  OPER-FAIL-COUNT        PIC 9(02).

      * CONNECTED-ACCOUNT FIELDS - THE OPERATOR'S OWN CUSTOMER
      * NUMBER ON CUSTMAST (ZERO WHEN THEY BANK ELSEWHERE) AND UP TO
      * TEN ACCOUNTS THEY HAVE DECLARED AS CONNECTED - A RELATIVE'S,
      * A PARTNER'S, A BUSINESS ASSOCIATE'S. SET BY A SUPERVISOR ON
      * DCI8DPGO (ACTIONS C AND X). DCI8DPHN REFUSES THE UPDATE,
      * POSTING, WORKLIST, WAIVER AND SUSPENSE ACTIONS ON AN ACCOUNT
      * THAT IS THE OPERATOR'S OWN, IS DECLARED HERE, OR CARRIES
      * THEM AS A RELPARTY HOLDER. APPENDED AT THE TAIL, THE HOUSE
      * LAYOUT-CHANGE RULE - THE BATCH FDS CARRY IT AS FILLER
           05  OPER-CUST-ID           PIC 9(08).
           05  OPER-CONN-COUNT        PIC 9(02).
           05  OPER-CONN-ACCTNO       PIC X(09) OCCURS 10 TIMES.

      * ONE-OFF OUT-OF-HOURS WINDOW - A SUPERVISOR ON DCI8DPGO
      * (ACTION W) LETS THIS OPERATOR SIGN ON BETWEEN THE TWO TIMES
      * ON THE ONE DATE (SAME PACKED JULIAN FORM AS EIBDATE) WHATEVER
      * THE SIGNRULE DAYS AND HOURS SAY, RECORDING WHO GRANTED IT AND
      * WHY. THE TERMINAL PREFIXES STILL APPLY. A ZERO DATE MEANS NO
      * WINDOW; A WINDOW ON A PAST DATE SIMPLY NO LONGER MATCHES
           05  OPER-WIN-DATE          PIC S9(7) COMP-3.
           05  OPER-WIN-FROM          PIC 9(04).
           05  OPER-WIN-TO            PIC 9(04).
           05  OPER-WIN-BY            PIC X(03).
           05  OPER-WIN-REASON        PIC X(40).

       77  OPERREC-LEN                PIC S9(4) COMP VALUE +180.
