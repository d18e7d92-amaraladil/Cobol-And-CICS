      *   MENUCHC         - MENU CHOICE C, THE CLOSED-ACCOUNT
      *                     INQUIRY (READ-ONLY, OPEN BY DEFAULT)
      *   CFGMAINT        - CONFIG-FILE MAINTENANCE (DCI8DPGG)
      *   CFGAPPRV        - APPROVING A STAGED CHANGE TO A MONEY-
      *                     AFFECTING CONFIG FILE (DCI8DPGG ACTION V
      *                     - FULL CLASS BY DEFAULT; NEVER THE
      *                     OPERATOR WHO KEYED THE CHANGE)
      *   BULKADJ         - ONLINE BULK LIMIT ADJUSTMENT (DCI8DPGJ)
      *   ACCTMERG        - ACCOUNT MERGE (DCI8DPGN)
      *   ACCTREIN        - REINSTATEMENT FROM CLOSEACCT (DCI8DPGV)
      *                     BROWSE BY OPERATOR (DCI8DPHB - FULL
      *                     CLASS BY DEFAULT)
      *   SENSVIEW        - DISPLAY OF RESTRICTED-TIER SENSITIVE
      *                     ACCOUNTS (DCI8DPGR, DCI8DPHO, DCI8DWSR -
      *                     DEFAULT IS NO FOR EVERYONE, ONLY AN
      *                     EXPLICIT ROW OPENS IT)
      *   DSPCREDT        - PROVISIONAL CREDIT ON A RAISED DISPUTE
      *                     (DCI8DPHD PF5 - MOVES MONEY, FULL CLASS
      *                     BY DEFAULT)
      *   DSPCLOSE        - CLOSING A DISPUTE UPHELD OR REJECTED
      *                     (DCI8DPHD PF6/PF7 - FULL CLASS BY
      *                     DEFAULT)
      *   CARDBLOK        - BLOCKING A CARD LOST OR STOLEN (DCI8DPHE
      *                     PF6 - OPEN TO EVERY CLASS BY DEFAULT,
      *                     IT PROTECTS THE CUSTOMER)
      *   CARDISSU        - ISSUING A NEW CARD OR ORDERING A
      *                     REPLACEMENT (DCI8DPHE PF5/PF7 - FULL
      *                     CLASS BY DEFAULT)
      *   CARDAUTH        - REAL-TIME SPEND AUTHORIZATION THROUGH
      *                     THE DCI8DWSA SERVICE (OPEN TO EVERY
      *                     CLASS BY DEFAULT - ONLY AN EXPLICIT ROW
      *                     SHUTS A CREDENTIAL OUT)
      *   CMPCLOSE        - CLOSING A COMPLAINT UPHELD OR NOT UPHELD
      *                     (DCI8DPHG PF7/PF8 - FULL CLASS BY
      *                     DEFAULT)
      *   CMPREDRS        - REDRESS PAID ON AN UPHELD COMPLAINT
      *                     (DCI8DPHG PF7 - MOVES MONEY, FULL CLASS
      *                     BY DEFAULT)
      *   MENUCHK         - MENU CHOICE K, THE SANCTIONS MATCH
      *                     REVIEW QUEUE (DCI8DPHH - FULL CLASS BY
      *                     DEFAULT)
      *   SANCREVW        - CLEARING OR CONFIRMING A SANCTIONS MATCH
      *                     (DCI8DPHH PF5/PF6 - DEFAULT IS NO FOR
      *                     EVERYONE, ONLY AN EXPLICIT ROW OPENS IT
      *                     TO THE COMPLIANCE TEAM)
      *   VULNMARK        - RECORDING OR REVIEWING A VULNERABLE
      *                     CUSTOMER MARKER (DCI8DPHI PF5 - OPEN TO
      *                     EVERY CLASS BY DEFAULT, IT PROTECTS THE
      *                     CUSTOMER)
      *   VULNREMV        - REMOVING A VULNERABLE CUSTOMER MARKER
      *                     (DCI8DPHI PF6 - FULL CLASS BY DEFAULT)
      *   VULNWORK        - SPECIALIST COLLECTOR FOR VULNERABLE
      *                     CUSTOMERS' WORK ITEMS (DCI8DPGT
      *                     REASSIGNMENT, DCI8BPGD AND DCI8BAGE
      *                     ROUTING - DEFAULT IS NO FOR EVERYONE;
      *                     GRANT IT BY OPERATOR ROW, AS THE BATCH
      *                     ROUTING READS OPERATOR ROWS ONLY)
      *   BACKVAL         - BACK-VALUE POSTING OF A SUSPENSE ITEM
      *                     DATED INTO A CLOSED ACCOUNTING PERIOD
      *                     (DCI8DPGS PF6 - FULL CLASS BY DEFAULT,
      *                     THE SUPERVISOR RULE), AND THE INTEREST
      *                     GIVEN BACK ON A BACK-VALUED PAYMENT (THE
      *                     DCI8BBVI CARD'S OPERATOR - BY OPERATOR
      *                     ROW ONLY, AS THE BATCH JOB READS NO
      *                     CLASS ROWS)
      *   PRDCLOSE        - CLOSING OR REOPENING AN ACCOUNTING PERIOD
      *                     (THE DCI8BPCL CARD'S OPERATOR - DEFAULT
      *                     IS NO FOR EVERYONE; GRANT IT BY OPERATOR
      *                     ROW, AS THE BATCH JOB READS OPERATOR ROWS
      *                     ONLY)
      *   TXNREVRS        - APPROVING A STAGED REVERSAL OF A POSTED
      *                     TRANSACTION (DCI8DPGR PF17 - MOVES MONEY,
      *                     FULL CLASS BY DEFAULT)
      *   MENUCHV         - MENU CHOICE V, THE CUSTOMER SUMMARY
      *                     (DCI8DPHO - READ-ONLY, OPEN BY DEFAULT)
      *   CUSTLIM         - SETTING A CUSTOMER'S OVERALL CREDIT LIMIT
      *                     (DCI8DPHA PF5 - FULL CLASS BY DEFAULT)
      *   PRODCHG         - MOVING AN ACCOUNT TO ANOTHER CATALOGUE
      *                     PRODUCT (DCI8DPHR PF5 - FULL CLASS BY
      *                     DEFAULT)
      *   WEBPAY          - TAKING OR QUERYING A CUSTOMER'S CARD
      *                     PAYMENT THROUGH THE DCI8DWSP SERVICE
      *                     (MOVES MONEY - DEFAULT IS NO FOR
      *                     EVERYONE, ONLY AN EXPLICIT ROW OPENS IT)
      *   MENUCHF         - MENU CHOICE F, THE FRAUD CASE QUEUE
      *                     (DCI8DPHS - FULL CLASS BY DEFAULT)
      *   FRAUDWRK        - FREEZING, CONFIRMING OR CLEARING A FRAUD
      *                     CASE (DCI8DPHS PF5/PF6/PF8 - DEFAULT IS NO
      *                     FOR EVERYONE, ONLY AN EXPLICIT ROW OPENS
      *                     IT TO THE FRAUD TEAM)
      * PRIME KEY - FA-KEY (FA-SUBJECT + FA-FUNCTION)
       01  FUNCAUTH-REC.
           05  FA-KEY.
