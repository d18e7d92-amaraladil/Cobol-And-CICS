      * CFGPEND RECORD LAYOUT - A CHANGE TO ONE OF THE MONEY-AFFECTING
      * CONFIGURATION FILES (RATECFG, CRLIMCFG, SCOREBND, WSQUOTA,
      * FEECFG, AGENCYCFG, PRODCFG, ECLCFG, INTROCFG), KEYED ON
      * DCI8DPGG WITH A FUTURE EFFECTIVE DATE AND STAGED HERE INSTEAD
      * OF BEING MADE ON THE LIVE FILE.
      * A SECOND, DIFFERENT OPERATOR APPROVES IT (ACTION V, FUNCAUTH
      * 'CFGAPPRV') OR REJECTS IT (ACTION J); THE NIGHTLY DCI8BCFA
      * APPLIES AN APPROVED CHANGE ON THE NIGHT BEFORE ITS EFFECTIVE
      * DATE, LOGS THE BEFORE AND AFTER RECORD ON CFGHIST AND MARKS
      * THE ROW APPLIED. ONE STILL UNAPPROVED BY THEN LAPSES. ROWS
      * ARE NEVER DELETED, AND AT MOST ONE OPEN (P OR A) ROW EXISTS
      * FOR A FILE, KEY AND EFFECTIVE DATE
      *   CP-FILE        - THE DCI8DPGG FILE CODE (R/C/S/Q/F/G/D/E/I)
      *   CP-CFGKEY      - THE TARGET ROW'S KEY, LEFT-ALIGNED
      *   CP-EFF-DATE    - YYYYDDD, THE FIRST DAY THE CHANGE IS IN
      *                    FORCE
      *   CP-NEW-REC     - THE WHOLE TARGET ROW AS IT WILL STAND, IN
      *                    THE TARGET FILE'S OWN LAYOUT (SPACES FOR A
      *                    DELETE)
      * PRIME KEY - CP-KEY (FILE + CONFIG KEY + EFFECTIVE DATE + THE
      * DATE AND TIME THE CHANGE WAS KEYED)
       01  CFGPEND-REC.
           05  CP-KEY.
               10  CP-FILE            PIC X(01).
               10  CP-CFGKEY          PIC X(08).
               10  CP-EFF-DATE        PIC 9(07).
               10  CP-REQ-DATE        PIC S9(7) COMP-3.
               10  CP-REQ-TIME        PIC S9(7) COMP-3.
           05  CP-ACTION              PIC X(01).
               88  CP-ADD                   VALUE 'A'.
               88  CP-UPDATE                VALUE 'U'.
               88  CP-DELETE                VALUE 'D'.
           05  CP-STATUS              PIC X(01).
               88  CP-PENDING               VALUE 'P'.
               88  CP-APPROVED              VALUE 'A'.
               88  CP-REJECTED              VALUE 'R'.
               88  CP-APPLIED               VALUE 'X'.
               88  CP-LAPSED                VALUE 'L'.
               88  CP-FAILED                VALUE 'F'.
               88  CP-OPEN                  VALUE 'P' 'A'.
           05  CP-NEW-REC             PIC X(40).
           05  CP-REQUESTED-INFO.
               10  CP-REQ-OPID        PIC X(03).
               10  CP-REQ-USERID      PIC X(08).
               10  CP-REQ-TRMID       PIC X(04).
      * WHO APPROVED OR REJECTED IT, AND WHEN (EIBDATE FORM)
           05  CP-DECIDED-INFO.
               10  CP-DEC-OPID        PIC X(03).
               10  CP-DEC-USERID      PIC X(08).
               10  CP-DEC-TRMID       PIC X(04).
               10  CP-DEC-DATE        PIC S9(7) COMP-3.
               10  CP-DEC-TIME        PIC S9(7) COMP-3.
      * SET BY DCI8BCFA - THE YYYYDDD RUN DATE IT WAS APPLIED, LAPSED
      * OR FAILED, AND FOR A FAILURE WHY (AN ADD WHOSE ROW HAD BEEN
      * CREATED SINCE, AN UPDATE OR DELETE WHOSE ROW HAD GONE)
           05  CP-APPLIED-DATE        PIC 9(07).
           05  CP-FAIL-REASON         PIC X(30).

       77  CFGPEND-LEN                PIC S9(4) COMP VALUE +141.
