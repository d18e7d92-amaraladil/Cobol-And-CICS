      * ACCTPASS - PARAMETER BLOCK FOR THE DCI8BNAP CONSOLIDATED
      * NIGHTLY ACCTFILE PASS. DCI8BNAP READS ACCTFILE ONCE AND HANDS
      * EACH RECORD IN TURN TO THE PER-ACCOUNT LOGIC OF EVERY ENABLED
      * JOB THROUGH THAT JOB'S PASS ENTRY POINT (DCI8PFEE FOR
      * DCI8BFEE, DCI8POVL FOR DCI8BOVL AND SO ON), CALLED USING THIS
      * BLOCK:
      *   'O' - OPEN. THE JOB PASSES ITS PREREQUISITE GATE, WRITES
      *         ITS RUNJRNL START ROW, READS ITS OWN CONTROL CARD AND
      *         OPENS ITS OWN FILES - EVERYTHING BUT ACCTFILE
      *   'A' - ONE ACCOUNT, IN AP-ACCTFILE-REC. A JOB THAT CHANGES
      *         THE RECORD UPDATES IT THERE AND SETS AP-REWRITE-SW;
      *         THE DRIVER REWRITES AS SOON AS THAT STEP RETURNS, SO
      *         EACH JOB'S UPDATE IS ON FILE WHEN IT WOULD BE STANDING
      *         ALONE, AND EACH LATER STEP SEES THE EARLIER CHANGES
      *   'C' - CLOSE. THE JOB PRINTS ITS RUN SUMMARY, CLOSES ITS
      *         FILES AND WRITES ITS RUNJRNL END ROW
      * SO EACH JOB KEEPS ITS OWN REPORTS, JOURNAL ROWS AND RESTART
      * PROTECTION EXACTLY AS WHEN IT RUNS ON ITS OWN. AFTER THE 'O'
      * CALL AP-STEP-STATUS SAYS WHAT THE DRIVER DOES WITH THE STEP:
      *   'G' - WANTS EVERY ACCOUNT, THEN THE CLOSE
      *   'N' - WANTS NO ACCOUNTS (E.G. A BAD CONTROL CARD), BUT
      *         STILL THE CLOSE, AS THE STANDALONE RUN WOULD
      *   'B' - STOPPED BY THE DCI8BJGT GATE - NOTHING MORE AT ALL,
      *         THE GATE HAS ALREADY JOURNALLED IT
       01  ACCTPASS.
           05  AP-FUNCTION            PIC X(01).
               88  AP-FUNC-OPEN             VALUE 'O'.
               88  AP-FUNC-ACCOUNT          VALUE 'A'.
               88  AP-FUNC-CLOSE            VALUE 'C'.
           05  AP-STEP-STATUS         PIC X(01).
               88  AP-STEP-GOOD             VALUE 'G'.
               88  AP-STEP-NO-ACCOUNTS      VALUE 'N'.
               88  AP-STEP-BLOCKED          VALUE 'B'.
           05  AP-REWRITE-SW          PIC X(01).
               88  AP-REWRITE-YES           VALUE 'Y'.
           05  AP-ACCTFILE-REC        PIC X(268).
