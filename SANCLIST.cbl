      * SANCLIST RECORD LAYOUT - THE GOVERNMENT CONSOLIDATED
      * SANCTIONS LIST, ONE ROW PER PUBLISHED NAME. EVERY NAME AN
      * ENTRY IS KNOWN BY (THE PRIMARY NAME AND EACH ALIAS) IS ITS
      * OWN ROW UNDER THE ENTRY'S GROUP ID, SO AN ALIAS SCREENS
      * EXACTLY LIKE THE PRIMARY NAME. THE FILE IS REBUILT WHOLE
      * FROM EACH PUBLISHED LIST BY DCI8BSLD - THE LIST IS ISSUED
      * COMPLETE, NOT AS CHANGES. THE SCREENING KEYS ARE SET AT
      * LOAD: SL-SNAME-KEY AND SL-FNAME-KEY ARE THE SURNAME (OR
      * WHOLE ENTITY NAME) AND FIRST FORENAME CUT DOWN TO LETTERS
      * ONLY, AND THE -CODE FIELDS ARE THEIR SOUNDEX CODES, SO
      * SPELLING, SPACING AND PUNCTUATION VARIANTS STILL MEET.
      * SCREENED BY DCI8DPGW AT CAPTURE AND APPROVAL AND NIGHTLY BY
      * DCI8BSRS; HITS GO TO THE SANCHIT REVIEW QUEUE
      * PRIME KEY - SL-KEY (SL-LIST-ID + SL-NAME-SEQ)
      * ALT INDEX - SANCCODE (SL-SNAME-CODE, WITH DUPLICATES)
       01  SANCLIST-REC.
           05  SL-KEY.
               10  SL-LIST-ID         PIC X(10).
      * 00 IS THE PRIMARY NAME, 01 UP THE ALIASES IN LIST ORDER
               10  SL-NAME-SEQ        PIC 9(02).
           05  SL-ENTRY-TYPE          PIC X(01).
               88  SL-INDIVIDUAL            VALUE 'I'.
               88  SL-ENTITY                VALUE 'E'.
               88  SL-SHIP                  VALUE 'S'.
      * THE NAME AS PUBLISHED - FORENAMES THEN SURNAME - FOR THE
      * REVIEWER TO READ
           05  SL-FULL-NAME           PIC X(60).
           05  SL-SNAME-KEY           PIC X(15).
           05  SL-FNAME-KEY           PIC X(15).
           05  SL-SNAME-CODE          PIC X(04).
           05  SL-FNAME-CODE          PIC X(04).
      * DATE OF BIRTH AS PUBLISHED - OFTEN PARTIAL (YEAR ONLY, OR
      * DD/MM/YYYY WITH 00 FOR AN UNKNOWN PART) SO KEPT AS TEXT
           05  SL-DOB                 PIC X(10).
           05  SL-REGIME              PIC X(20).
      * YYYYDDD - THE DAY THE ENTRY WAS DESIGNATED, AND THE DAY
      * THIS LIST WAS LOADED
           05  SL-LISTED-DATE         PIC S9(7) COMP-3.
           05  SL-LOADED-DATE         PIC S9(7) COMP-3.

       77  SANCLIST-LEN               PIC S9(4) COMP VALUE +149.
