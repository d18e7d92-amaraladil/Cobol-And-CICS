      * LTRPARM - PARAMETER BLOCK FOR DCI8BLTM, THE SHARED LETTER
      * BUILDER. THE LETTER RUNS FILL THE SUBSTITUTION VALUES, SET
      * LP-LETTER-ID AND CALL 'DCI8BLTM' USING THE BLOCK -
      *   S - START A LETTER. LP-VERSION COMES BACK WITH THE TEMPLATE
      *       VERSION IN FORCE TODAY, OR LP-RC-NO-TEMPLATE WHEN THE
      *       LETTER HAS NO ACTIVE VERSION - THE LETTER IS THEN HELD
      *   N - NEXT LINE OF THE LETTER INTO LP-LINE, LP-RC-END AFTER
      *       THE LAST. A BLANK LINE SEPARATES PARAGRAPHS AND THE
      *       LAST LINE IS THE "LETTER ID VERSION NNN" STAMP
      * LP-COND-FLAGS HOLDS THE CONDITION CODES RAISED FOR THIS
      * LETTER (SEE LT-COND IN LTRTMPL). AMOUNTS PRINT EDITED WITH
      * PENCE; DATES ARE YYYYDDD AND PRINT DD/MM/YYYY, A ZERO DATE
      * AS NOTHING
       01  LTRPARM.
           05  LP-FUNCTION            PIC X(01).
               88  LP-FUNC-START            VALUE 'S'.
               88  LP-FUNC-NEXT             VALUE 'N'.
           05  LP-LETTER-ID           PIC X(04).
           05  LP-VERSION             PIC 9(03).
           05  LP-RETURN-CODE         PIC X(01).
               88  LP-RC-GOOD               VALUE 'G'.
               88  LP-RC-END                VALUE 'E'.
               88  LP-RC-NO-TEMPLATE        VALUE 'M'.
           05  LP-COND-FLAGS          PIC X(08).
           05  LP-TITL                PIC X(04).
           05  LP-FNAME               PIC X(15).
           05  LP-SNAME               PIC X(15).
           05  LP-ADDR1               PIC X(20).
           05  LP-ADDR2               PIC X(20).
           05  LP-NEW-ADDR1           PIC X(20).
           05  LP-NEW-ADDR2           PIC X(20).
           05  LP-ACCTNO              PIC X(09).
           05  LP-REF                 PIC X(12).
           05  LP-TEXT                PIC X(40).
           05  LP-AMOUNT1             PIC S9(10)V99 COMP-3.
           05  LP-AMOUNT2             PIC S9(10)V99 COMP-3.
           05  LP-DATE1               PIC S9(7) COMP-3.
           05  LP-DATE2               PIC S9(7) COMP-3.
           05  LP-LINE                PIC X(80).
