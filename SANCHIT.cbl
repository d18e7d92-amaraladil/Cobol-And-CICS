      * SANCHIT RECORD LAYOUT - THE SANCTIONS REVIEW QUEUE. ONE ROW
      * PER PERSON PER LIST ENTRY THEY WERE MATCHED TO: AN APPLICANT
      * (DCI8DPGW AT CAPTURE AND APPROVAL), AN ACCOUNT'S PRIMARY
      * HOLDER OR A RELPARTY HOLDER (THE NIGHTLY DCI8BSRS RESCREEN).
      * THE KEY MAKES A REPEAT MATCH ON A LATER SCREEN FIND THE ROW
      * ALREADY THERE, SO ONLY A NEW MATCH JOINS THE QUEUE AND A
      * CLEARED ONE STAYS CLEARED. A COMPLIANCE REVIEWER WORKS THE
      * QUEUE ON DCI8DPHH (SANCREVW FUNCTION): 'F' CLEARS A FALSE
      * POSITIVE, 'T' CONFIRMS A TRUE MATCH AND FREEZES THE ACCOUNT
      * (STAT 'X', AN 'S' EVENT ROW) - DCI8DPGF WILL NOT LIFT THAT
      * FREEZE OR CLOSE THE ACCOUNT WHILE THE MATCH STANDS. AN
      * APPLICATION WITH AN 'O' OR 'T' ROW CANNOT BE APPROVED
      * PRIME KEY - SH-KEY (SUBJECT TYPE + SUBJECT ID + LIST ID)
       01  SANCHIT-REC.
           05  SH-KEY.
               10  SH-SUBJ-TYPE       PIC X(01).
                   88  SH-SUBJ-APPLICANT    VALUE 'A'.
                   88  SH-SUBJ-HOLDER       VALUE 'H'.
                   88  SH-SUBJ-PARTY        VALUE 'P'.
      * APPLICANT - THE 8-DIGIT APPLID, SPACE FILLED; HOLDER - THE
      * ACCOUNT NUMBER AND '00'; PARTY - THE RELPARTY KEY
               10  SH-SUBJ-ID         PIC X(11).
               10  SH-LIST-ID         PIC X(10).
      * THE ACCOUNT CONCERNED - FOR AN APPLICANT, THE NUMBER DRAWN
      * AT CAPTURE
           05  SH-ACCTNO              PIC X(09).
           05  SH-SUBJ-NAME           PIC X(35).
      * THE LIST NAME MATCHED AND ITS SANCLIST NAME SEQUENCE
           05  SH-ENTRY-NAME          PIC X(60).
           05  SH-NAME-SEQ            PIC 9(02).
           05  SH-MATCH-TYPE          PIC X(01).
               88  SH-MATCH-EXACT           VALUE 'E'.
               88  SH-MATCH-PHONETIC        VALUE 'P'.
               88  SH-MATCH-REVERSED        VALUE 'R'.
           05  SH-REGIME              PIC X(20).
           05  SH-ENTRY-DOB           PIC X(10).
           05  SH-STATUS              PIC X(01).
               88  SH-OPEN                  VALUE 'O'.
               88  SH-CLEARED               VALUE 'F'.
               88  SH-CONFIRMED             VALUE 'T'.
      * DATES ARE IN EIBDATE'S 0CYYDDD FORM, THE ONLINE ROW RULE -
      * DCI8BSRS STAMPS ITS ROWS THE SAME WAY. RAISED-BY IS THE
      * USERID OR JOB THAT RAISED THE MATCH
           05  SH-RAISED-DATE         PIC S9(7) COMP-3.
           05  SH-RAISED-BY           PIC X(08).
           05  SH-REVIEWED-INFO.
               10  SH-REV-USERID      PIC X(08).
               10  SH-REV-TRMID       PIC X(04).
               10  SH-REV-DATE        PIC S9(7) COMP-3.
               10  SH-REV-TIME        PIC S9(7) COMP-3.
           05  SH-REVIEW-NOTE         PIC X(40).
      * Y WHEN THE CONFIRMATION FROZE THE ACCOUNT
           05  SH-FROZEN-FLAG         PIC X(01).

       77  SANCHIT-LEN                PIC S9(4) COMP VALUE +233.
