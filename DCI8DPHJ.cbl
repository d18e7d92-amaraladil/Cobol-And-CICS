       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DPHJ.
       AUTHOR. AMAR AL-ADIL.

      *****************************************************************
      * INCOME AND EXPENDITURE SCREEN (TRAN I8DE) - TAKES THE
      * CUSTOMER'S MONTHLY INCOME AND OUTGOINGS UNDER THE STANDARD
      * HEADINGS AND WORKS OUT WHAT IS LEFT OVER, SO AN INSTALMENT
      * OR A LIMIT IS AGREED AGAINST EVIDENCE OF WHAT THEY CAN
      * AFFORD. REACHED BY PF6 FROM THE DCI8DPGI HARDSHIP
      * ARRANGEMENT WITH THE 9-BYTE ACCOUNT COMMAREA, BY PF10 FROM
      * THE DCI8DPGW VETTING OF A DISPLAYED APPLICATION (THE
      * APPLICATION'S ACCOUNT NUMBER PLUS 'W', 10 BYTES - THE
      * ACCOUNT IS NOT ON ACCTFILE YET), OR BY KEYING AN ACCOUNT
      * HERE. THE FIGURES ARE HELD ON INCEXP UNDER THE CUSTOMER
      * WHEN THE ACCOUNT IS LINKED TO ONE, ELSE UNDER THE ACCOUNT
      * NUMBER (SEE THE INCEXP LAYOUT). ENTER SHOWS THE FIGURES ON
      * FILE FOR THE KEYED ACCOUNT. PF5 SAVES THE FIGURES AS KEYED -
      * A BLANK HEADING COUNTS AS NOTHING - REPLACING ANY EARLIER
      * ONES, WITH TODAY AS THE DATE TAKEN. PF3 RETURNS TO WHERE THE
      * SCREEN WAS ENTERED FROM, PF4 CLEARS THE SCREEN, PF9 GOES TO
      * THE MENU. OPEN TO ANY SIGNED-ON OPERATOR, LIKE THE
      * ARRANGEMENT AND APPLICATION CAPTURE IT SERVES
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY INCOME AND EXPENDITURE MAP LAYOUT
       COPY 'DCI8DNJ'.

      * COPY INCOME AND EXPENDITURE RECORD LAYOUT
       COPY 'INCEXP'.

      * COPY ACCOUNT RECORD LAYOUT - FOR THE HOLDER AND THE CUST-ID
      * THE FIGURES ARE HELD UNDER
       COPY 'ACCTREC'.

       COPY 'DFHBMSCA'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

      * THE OUTCOME OF A SAVE, SHOWN WHEN THE FIGURES ARE REPAINTED
       01 WS-DONE-MSG           PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.

      * WHERE THE SCREEN WAS ENTERED FROM - 'I' THE ARRANGEMENT
      * SCREEN, 'W' THE VETTING SCREEN, 'M' THE MENU OR A BLANK
      * START - AND THE ACCOUNT IT WAS HANDED. FOR 'W' THAT ACCOUNT
      * IS THE ONE NUMBER ALLOWED THAT IS NOT YET ON ACCTFILE
       01 WS-COMMAREA.
           05 WS-CA-ORIGIN          PIC X(01) VALUE 'M'.
           05 WS-CA-ACCTNO          PIC X(09) VALUE SPACES.
           05 WS-CA-FILLER          PIC X(02) VALUE SPACES.

       01 WS-COMMAREA-LENGTH    PIC S9(4) COMP VALUE 12.

       01 WS-MENU-COMMAREA        PIC X(3) VALUE SPACES.
       01 WS-MENU-COMMAREA-LEN    PIC S9(4) COMP VALUE 3.

      * THE ACCOUNT HANDED OVER OR KEYED HERE
       01 WS-INQ-ACCTNO         PIC X(09) VALUE SPACES.

      * THE INCEXP KEY THE ACCOUNT'S FIGURES BELONG UNDER, SET BY
      * 210-FIND-SUBJECT, AND THE HOLDER LINE PAINTED ABOVE THEM
       01 WS-SUBJ-KEY.
           05 WS-SUBJ-TYPE      PIC X(01).
           05 WS-SUBJ-ID        PIC X(09).
       01 WS-HOLD-LINE          PIC X(60) VALUE SPACES.

      * 'Y' WHEN 230-READ-INCEXP FOUND A ROW; 'A' WHEN THE ROW FOUND
      * IS THE ACCOUNT'S OWN, TAKEN BEFORE IT WAS LINKED TO THE
      * CUSTOMER IT NOW BELONGS UNDER
       77 WS-IE-FOUND-SW        PIC X(01) VALUE 'N'.
           88 WS-IE-FOUND              VALUE 'Y' 'A'.
           88 WS-IE-FOUND-ON-ACCT      VALUE 'A'.

      * THE KEYED FIGURES, DE-EDITED - SAME ORDER AS IE-INCOME AND
      * IE-EXPEND SO EACH GROUP MOVES ACROSS WHOLE
       01 WS-IE-INCOME.
           05 WS-INC-SALARY     PIC 9(06)V99 VALUE 0.
           05 WS-INC-BENEFITS   PIC 9(06)V99 VALUE 0.
           05 WS-INC-PENSION    PIC 9(06)V99 VALUE 0.
           05 WS-INC-OTHER      PIC 9(06)V99 VALUE 0.
       01 WS-IE-EXPEND.
           05 WS-EXP-HOUSING    PIC 9(06)V99 VALUE 0.
           05 WS-EXP-COUNCIL    PIC 9(06)V99 VALUE 0.
           05 WS-EXP-UTILITIES  PIC 9(06)V99 VALUE 0.
           05 WS-EXP-FOOD       PIC 9(06)V99 VALUE 0.
           05 WS-EXP-TRANSPORT  PIC 9(06)V99 VALUE 0.
           05 WS-EXP-CHILDCARE  PIC 9(06)V99 VALUE 0.
           05 WS-EXP-CREDIT     PIC 9(06)V99 VALUE 0.
           05 WS-EXP-OTHER      PIC 9(06)V99 VALUE 0.
       77 WS-TOT-INCOME         PIC 9(08)V99 VALUE 0.
       77 WS-TOT-EXPEND         PIC 9(08)V99 VALUE 0.
       77 WS-DISPOSABLE         PIC S9(08)V99 VALUE 0.

      * SCREEN EDITS OF THE FIGURES
       01 WS-AMT-DISP           PIC ZZZZZ9.99.
       01 WS-TOT-DISP           PIC ZZZZZZZ9.99.
       01 WS-DISP-DISP          PIC -ZZZZZZZ9.99.

      * AMOUNT DE-EDIT WORK - THE SAME 285-DEEDIT PATTERN THE AMOUNT
      * SCREENS USE, EXCEPT THAT A BLANK HEADING IS ZERO, NOT AN
      * ERROR. WS-DED-FIELD IN, WS-DED-VALUE OUT, WS-DED-NAME THE
      * HEADING NAMED IN THE MESSAGE WHEN IT IS BAD
       01 WS-DED-FIELD          PIC X(09) VALUE SPACES.
       01 WS-DED-NAME           PIC X(16) VALUE SPACES.
       01 WS-DED-VALUE          PIC 9(06)V99 VALUE 0.
       77 WS-DED-SUB            PIC S9(4) COMP VALUE 0.
       77 WS-DED-DEC-COUNT      PIC S9(4) COMP VALUE 0.
       77 WS-DED-INT            PIC 9(11) COMP-3 VALUE 0.
       01 WS-DED-CHAR           PIC X(01).
           88 WS-DED-CHAR-DIGIT        VALUE '0' THRU '9'.
       01 WS-DED-DIGIT REDEFINES WS-DED-CHAR PIC 9(01).
       01 WS-DED-POINT-SW       PIC X(01) VALUE 'N'.
           88 WS-DED-POINT-SEEN        VALUE 'Y'.
       01 WS-DED-BAD-SW         PIC X(01) VALUE 'N'.
           88 WS-DED-BAD               VALUE 'Y'.

      * CALENDAR WORK - DAYS BEFORE EACH MONTH OF A COMMON YEAR, THE
      * LEAP DAY ADDED BY 310-YEAR-LENGTH
       01 WS-CUM-DAYS-X         PIC X(36) VALUE
           '000031059090120151181212243273304334'.
       01 WS-CUM-DAYS REDEFINES WS-CUM-DAYS-X.
           05 WS-CUM-DAY        PIC 9(03) OCCURS 12 TIMES.
       77 WS-LY-YEAR            PIC 9(04) VALUE 0.
       77 WS-LY-DAYS            PIC 9(03) VALUE 0.
       77 WS-LY-QUOT            PIC 9(04) VALUE 0.
       77 WS-LY-REM4            PIC 9(03) VALUE 0.
       77 WS-LY-REM100          PIC 9(03) VALUE 0.
       77 WS-LY-REM400          PIC 9(03) VALUE 0.

      * YYYYDDD TO DD/MM/YYYY FOR THE SCREEN - SEE 320-JUL-TO-YMD
       77 WS-CNV-JUL            PIC S9(7) COMP-3 VALUE 0.
       77 WS-CNV-DOY            PIC 9(03) VALUE 0.
       77 WS-CNV-START          PIC 9(03) VALUE 0.
       77 WS-CNV-MM             PIC 9(02) VALUE 0.
       01 WS-CNV-YMD.
           05 WS-CNV-YYYY       PIC 9(04).
           05 WS-CNV-MO         PIC 9(02).
           05 WS-CNV-DD         PIC 9(02).
       01 WS-CNV-DISP.
           05 WS-CNV-D-DD       PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WS-CNV-D-MM       PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WS-CNV-D-YYYY     PIC 9(04).

       01 WS-LAST-PARA          PIC X(20) VALUE SPACES.

      * COMMAREA SHAPE SHARED WITH DCI8DPGZ, THE UNHANDLED-CONDITION
      * LOGGER
       01 WS-ERRLOG-CA.
           05 EL-TRANID          PIC X(4).
           05 EL-PROGRAM         PIC X(8) VALUE 'DCI8DPHJ'.
           05 EL-PARAGRAPH       PIC X(20).
           05 EL-RESP            PIC S9(8) COMP.
           05 EL-RESP2           PIC S9(8) COMP.
           05 EL-MESSAGE         PIC X(60).

       01 WS-ERRLOG-CA-LEN      PIC S9(4) COMP VALUE +100.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(12).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ENTERED FROM THE ARRANGEMENT SCREEN WITH ITS ACCOUNT, OR
      * FROM THE VETTING SCREEN WITH THE APPLICATION'S - PAINT THE
      * SCREEN WITH THE FIGURES ON FILE
           IF EIBCALEN = 9 THEN
                GO TO 105-FROM-ARRANGE
           END-IF.

           IF EIBCALEN = 10 THEN
                GO TO 106-FROM-VETTING
           END-IF.

           IF EIBCALEN NOT = 12 THEN
                GO TO 110-PAINT-BLANK
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMMAREA.

           EXEC CICS HANDLE AID
                PF3(450-RETURN-ORIGIN)
                PF4(115-CLEAR)
                PF5(400-SAVE-IE)
                PF9(999-EXIT)
           END-EXEC.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(115-CLEAR)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNJ')
                MAPSET('DCI8DNJ')
           END-EXEC.

           GO TO 200-SHOW-IE.

       105-FROM-ARRANGE.

           MOVE '105-FROM-ARRANGE' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           MOVE 'I' TO WS-CA-ORIGIN.
           MOVE DFHCOMMAREA(1:9) TO WS-CA-ACCTNO.
           MOVE WS-CA-ACCTNO TO WS-INQ-ACCTNO.

           GO TO 220-PAINT-IE.

       106-FROM-VETTING.

           MOVE '106-FROM-VETTING' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           MOVE 'W' TO WS-CA-ORIGIN.
           MOVE DFHCOMMAREA(1:9) TO WS-CA-ACCTNO.
           MOVE WS-CA-ACCTNO TO WS-INQ-ACCTNO.

           GO TO 220-PAINT-IE.

       110-PAINT-BLANK.

           MOVE '110-PAINT-BLANK' TO WS-LAST-PARA.

           MOVE 'M' TO WS-CA-ORIGIN.
           MOVE SPACES TO WS-CA-ACCTNO.

       115-CLEAR.

           MOVE '115-CLEAR' TO WS-LAST-PARA.

           MOVE LOW-VALUES TO MAPNJO.
           MOVE WS-CA-ACCTNO TO ACCTNOO.
           MOVE 'KEY THE ACCOUNT NUMBER AND PRESS ENTER' TO MSGO.

           EXEC CICS SEND
               MAP('MAPNJ')
               MAPSET('DCI8DNJ')
               ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * ENTER - SHOW THE FIGURES ON FILE FOR THE KEYED ACCOUNT
       200-SHOW-IE.

           MOVE '200-SHOW-IE' TO WS-LAST-PARA.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.

           GO TO 220-PAINT-IE.

      * WORKS OUT WHOSE FIGURES THE ACCOUNT IN WS-INQ-ACCTNO SHOWS -
      * THE LINKED CUSTOMER'S, ELSE THE ACCOUNT'S OWN; AN
      * APPLICATION HANDED OVER BY DCI8DPGW HOLDS ITS OWN UNDER THE
      * NUMBER IT WILL OPEN AS. LEAVES WS-MESSAGE SET WHEN THE
      * ACCOUNT IS NEITHER ON FILE NOR THAT APPLICATION
       210-FIND-SUBJECT.

           MOVE SPACES TO WS-MESSAGE.
           MOVE SPACES TO WS-HOLD-LINE.

           MOVE WS-INQ-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                IF CUST-ID > 0 THEN
                     MOVE 'C' TO WS-SUBJ-TYPE
                     MOVE SPACES TO WS-SUBJ-ID
                     MOVE CUST-ID TO WS-SUBJ-ID(1:8)
                     STRING 'CUSTOMER ' CUST-ID ' - ' TITL ' '
                          FNAME ' ' SNAME
                          DELIMITED BY SIZE INTO WS-HOLD-LINE
                ELSE
                     MOVE 'A' TO WS-SUBJ-TYPE
                     MOVE WS-INQ-ACCTNO TO WS-SUBJ-ID
                     STRING 'HOLDER ' TITL ' ' FNAME ' ' SNAME
                          ' - NO CUSTOMER LINK'
                          DELIMITED BY SIZE INTO WS-HOLD-LINE
                END-IF
                GO TO 210-EXIT
           END-IF.

           IF WS-CA-ORIGIN = 'W' AND
                WS-INQ-ACCTNO = WS-CA-ACCTNO THEN
                MOVE 'A' TO WS-SUBJ-TYPE
                MOVE WS-INQ-ACCTNO TO WS-SUBJ-ID
                MOVE 'APPLICATION BEING VETTED - ACCOUNT NOT YET OPEN'
                     TO WS-HOLD-LINE
                GO TO 210-EXIT
           END-IF.

           MOVE 'ACCOUNT NOT ON FILE' TO WS-MESSAGE.

       210-EXIT.
           EXIT.

      * PAINTS THE ACCOUNT AND ITS FIGURES. WS-DONE-MSG, WHEN SET, IS
      * SHOWN IN PLACE OF THE PROMPT. THE FIGURE FIELDS GO OUT WITH
      * FSET SO A SAVE AFTER CHANGING ONE HEADING STILL RETURNS THE
      * REST
       220-PAINT-IE.

           MOVE '220-PAINT-IE' TO WS-LAST-PARA.

           PERFORM 210-FIND-SUBJECT THRU 210-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE LOW-VALUES TO MAPNJO.
           MOVE WS-INQ-ACCTNO TO ACCTNOO.
           MOVE WS-HOLD-LINE TO HOLDLNO.
           PERFORM 260-SET-FSET THRU 260-EXIT.

           PERFORM 230-READ-INCEXP THRU 230-EXIT.

           IF NOT WS-IE-FOUND THEN
                MOVE 'NO I&E ON FILE - KEY THE FIGURES AND PRESS PF5'
                     TO MSGO
                GO TO 220-SEND
           END-IF.

           PERFORM 240-SHOW-FIGURES THRU 240-EXIT.

           IF WS-IE-FOUND-ON-ACCT AND WS-SUBJ-TYPE = 'C' THEN
                MOVE 'TAKEN BEFORE THE CUSTOMER LINK - PF5 RE-SAVES'
                     TO MSGO
           ELSE
                MOVE 'PF5 SAVES CHANGED FIGURES - PF3 RETURNS' TO MSGO
           END-IF.

       220-SEND.

           IF WS-DONE-MSG NOT = SPACES THEN
                MOVE WS-DONE-MSG TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAPNJ')
                MAPSET('DCI8DNJ')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * READS THE FIGURES UNDER WS-SUBJ-KEY INTO INCEXP-REC. A
      * CUSTOMER WITH NO ROW OF THEIR OWN FALLS BACK TO ONE STILL
      * HELD UNDER THE ACCOUNT NUMBER
       230-READ-INCEXP.

           MOVE 'N' TO WS-IE-FOUND-SW.

           MOVE WS-SUBJ-KEY TO IE-KEY.
           EXEC CICS READ
                FILE('INCEXP')
                INTO(INCEXP-REC)
                LENGTH(INCEXP-LEN)
                RIDFLD(IE-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-IE-FOUND-SW
                GO TO 230-EXIT
           END-IF.

           IF WS-SUBJ-TYPE NOT = 'C' THEN
                GO TO 230-EXIT
           END-IF.

           MOVE 'A' TO IE-SUBJ-TYPE.
           MOVE WS-INQ-ACCTNO TO IE-SUBJ-ID.
           EXEC CICS READ
                FILE('INCEXP')
                INTO(INCEXP-REC)
                LENGTH(INCEXP-LEN)
                RIDFLD(IE-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE 'A' TO WS-IE-FOUND-SW
           END-IF.

       230-EXIT.
           EXIT.

      * THE ROW IN INCEXP-REC ONTO THE SCREEN
       240-SHOW-FIGURES.

           MOVE IE-INC-SALARY TO WS-AMT-DISP.
           MOVE WS-AMT-DISP TO SALARYO.
           MOVE IE-INC-BENEFITS TO WS-AMT-DISP.
           MOVE WS-AMT-DISP TO BENEFTO.
           MOVE IE-INC-PENSION TO WS-AMT-DISP.
           MOVE WS-AMT-DISP TO PENSNO.
           MOVE IE-INC-OTHER TO WS-AMT-DISP.
           MOVE WS-AMT-DISP TO INCOTHO.

           MOVE IE-EXP-HOUSING TO WS-AMT-DISP.
           MOVE WS-AMT-DISP TO HOUSNGO.
           MOVE IE-EXP-COUNCIL TO WS-AMT-DISP.
           MOVE WS-AMT-DISP TO COUNCLO.
           MOVE IE-EXP-UTILITIES TO WS-AMT-DISP.
           MOVE WS-AMT-DISP TO UTILTYO.
           MOVE IE-EXP-FOOD TO WS-AMT-DISP.
           MOVE WS-AMT-DISP TO FOODO.
           MOVE IE-EXP-TRANSPORT TO WS-AMT-DISP.
           MOVE WS-AMT-DISP TO TRANSPO.
           MOVE IE-EXP-CHILDCARE TO WS-AMT-DISP.
           MOVE WS-AMT-DISP TO CHILDCO.
           MOVE IE-EXP-CREDIT TO WS-AMT-DISP.
           MOVE WS-AMT-DISP TO CREDITO.
           MOVE IE-EXP-OTHER TO WS-AMT-DISP.
           MOVE WS-AMT-DISP TO EXPOTHO.

           MOVE IE-TOTAL-INCOME TO WS-TOT-DISP.
           MOVE WS-TOT-DISP TO TOTINCO.
           MOVE IE-TOTAL-EXPEND TO WS-TOT-DISP.
           MOVE WS-TOT-DISP TO TOTEXPO.
           MOVE IE-DISPOSABLE TO WS-DISP-DISP.
           MOVE WS-DISP-DISP TO DISPINO.

           MOVE IE-DATE TO WS-CNV-JUL.
           PERFORM 320-JUL-TO-YMD THRU 320-EXIT.
           STRING 'TAKEN ' WS-CNV-DISP ' BY ' IE-CAP-OPID ' '
                IE-CAP-USERID
                DELIMITED BY SIZE INTO TAKENO.

       240-EXIT.
           EXIT.

      * THE ACCOUNT AND EVERY FIGURE FIELD RETURNED ON THE NEXT TURN
      * WHETHER OR NOT THE OPERATOR TOUCHED THEM - THE DCI8DPGU
      * UPDATE-MAP RULE
       260-SET-FSET.

           MOVE DFHBMFSE TO ACCTNOA SALARYA BENEFTA PENSNA INCOTHA
                HOUSNGA COUNCLA UTILTYA FOODA TRANSPA CHILDCA
                CREDITA EXPOTHA.

       260-EXIT.
           EXIT.

      * TURN THE HEADING IN WS-DED-FIELD (DIGITS, AT MOST ONE POINT,
      * AT MOST TWO PENCE DIGITS) INTO WS-DED-VALUE - THE SAME
      * 285-DEEDIT PATTERN THE AMOUNT SCREENS USE. A BLANK HEADING IS
      * ZERO
       285-DEEDIT-AMOUNT.

           MOVE 0 TO WS-DED-VALUE.
           MOVE 0 TO WS-DED-INT.
           MOVE 0 TO WS-DED-DEC-COUNT.
           MOVE 'N' TO WS-DED-POINT-SW.
           MOVE 'N' TO WS-DED-BAD-SW.

           IF WS-DED-FIELD = SPACES OR WS-DED-FIELD = LOW-VALUES THEN
                GO TO 285-DEEDIT-EXIT
           END-IF.

           PERFORM 286-DEEDIT-CHAR THRU 286-DEEDIT-CHAR-EXIT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 9.

           IF WS-DED-BAD THEN
                GO TO 285-DEEDIT-EXIT
           END-IF.

           IF WS-DED-DEC-COUNT = 2 THEN
                COMPUTE WS-DED-VALUE = WS-DED-INT / 100
                     ON SIZE ERROR
                          MOVE 'Y' TO WS-DED-BAD-SW
                END-COMPUTE
           ELSE IF WS-DED-DEC-COUNT = 1 THEN
                COMPUTE WS-DED-VALUE = WS-DED-INT / 10
                     ON SIZE ERROR
                          MOVE 'Y' TO WS-DED-BAD-SW
                END-COMPUTE
           ELSE
                COMPUTE WS-DED-VALUE = WS-DED-INT
                     ON SIZE ERROR
                          MOVE 'Y' TO WS-DED-BAD-SW
                END-COMPUTE
                END-IF
           END-IF.

       285-DEEDIT-EXIT.
           EXIT.

       286-DEEDIT-CHAR.

           MOVE WS-DED-FIELD(WS-DED-SUB:1) TO WS-DED-CHAR.

           IF WS-DED-CHAR-DIGIT THEN
                COMPUTE WS-DED-INT =
                    (WS-DED-INT * 10) + WS-DED-DIGIT
                IF WS-DED-POINT-SEEN THEN
                     ADD 1 TO WS-DED-DEC-COUNT
                     IF WS-DED-DEC-COUNT > 2 THEN
                          MOVE 'Y' TO WS-DED-BAD-SW
                     END-IF
                END-IF
           ELSE IF WS-DED-CHAR = '.' THEN
                IF WS-DED-POINT-SEEN THEN
                     MOVE 'Y' TO WS-DED-BAD-SW
                ELSE
                     MOVE 'Y' TO WS-DED-POINT-SW
                END-IF
           ELSE IF WS-DED-CHAR NOT = SPACE AND
                WS-DED-CHAR NOT = LOW-VALUE THEN
                MOVE 'Y' TO WS-DED-BAD-SW
                END-IF
                END-IF
           END-IF.

       286-DEEDIT-CHAR-EXIT.
           EXIT.

      * ONE HEADING - THE KEYED TEXT IS IN WS-DED-FIELD (SPACES WHEN
      * THE FIELD CAME BACK EMPTY) AND ITS NAME IN WS-DED-NAME.
      * LEAVES WS-MESSAGE SET WHEN IT IS NOT AN AMOUNT
       290-EDIT-HEADING.

           PERFORM 285-DEEDIT-AMOUNT THRU 285-DEEDIT-EXIT.

           IF WS-DED-BAD THEN
                STRING WS-DED-NAME DELIMITED BY '  '
                     ' MUST BE DIGITS, PENCE AFTER ONE POINT'
                     DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

       290-EXIT.
           EXIT.

       310-YEAR-LENGTH.

           DIVIDE WS-LY-YEAR BY 4
                GIVING WS-LY-QUOT REMAINDER WS-LY-REM4.
           DIVIDE WS-LY-YEAR BY 100
                GIVING WS-LY-QUOT REMAINDER WS-LY-REM100.
           DIVIDE WS-LY-YEAR BY 400
                GIVING WS-LY-QUOT REMAINDER WS-LY-REM400.

           MOVE 365 TO WS-LY-DAYS.
           IF WS-LY-REM4 = 0 AND
                (WS-LY-REM100 NOT = 0 OR WS-LY-REM400 = 0) THEN
                MOVE 366 TO WS-LY-DAYS
           END-IF.

       310-YEAR-EXIT.
           EXIT.

      * YYYYDDD IN WS-CNV-JUL TO DD/MM/YYYY IN WS-CNV-DISP - THE
      * MONTH IS FOUND BY STEPPING BACK FROM DECEMBER UNTIL ITS
      * FIRST DAY IS NOT AFTER THE DAY OF YEAR
       320-JUL-TO-YMD.

           MOVE 0 TO WS-CNV-YMD.
           IF WS-CNV-JUL NOT > 0 THEN
                MOVE ZEROS TO WS-CNV-DISP
                GO TO 320-EXIT
           END-IF.

           DIVIDE WS-CNV-JUL BY 1000 GIVING WS-CNV-YYYY
                REMAINDER WS-CNV-DOY.
           MOVE WS-CNV-YYYY TO WS-LY-YEAR.
           PERFORM 310-YEAR-LENGTH THRU 310-YEAR-EXIT.

           MOVE 13 TO WS-CNV-MM.
           MOVE 999 TO WS-CNV-START.
           PERFORM 325-STEP-MONTH THRU 325-EXIT
               UNTIL WS-CNV-DOY > WS-CNV-START OR WS-CNV-MM = 1.

           MOVE WS-CNV-MM TO WS-CNV-MO.
           COMPUTE WS-CNV-DD = WS-CNV-DOY - WS-CNV-START.

           MOVE WS-CNV-DD TO WS-CNV-D-DD.
           MOVE WS-CNV-MO TO WS-CNV-D-MM.
           MOVE WS-CNV-YYYY TO WS-CNV-D-YYYY.

       320-EXIT.
           EXIT.

       325-STEP-MONTH.

           SUBTRACT 1 FROM WS-CNV-MM.
           MOVE WS-CUM-DAY(WS-CNV-MM) TO WS-CNV-START.
           IF WS-CNV-MM > 2 AND WS-LY-DAYS = 366 THEN
                ADD 1 TO WS-CNV-START
           END-IF.

       325-EXIT.
           EXIT.

      * PF5 - SAVE THE FIGURES AS KEYED UNDER THE ACCOUNT'S SUBJECT,
      * REPLACING ANY EARLIER ONES. THE TOTALS AND THE DISPOSABLE
      * INCOME ARE WORKED OUT HERE, NEVER KEYED
       400-SAVE-IE.

           MOVE '400-SAVE-IE' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(115-CLEAR)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNJ')
                MAPSET('DCI8DNJ')
           END-EXEC.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.

           PERFORM 210-FIND-SUBJECT THRU 210-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 410-EDIT-FIGURES THRU 410-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           COMPUTE WS-TOT-INCOME = WS-INC-SALARY + WS-INC-BENEFITS
                + WS-INC-PENSION + WS-INC-OTHER.
           COMPUTE WS-TOT-EXPEND = WS-EXP-HOUSING + WS-EXP-COUNCIL
                + WS-EXP-UTILITIES + WS-EXP-FOOD + WS-EXP-TRANSPORT
                + WS-EXP-CHILDCARE + WS-EXP-CREDIT + WS-EXP-OTHER.
           COMPUTE WS-DISPOSABLE = WS-TOT-INCOME - WS-TOT-EXPEND.

           IF WS-TOT-INCOME = 0 AND WS-TOT-EXPEND = 0 THEN
                MOVE 'KEY AT LEAST ONE INCOME OR SPENDING FIGURE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-SUBJ-KEY TO IE-KEY.
           EXEC CICS READ
                FILE('INCEXP')
                INTO(INCEXP-REC)
                LENGTH(INCEXP-LEN)
                RIDFLD(IE-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                PERFORM 420-FILL-INCEXP THRU 420-EXIT
                EXEC CICS REWRITE
                     FILE('INCEXP')
                     FROM(INCEXP-REC)
                     LENGTH(INCEXP-LEN)
                END-EXEC
           ELSE
                MOVE WS-SUBJ-KEY TO IE-KEY
                PERFORM 420-FILL-INCEXP THRU 420-EXIT
                EXEC CICS WRITE
                     FILE('INCEXP')
                     FROM(INCEXP-REC)
                     LENGTH(INCEXP-LEN)
                     RIDFLD(IE-KEY)
                END-EXEC
           END-IF.

           MOVE WS-DISPOSABLE TO WS-DISP-DISP.
           STRING 'I&E SAVED - DISPOSABLE INCOME ' WS-DISP-DISP
                DELIMITED BY SIZE INTO WS-DONE-MSG.
           GO TO 220-PAINT-IE.

      * EVERY HEADING THROUGH 290-EDIT-HEADING, STOPPING AT THE
      * FIRST THAT IS NOT AN AMOUNT
       410-EDIT-FIGURES.

           MOVE SPACES TO WS-MESSAGE.

           MOVE SALARYI TO WS-DED-FIELD.
           MOVE 'SALARY' TO WS-DED-NAME.
           PERFORM 290-EDIT-HEADING THRU 290-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 410-EXIT
           END-IF.
           MOVE WS-DED-VALUE TO WS-INC-SALARY.

           MOVE BENEFTI TO WS-DED-FIELD.
           MOVE 'BENEFITS' TO WS-DED-NAME.
           PERFORM 290-EDIT-HEADING THRU 290-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 410-EXIT
           END-IF.
           MOVE WS-DED-VALUE TO WS-INC-BENEFITS.

           MOVE PENSNI TO WS-DED-FIELD.
           MOVE 'PENSION' TO WS-DED-NAME.
           PERFORM 290-EDIT-HEADING THRU 290-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 410-EXIT
           END-IF.
           MOVE WS-DED-VALUE TO WS-INC-PENSION.

           MOVE INCOTHI TO WS-DED-FIELD.
           MOVE 'OTHER INCOME' TO WS-DED-NAME.
           PERFORM 290-EDIT-HEADING THRU 290-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 410-EXIT
           END-IF.
           MOVE WS-DED-VALUE TO WS-INC-OTHER.

           MOVE HOUSNGI TO WS-DED-FIELD.
           MOVE 'RENT OR MORTGAGE' TO WS-DED-NAME.
           PERFORM 290-EDIT-HEADING THRU 290-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 410-EXIT
           END-IF.
           MOVE WS-DED-VALUE TO WS-EXP-HOUSING.

           MOVE COUNCLI TO WS-DED-FIELD.
           MOVE 'COUNCIL TAX' TO WS-DED-NAME.
           PERFORM 290-EDIT-HEADING THRU 290-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 410-EXIT
           END-IF.
           MOVE WS-DED-VALUE TO WS-EXP-COUNCIL.

           MOVE UTILTYI TO WS-DED-FIELD.
           MOVE 'UTILITIES' TO WS-DED-NAME.
           PERFORM 290-EDIT-HEADING THRU 290-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 410-EXIT
           END-IF.
           MOVE WS-DED-VALUE TO WS-EXP-UTILITIES.

           MOVE FOODI TO WS-DED-FIELD.
           MOVE 'FOOD' TO WS-DED-NAME.
           PERFORM 290-EDIT-HEADING THRU 290-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 410-EXIT
           END-IF.
           MOVE WS-DED-VALUE TO WS-EXP-FOOD.

           MOVE TRANSPI TO WS-DED-FIELD.
           MOVE 'TRANSPORT' TO WS-DED-NAME.
           PERFORM 290-EDIT-HEADING THRU 290-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 410-EXIT
           END-IF.
           MOVE WS-DED-VALUE TO WS-EXP-TRANSPORT.

           MOVE CHILDCI TO WS-DED-FIELD.
           MOVE 'CHILDCARE' TO WS-DED-NAME.
           PERFORM 290-EDIT-HEADING THRU 290-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 410-EXIT
           END-IF.
           MOVE WS-DED-VALUE TO WS-EXP-CHILDCARE.

           MOVE CREDITI TO WS-DED-FIELD.
           MOVE 'OTHER CREDITORS' TO WS-DED-NAME.
           PERFORM 290-EDIT-HEADING THRU 290-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 410-EXIT
           END-IF.
           MOVE WS-DED-VALUE TO WS-EXP-CREDIT.

           MOVE EXPOTHI TO WS-DED-FIELD.
           MOVE 'OTHER SPENDING' TO WS-DED-NAME.
           PERFORM 290-EDIT-HEADING THRU 290-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 410-EXIT
           END-IF.
           MOVE WS-DED-VALUE TO WS-EXP-OTHER.

       410-EXIT.
           EXIT.

      * THE KEYED FIGURES, THE WORKED TOTALS AND A FRESH TAKEN STAMP
      * ONTO THE ROW
       420-FILL-INCEXP.

           MOVE WS-IE-INCOME TO IE-INCOME.
           MOVE WS-IE-EXPEND TO IE-EXPEND.
           MOVE WS-TOT-INCOME TO IE-TOTAL-INCOME.
           MOVE WS-TOT-EXPEND TO IE-TOTAL-EXPEND.
           MOVE WS-DISPOSABLE TO IE-DISPOSABLE.

           COMPUTE IE-DATE = EIBDATE + 1900000.
           MOVE EIBOPID TO IE-CAP-OPID.
           MOVE EIBUSERID TO IE-CAP-USERID.
           MOVE EIBTRMID TO IE-CAP-TRMID.
           MOVE EIBDATE TO IE-CAP-DATE.
           MOVE EIBTIME TO IE-CAP-TIME.

       420-EXIT.
           EXIT.

      * PF3 - BACK TO WHERE THE SCREEN WAS ENTERED FROM: THE
      * ARRANGEMENT SCREEN ON ITS ACCOUNT, THE VETTING SCREEN AFRESH,
      * OR THE MENU
       450-RETURN-ORIGIN.

           MOVE '450-RETURN-ORIGIN' TO WS-LAST-PARA.

           IF WS-CA-ORIGIN = 'I' THEN
                EXEC CICS XCTL
                     PROGRAM('DCI8DPGI')
                     COMMAREA(WS-CA-ACCTNO)
                     LENGTH(9)
                END-EXEC
           END-IF.

           IF WS-CA-ORIGIN = 'W' THEN
                EXEC CICS XCTL
                     PROGRAM('DCI8DPGW')
                END-EXEC
           END-IF.

           GO TO 999-EXIT.

       990-RETURN.

           EXEC CICS RETURN
                TRANSID('I8DE')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       990-RETURN-EXIT.
           EXIT.

       999-ERROR-MSG-RETURN.

           MOVE LOW-VALUES TO MAPNJO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNJ')
                MAPSET('DCI8DNJ')
                DATAONLY
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       999-EXIT.
           MOVE LOW-VALUES TO MAPNJO.
           EXEC CICS XCTL
                PROGRAM('DCI8DPGM')
                COMMAREA(WS-MENU-COMMAREA)
                LENGTH(WS-MENU-COMMAREA-LEN)
           END-EXEC.

      * CATCH-ALL FOR ANY CONDITION NOT NAMED IN A HANDLE CONDITION
      * ABOVE - LOGS IT VIA DCI8DPGZ INSTEAD OF LETTING THE TASK ABEND
       999-UNHANDLED-ERROR.

           MOVE EIBTRNID     TO EL-TRANID.
           MOVE WS-LAST-PARA TO EL-PARAGRAPH.
           MOVE EIBRESP      TO EL-RESP.
           MOVE EIBRESP2     TO EL-RESP2.

           EXEC CICS LINK
                PROGRAM('DCI8DPGZ')
                COMMAREA(WS-ERRLOG-CA)
                LENGTH(WS-ERRLOG-CA-LEN)
           END-EXEC.

           MOVE LOW-VALUES TO MAPNJO.
           MOVE EL-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNJ')
                MAPSET('DCI8DNJ')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       END PROGRAM DCI8DPHJ.
