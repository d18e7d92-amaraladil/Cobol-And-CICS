       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DPHF.
       AUTHOR. AMAR AL-ADIL.

      *****************************************************************
      * SETTLEMENT QUOTE SCREEN (TRAN I8DF) - WHAT IT WOULD TAKE TO
      * CLEAR ONE ACCOUNT ON A DATE THE CUSTOMER CHOOSES. REACHED BY
      * PF1 FROM THE DCI8DPGR INQUIRY WITH THE 9-BYTE ACCOUNT
      * COMMAREA, OR BY KEYING THE ACCOUNT HERE. ENTER TAKES THE
      * SETTLEMENT DATE (YYYYMMDD, AFTER TODAY AND NO FURTHER AHEAD
      * THAN THE ACCTCTL 'QUOTEMAX' DAYS) AND PROJECTS CURR-BAL TO
      * IT - EVERY PERIOD-END FROM TODAY TO THAT DATE ACCRUES THE
      * DCI8BINT WAY (THE RATECFG STATUS RATE ON PURCHASES, THAT
      * RATE PLUS THE 'CASHUPLF' UPLIFT ON CASH, EACH PROMOTION AT
      * ITS OWN RATE UNTIL ITS TERM ROLLS IT INTO PURCHASES), AND SO
      * DOES LAST MONTH'S PERIOD-END WHEN ITS INTEREST ROW IS NOT ON
      * ACCTTXN YET. THE QUOTE IS FILED ON QUOTE, GOOD UNTIL THE
      * SETTLEMENT DATE, AND ITS LETTER IS PRINTED BY THE NIGHTLY
      * DCI8BSQL RUN. A CREDIT OF AT LEAST THE QUOTED AMOUNT POSTED
      * BY DCI8BPST BY THEN MARKS THE ACCOUNT READY TO CLOSE ON
      * DCI8DPGF. FEES NOT YET CHARGED ARE NOT PROJECTED. PF3
      * RETURNS TO THE INQUIRY, PF9 TO THE MENU
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY SETTLEMENT QUOTE MAP LAYOUT
       COPY 'DCI8DNF'.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY SETTLEMENT QUOTE RECORD LAYOUT
       COPY 'QUOTE'.

      * COPY INTEREST RATE AND BALANCE SEGMENT LAYOUTS - THE SAME
      * RATES AND SEGMENTS DCI8BINT ACCRUES ON
       COPY 'RATECFG'.
       COPY 'BALSEG'.

      * COPY MONETARY TRANSACTION RECORD LAYOUT - LAST MONTH'S
      * INTEREST ROW IS LOOKED FOR BY KEY
       COPY 'ACCTTXN'.

      * COPY SYSTEM CONTROL RECORD LAYOUT - QUOTEMAX AND CASHUPLF
       COPY 'ACCTCTL'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.

       01 WS-COMMAREA.
           05 WS-CA-FILLER          PIC X(03) VALUE SPACES.

       01 WS-COMMAREA-LENGTH    PIC S9(4) COMP VALUE 3.

       01 WS-MENU-COMMAREA        PIC X(3) VALUE SPACES.
       01 WS-MENU-COMMAREA-LEN    PIC S9(4) COMP VALUE 3.

      * THE ACCOUNT HANDED OVER BY DCI8DPGR'S PF1
       01 WS-INQ-ACCTNO         PIC X(09) VALUE SPACES.

      * TODAY - YYYYDDD OFF EIBDATE, YYYYMMDD OFF FORMATTIME
       77 WS-ABSTIME            PIC S9(15) COMP-3 VALUE 0.
       01 WS-TODAY-YMD.
           05 WS-TODAY-YYYY     PIC 9(04).
           05 WS-TODAY-MM       PIC 9(02).
           05 WS-TODAY-DD       PIC 9(02).
       77 WS-TODAY-JUL          PIC S9(7) COMP-3 VALUE 0.
       77 WS-TODAY-DOY          PIC 9(03) VALUE 0.

      * THE KEYED SETTLEMENT DATE AND ITS YYYYDDD FORM
       01 WS-SETL-YMD.
           05 WS-SETL-YYYY      PIC 9(04).
           05 WS-SETL-MM        PIC 9(02).
           05 WS-SETL-DD        PIC 9(02).
       01 WS-SETL-YMD-X REDEFINES WS-SETL-YMD PIC X(08).
       77 WS-SETL-JUL           PIC S9(7) COMP-3 VALUE 0.
       77 WS-SETL-DOY           PIC 9(03) VALUE 0.
       77 WS-SETL-DAYS          PIC S9(5) COMP-3 VALUE 0.
       77 WS-MAX-DAYS           PIC 9(03) VALUE 30.

      * CALENDAR WORK - DAYS BEFORE EACH MONTH AND DAYS IN EACH
      * MONTH OF A COMMON YEAR, THE LEAP DAY ADDED BY 310-YEAR-LENGTH
       01 WS-CUM-DAYS-X         PIC X(36) VALUE
           '000031059090120151181212243273304334'.
       01 WS-CUM-DAYS REDEFINES WS-CUM-DAYS-X.
           05 WS-CUM-DAY        PIC 9(03) OCCURS 12 TIMES.
       01 WS-MON-DAYS-X         PIC X(24) VALUE
           '312831303130313130313031'.
       01 WS-MON-DAYS REDEFINES WS-MON-DAYS-X.
           05 WS-MON-DAY        PIC 9(02) OCCURS 12 TIMES.
       77 WS-LY-YEAR            PIC 9(04) VALUE 0.
       77 WS-LY-DAYS            PIC 9(03) VALUE 0.
       77 WS-LY-QUOT            PIC 9(04) VALUE 0.
       77 WS-LY-REM4            PIC 9(03) VALUE 0.
       77 WS-LY-REM100          PIC 9(03) VALUE 0.
       77 WS-LY-REM400          PIC 9(03) VALUE 0.
       77 WS-MONTH-LEN          PIC 9(02) VALUE 0.

      * THE PERIOD-END BEING PROJECTED - YEAR, MONTH, YYYYDDD
       77 WS-PE-YYYY            PIC 9(04) VALUE 0.
       77 WS-PE-MM              PIC 9(02) VALUE 0.
       77 WS-PE-JUL             PIC S9(7) COMP-3 VALUE 0.
       77 WS-PE-DOY             PIC 9(03) VALUE 0.
       77 WS-PE-COUNT           PIC S9(4) COMP VALUE 0.
       77 WS-OPEN-JUL           PIC S9(7) COMP-3 VALUE 0.

      * THE RESERVED ACCTTXN SEQUENCE OF DCI8BINT'S INTEREST ROW
       77 WS-INTEREST-SEQNO     PIC 9(04) COMP VALUE 8001.

      * RATES AND THE BALANCE-SEGMENT TABLE - THE DCI8BINT SHAPE.
      * SLOT 1 IS ALWAYS PURCHASES, THE REMAINDER OF CURR-BAL
       77 WS-RATE-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-RATE-FOUND             VALUE 'Y'.
       77 WS-CASH-UPLIFT        PIC 9(02)V99 VALUE 0.
       77 WS-PURCH-RATE         PIC 9(02)V99 VALUE 0.
       77 WS-CASH-RATE          PIC 9(02)V99 VALUE 0.
       77 WS-SEG-OTHERS         PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-ALLOC-LEFT         PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-ALLOC-TAKE         PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-SEG-COUNT          PIC S9(4) COMP VALUE 0.
       77 WS-SEG-SUB            PIC S9(4) COMP VALUE 0.
       77 WS-SEG-PICK           PIC S9(4) COMP VALUE 0.
       77 WS-SEG-EOF            PIC X(01) VALUE 'N'.
       77 WS-PROMO-COUNT        PIC S9(4) COMP VALUE 0.
       01 WS-SEG-TABLE.
           05 WS-SEG-ENTRY OCCURS 26 TIMES.
               10 WS-SEG-TYPE       PIC X(01).
               10 WS-SEG-BAL        PIC S9(10)V99 COMP-3.
               10 WS-SEG-RATE       PIC 9(02)V99.
               10 WS-SEG-EXPIRY     PIC S9(7) COMP-3.

      * THE PROJECTION - ONE PERIOD'S INTEREST, THE RUNNING TOTAL,
      * THE BALANCE IT ACCRUES ON AND THE FIGURE QUOTED
       77 WS-SEG-INT            PIC 9(08)V99 COMP-3 VALUE 0.
       77 WS-PERIOD-INT         PIC 9(08)V99 COMP-3 VALUE 0.
       77 WS-PROJ-INT           PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-PROJ-BAL           PIC S9(10)V99 COMP-3 VALUE 0.

      * BREAKDOWN LINES
       01 WS-AMOUNT-LINE.
           05 AL-LABEL          PIC X(22).
           05 AL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(02) VALUE SPACES.
           05 AL-NOTE           PIC X(33).
       01 WS-PERIOD-NOTE.
           05 PN-COUNT          PIC Z9.
           05 FILLER            PIC X(15) VALUE ' PERIOD-END(S) '.
           05 FILLER            PIC X(16) VALUE SPACES.
       01 WS-VALID-LINE.
           05 FILLER            PIC X(22) VALUE
               'VALID UNTIL'.
           05 VL-DD             PIC X(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 VL-MM             PIC X(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 VL-YYYY           PIC X(04).
           05 FILLER            PIC X(09) VALUE ' - QUOTE '.
           05 VL-SEQNO          PIC 9(04).
           05 FILLER            PIC X(25) VALUE SPACES.
       01 WS-RATE-LINE.
           05 FILLER            PIC X(22) VALUE
               'PURCHASE RATE'.
           05 RL-PURCH          PIC Z9.99.
           05 FILLER            PIC X(14) VALUE '   CASH RATE '.
           05 RL-CASH           PIC Z9.99.
           05 FILLER            PIC X(15) VALUE '   PROMOTIONS '.
           05 RL-PROMOS         PIC Z9.
           05 FILLER            PIC X(07) VALUE SPACES.

      * THE NEWEST QUOTE ON FILE, SHOWN WHEN THE ACCOUNT IS PAINTED
       01 WS-LAST-QUOTE-LINE.
           05 FILLER            PIC X(15) VALUE 'LAST QUOTE    '.
           05 LQ-SEQNO          PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 LQ-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(07) VALUE ' UNTIL '.
           05 LQ-EXPIRY         PIC 9(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 LQ-STATUS         PIC X(06).
           05 FILLER            PIC X(16) VALUE SPACES.
       77 WS-LAST-SEQNO         PIC 9(04) COMP VALUE 0.

       01 WS-LAST-PARA          PIC X(20) VALUE SPACES.

      * COMMAREA SHAPE SHARED WITH DCI8DPGZ, THE UNHANDLED-CONDITION
      * LOGGER
       01 WS-ERRLOG-CA.
           05 EL-TRANID          PIC X(4).
           05 EL-PROGRAM         PIC X(8) VALUE 'DCI8DPHF'.
           05 EL-PARAGRAPH       PIC X(20).
           05 EL-RESP            PIC S9(8) COMP.
           05 EL-RESP2           PIC S9(8) COMP.
           05 EL-MESSAGE         PIC X(60).

       01 WS-ERRLOG-CA-LEN      PIC S9(4) COMP VALUE +100.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(9).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ENTERED FROM DCI8DPGR'S PF1 WITH THE ACCOUNT ON SHOW - PAINT
      * THE SCREEN READY FOR THE SETTLEMENT DATE
           IF EIBCALEN = 9 THEN
                GO TO 105-FROM-INQUIRY
           END-IF.

           IF EIBCALEN = 0 THEN
                GO TO 110-PAINT-BLANK
           END-IF.

           EXEC CICS HANDLE AID
                PF3(450-JUMP-INQUIRY)
                PF9(999-EXIT)
           END-EXEC.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNF')
                MAPSET('DCI8DNF')
           END-EXEC.

           GO TO 200-QUOTE.

       105-FROM-INQUIRY.

           MOVE '105-FROM-INQUIRY' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           MOVE DFHCOMMAREA TO WS-INQ-ACCTNO.
           MOVE WS-INQ-ACCTNO TO ACCTNO.

           GO TO 220-PAINT-ACCOUNT.

       110-PAINT-BLANK.

           MOVE '110-PAINT-BLANK' TO WS-LAST-PARA.

           MOVE LOW-VALUES TO MAPNFO.
           MOVE 'KEY THE ACCOUNT NUMBER AND PRESS ENTER' TO MSGO.

           EXEC CICS SEND
               MAP('MAPNF')
               MAPSET('DCI8DNF')
               ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * ENTER - WITH NO DATE KEYED JUST SHOW THE ACCOUNT, OTHERWISE
      * EDIT THE DATE AND RAISE THE QUOTE
       200-QUOTE.

           MOVE '200-QUOTE' TO WS-LAST-PARA.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO ACCTNO.

           IF SETLDTL = 0 OR SETLDTI = SPACES THEN
                GO TO 220-PAINT-ACCOUNT
           END-IF.

           PERFORM 150-SET-TODAY THRU 150-EXIT.

           PERFORM 210-EDIT-DATE THRU 210-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'ACCOUNT NOT ON ACCTFILE' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF CURR-BAL NOT > 0 THEN
                MOVE 'NO BALANCE OWING - NOTHING TO SETTLE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 400-LOAD-RATES THRU 400-EXIT.
           PERFORM 410-LOAD-SEGMENTS THRU 410-EXIT.
           PERFORM 500-PROJECT THRU 500-EXIT.
           PERFORM 600-FILE-QUOTE THRU 600-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           GO TO 650-SHOW-QUOTE.

      * TODAY IN BOTH FORMS - EIBDATE CARRIES 0CYYDDD
       150-SET-TODAY.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY-YMD)
           END-EXEC.

           COMPUTE WS-TODAY-JUL = EIBDATE + 1900000.
           COMPUTE WS-TODAY-DOY = WS-TODAY-JUL - WS-TODAY-YYYY * 1000.

       150-EXIT.
           EXIT.

      * THE SETTLEMENT DATE MUST BE A REAL DATE AFTER TODAY AND NO
      * FURTHER AHEAD THAN THE QUOTEMAX ROW ALLOWS (AT MOST A YEAR).
      * LEAVES WS-MESSAGE SET WHEN IT IS NOT
       210-EDIT-DATE.

           MOVE SPACES TO WS-MESSAGE.
           MOVE SETLDTI TO WS-SETL-YMD-X.

           IF WS-SETL-YMD-X IS NOT NUMERIC THEN
                MOVE 'SETTLEMENT DATE MUST BE YYYYMMDD' TO WS-MESSAGE
                GO TO 210-EXIT
           END-IF.

           IF WS-SETL-MM < 1 OR WS-SETL-MM > 12 OR
                WS-SETL-DD < 1 THEN
                MOVE 'SETTLEMENT DATE IS NOT A VALID DATE'
                     TO WS-MESSAGE
                GO TO 210-EXIT
           END-IF.

           MOVE WS-SETL-YYYY TO WS-LY-YEAR.
           PERFORM 310-YEAR-LENGTH THRU 310-YEAR-EXIT.

           MOVE WS-MON-DAY(WS-SETL-MM) TO WS-MONTH-LEN.
           IF WS-SETL-MM = 2 AND WS-LY-DAYS = 366 THEN
                ADD 1 TO WS-MONTH-LEN
           END-IF.

           IF WS-SETL-DD > WS-MONTH-LEN THEN
                MOVE 'SETTLEMENT DATE IS NOT A VALID DATE'
                     TO WS-MESSAGE
                GO TO 210-EXIT
           END-IF.

           COMPUTE WS-SETL-DOY = WS-CUM-DAY(WS-SETL-MM) + WS-SETL-DD.
           IF WS-SETL-MM > 2 AND WS-LY-DAYS = 366 THEN
                ADD 1 TO WS-SETL-DOY
           END-IF.
           COMPUTE WS-SETL-JUL = WS-SETL-YYYY * 1000 + WS-SETL-DOY.

      * DAYS AHEAD - THE DATE IS AT MOST ONE YEAR END AFTER TODAY,
      * THE DCI8DPGF REFUND-WINDOW ARITHMETIC
           IF WS-SETL-YYYY = WS-TODAY-YYYY THEN
                COMPUTE WS-SETL-DAYS = WS-SETL-JUL - WS-TODAY-JUL
           ELSE IF WS-SETL-YYYY = WS-TODAY-YYYY + 1 THEN
                MOVE WS-TODAY-YYYY TO WS-LY-YEAR
                PERFORM 310-YEAR-LENGTH THRU 310-YEAR-EXIT
                COMPUTE WS-SETL-DAYS = WS-LY-DAYS - WS-TODAY-DOY
                     + WS-SETL-DOY
           ELSE IF WS-SETL-YYYY < WS-TODAY-YYYY THEN
                MOVE 0 TO WS-SETL-DAYS
           ELSE
                MOVE 99999 TO WS-SETL-DAYS
                END-IF
                END-IF
           END-IF.

           IF WS-SETL-DAYS NOT > 0 THEN
                MOVE 'SETTLEMENT DATE MUST BE AFTER TODAY'
                     TO WS-MESSAGE
                GO TO 210-EXIT
           END-IF.

           MOVE 30 TO WS-MAX-DAYS.
           MOVE 'QUOTEMAX' TO CT-KEYNAME.
           EXEC CICS READ
                FILE('ACCTCTL')
                INTO(ACCTCTL-REC)
                LENGTH(ACCTCTL-LEN)
                RIDFLD(CT-KEYNAME)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND
                CT-NEXT-ACCTNO > 0 AND CT-NEXT-ACCTNO < 366 THEN
                MOVE CT-NEXT-ACCTNO TO WS-MAX-DAYS
           END-IF.

           IF WS-SETL-DAYS > WS-MAX-DAYS THEN
                STRING 'SETTLEMENT DATE TOO FAR AHEAD - AT MOST '
                     WS-MAX-DAYS ' DAYS'
                     DELIMITED BY SIZE INTO WS-MESSAGE
                GO TO 210-EXIT
           END-IF.

       210-EXIT.
           EXIT.

      * PAINTS THE ACCOUNT WITH TODAY'S BALANCE AND ITS NEWEST
      * QUOTE, READY FOR THE SETTLEMENT DATE
       220-PAINT-ACCOUNT.

           MOVE '220-PAINT-ACCOUNT' TO WS-LAST-PARA.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'ACCOUNT NOT ON ACCTFILE' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE LOW-VALUES TO MAPNFO.
           MOVE ACCTNO TO ACCTNOO.
           PERFORM 230-HOLDER-LINE THRU 230-EXIT.

           MOVE 'BALANCE TODAY' TO AL-LABEL.
           MOVE CURR-BAL TO AL-AMOUNT.
           MOVE SPACES TO AL-NOTE.
           IF CURR-BAL < 0 THEN
                MOVE 'IN CREDIT' TO AL-NOTE
           END-IF.
           MOVE WS-AMOUNT-LINE TO LINE1O.

           PERFORM 240-LATEST-QUOTE THRU 240-EXIT.
           IF WS-LAST-SEQNO > 0 THEN
                MOVE SQ-SEQNO TO LQ-SEQNO
                MOVE SQ-AMOUNT TO LQ-AMOUNT
                MOVE SQ-EXPIRY-DATE TO LQ-EXPIRY
                IF SQ-MET THEN
                     MOVE 'MET' TO LQ-STATUS
                ELSE
                     MOVE 'OPEN' TO LQ-STATUS
                END-IF
                MOVE WS-LAST-QUOTE-LINE TO LINE2O
           END-IF.

           MOVE 'KEY THE SETTLEMENT DATE (YYYYMMDD) AND PRESS ENTER'
                TO MSGO.

           EXEC CICS SEND
                MAP('MAPNF')
                MAPSET('DCI8DNF')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       230-HOLDER-LINE.

           STRING 'HOLDER ' TITL ' ' FNAME ' ' SNAME
                ' STATUS ' STAT
                DELIMITED BY SIZE INTO HOLDLNO.

           IF SETTLE-READY THEN
                MOVE 'SETTLED BY QUOTE - READY TO CLOSE ON DCI8DPGF'
                     TO LINE6O
           END-IF.

       230-EXIT.
           EXIT.

      * THE NEWEST QUOTE ON THE ACCOUNT INTO QUOTE-REC, WS-LAST-SEQNO
      * ITS SEQUENCE (ZERO FOR NONE) - THE ACCTNOTE READPREV PATTERN
       240-LATEST-QUOTE.

           MOVE 0 TO WS-LAST-SEQNO.
           MOVE ACCTNO TO SQ-ACCTNO.
           MOVE 9999 TO SQ-SEQNO.

           EXEC CICS STARTBR
                FILE('QUOTE')
                RIDFLD(SQ-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 240-EXIT
           END-IF.

           EXEC CICS READPREV
                FILE('QUOTE')
                INTO(QUOTE-REC)
                RIDFLD(SQ-KEY)
                LENGTH(QUOTE-LEN)
                RESP(WS-RESP)
           END-EXEC.

           EXEC CICS ENDBR FILE('QUOTE') END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND SQ-ACCTNO = ACCTNO THEN
                MOVE SQ-SEQNO TO WS-LAST-SEQNO
           END-IF.

       240-EXIT.
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

      * YYYYDDD OF THE LAST DAY OF MONTH WS-PE-MM OF WS-PE-YYYY -
      * THE DATE DCI8BINT GIVES THAT PERIOD'S INTEREST ROW
       320-MONTH-END.

           MOVE WS-PE-YYYY TO WS-LY-YEAR.
           PERFORM 310-YEAR-LENGTH THRU 310-YEAR-EXIT.

           COMPUTE WS-PE-DOY = WS-CUM-DAY(WS-PE-MM)
                + WS-MON-DAY(WS-PE-MM).
           IF WS-PE-MM > 1 AND WS-LY-DAYS = 366 THEN
                ADD 1 TO WS-PE-DOY
           END-IF.
           COMPUTE WS-PE-JUL = WS-PE-YYYY * 1000 + WS-PE-DOY.

       320-EXIT.
           EXIT.

      * THE STATUS RATE AND THE CASH UPLIFT - DCI8BINT'S
      * 2100-LOOKUP-RATE. NO RATECFG ROW MEANS NO INTEREST, AS THERE
       400-LOAD-RATES.

           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE 0 TO WS-PURCH-RATE.
           MOVE 0 TO WS-CASH-RATE.
           MOVE 0 TO WS-CASH-UPLIFT.

           MOVE 'CASHUPLF' TO CT-KEYNAME.
           EXEC CICS READ
                FILE('ACCTCTL')
                INTO(ACCTCTL-REC)
                LENGTH(ACCTCTL-LEN)
                RIDFLD(CT-KEYNAME)
                RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
                COMPUTE WS-CASH-UPLIFT = CT-NEXT-ACCTNO / 100
                     ON SIZE ERROR
                          MOVE 0 TO WS-CASH-UPLIFT
                END-COMPUTE
           END-IF.

           MOVE STAT TO IR-STAT.
           EXEC CICS READ
                FILE('RATECFG')
                INTO(RATECFG-REC)
                LENGTH(RATECFG-LEN)
                RIDFLD(IR-STAT)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 400-EXIT
           END-IF.

           MOVE 'Y' TO WS-RATE-FOUND-SW.
           MOVE IR-ANNUAL-RATE TO WS-PURCH-RATE.
           COMPUTE WS-CASH-RATE = WS-PURCH-RATE + WS-CASH-UPLIFT
                ON SIZE ERROR
                     MOVE 99.99 TO WS-CASH-RATE
           END-COMPUTE.

       400-EXIT.
           EXIT.

      * THE SEGMENT TABLE AS DCI8BINT'S 2050-LOAD-SEGMENTS BUILDS IT -
      * PURCHASES THE REMAINDER, AND A REMAINDER BELOW ZERO PAID OFF
      * THE OTHER SEGMENTS HIGHEST RATE FIRST
       410-LOAD-SEGMENTS.

           MOVE 1 TO WS-SEG-COUNT.
           MOVE 0 TO WS-SEG-OTHERS.
           MOVE 0 TO WS-PROMO-COUNT.
           MOVE 'P' TO WS-SEG-TYPE(1).
           MOVE 0 TO WS-SEG-BAL(1).
           MOVE WS-PURCH-RATE TO WS-SEG-RATE(1).
           MOVE 0 TO WS-SEG-EXPIRY(1).

           MOVE 'N' TO WS-SEG-EOF.
           MOVE ACCTNO TO SG-ACCTNO.
           MOVE LOW-VALUES TO SG-TYPE.
           MOVE 0 TO SG-SEG-NO.

           EXEC CICS STARTBR
                FILE('BALSEG')
                RIDFLD(SG-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                PERFORM 415-LOAD-ONE THRU 415-EXIT
                    UNTIL WS-SEG-EOF = 'Y'
                EXEC CICS ENDBR FILE('BALSEG') END-EXEC
           END-IF.

           COMPUTE WS-SEG-BAL(1) = CURR-BAL - WS-SEG-OTHERS.

           IF WS-SEG-BAL(1) < 0 AND WS-SEG-COUNT > 1 THEN
                COMPUTE WS-ALLOC-LEFT = 0 - WS-SEG-BAL(1)
                MOVE 0 TO WS-SEG-BAL(1)
                MOVE 1 TO WS-SEG-PICK
                PERFORM 420-PAY-HIGHEST THRU 420-EXIT
                    UNTIL WS-ALLOC-LEFT = 0 OR WS-SEG-PICK = 0
                SUBTRACT WS-ALLOC-LEFT FROM WS-SEG-BAL(1)
           END-IF.

       410-EXIT.
           EXIT.

       415-LOAD-ONE.

           EXEC CICS READNEXT
                FILE('BALSEG')
                INTO(BALSEG-REC)
                RIDFLD(SG-KEY)
                LENGTH(BALSEG-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
                SG-ACCTNO NOT = ACCTNO THEN
                MOVE 'Y' TO WS-SEG-EOF
                GO TO 415-EXIT
           END-IF.

           IF SG-PURCHASE OR NOT SG-LIVE THEN
                GO TO 415-EXIT
           END-IF.

           ADD SG-BALANCE TO WS-SEG-OTHERS.

           IF WS-SEG-COUNT > 25 THEN
                GO TO 415-EXIT
           END-IF.

           ADD 1 TO WS-SEG-COUNT.
           MOVE SG-TYPE TO WS-SEG-TYPE(WS-SEG-COUNT).
           MOVE SG-BALANCE TO WS-SEG-BAL(WS-SEG-COUNT).
           MOVE SG-PROMO-EXPIRY TO WS-SEG-EXPIRY(WS-SEG-COUNT).
           IF SG-CASH THEN
                MOVE WS-CASH-RATE TO WS-SEG-RATE(WS-SEG-COUNT)
           ELSE
                MOVE SG-ANNUAL-RATE TO WS-SEG-RATE(WS-SEG-COUNT)
                ADD 1 TO WS-PROMO-COUNT
           END-IF.

       415-EXIT.
           EXIT.

       420-PAY-HIGHEST.

           MOVE 0 TO WS-SEG-PICK.

           PERFORM 425-TRY-ONE THRU 425-EXIT
               VARYING WS-SEG-SUB FROM 2 BY 1
               UNTIL WS-SEG-SUB > WS-SEG-COUNT.

           IF WS-SEG-PICK = 0 THEN
                GO TO 420-EXIT
           END-IF.

           IF WS-SEG-BAL(WS-SEG-PICK) > WS-ALLOC-LEFT THEN
                MOVE WS-ALLOC-LEFT TO WS-ALLOC-TAKE
           ELSE
                MOVE WS-SEG-BAL(WS-SEG-PICK) TO WS-ALLOC-TAKE
           END-IF.

           SUBTRACT WS-ALLOC-TAKE FROM WS-SEG-BAL(WS-SEG-PICK).
           SUBTRACT WS-ALLOC-TAKE FROM WS-ALLOC-LEFT.

       420-EXIT.
           EXIT.

       425-TRY-ONE.

           IF WS-SEG-BAL(WS-SEG-SUB) NOT > 0 THEN
                GO TO 425-EXIT
           END-IF.

           IF WS-SEG-PICK = 0 THEN
                MOVE WS-SEG-SUB TO WS-SEG-PICK
                GO TO 425-EXIT
           END-IF.

           IF WS-SEG-RATE(WS-SEG-SUB) > WS-SEG-RATE(WS-SEG-PICK) THEN
                MOVE WS-SEG-SUB TO WS-SEG-PICK
           END-IF.

       425-EXIT.
           EXIT.

      * WALKS THE PERIOD-ENDS UP TO THE SETTLEMENT DATE. LAST MONTH'S
      * COUNTS TOO WHEN DCI8BINT HAS NOT FILED ITS INTEREST ROW YET -
      * THE RUN WILL STILL CHARGE IT BEFORE THE MONEY ARRIVES
       500-PROJECT.

           MOVE 0 TO WS-PROJ-INT.
           MOVE 0 TO WS-PE-COUNT.
           MOVE CURR-BAL TO WS-PROJ-BAL.

           IF WS-TODAY-MM = 1 THEN
                COMPUTE WS-PE-YYYY = WS-TODAY-YYYY - 1
                MOVE 12 TO WS-PE-MM
           ELSE
                MOVE WS-TODAY-YYYY TO WS-PE-YYYY
                COMPUTE WS-PE-MM = WS-TODAY-MM - 1
           END-IF.
           PERFORM 320-MONTH-END THRU 320-EXIT.

           MOVE ACCTNO TO TX-ACCTNO.
           MOVE WS-PE-JUL TO TX-DATE.
           MOVE WS-INTEREST-SEQNO TO TX-SEQNO.
           EXEC CICS READ
                FILE('ACCTTXN')
                INTO(ACCTTXN-REC)
                LENGTH(ACCTTXN-LEN)
                RIDFLD(TX-KEY)
                RESP(WS-RESP)
           END-EXEC.
      * AN ACCOUNT OPENED SINCE THAT PERIOD-END HAS NOTHING TO
      * ACCRUE FOR IT. CR-DATE STAMPED ONLINE CARRIES EIBDATE'S
      * 0CYYDDD FORM
           MOVE CR-DATE TO WS-OPEN-JUL.
           IF WS-OPEN-JUL > 0 AND WS-OPEN-JUL < 1900000 THEN
                ADD 1900000 TO WS-OPEN-JUL
           END-IF.
           IF WS-RESP = DFHRESP(NOTFND) AND
                WS-OPEN-JUL NOT > WS-PE-JUL THEN
                PERFORM 510-ACCRUE-PERIOD THRU 510-EXIT
           END-IF.

           MOVE WS-TODAY-YYYY TO WS-PE-YYYY.
           MOVE WS-TODAY-MM TO WS-PE-MM.
           PERFORM 320-MONTH-END THRU 320-EXIT.

           PERFORM 530-NEXT-PERIOD THRU 530-EXIT
               UNTIL WS-PE-JUL > WS-SETL-JUL.

       500-EXIT.
           EXIT.

      * ONE PERIOD - EACH SEGMENT'S TWELFTH ROUNDED TO THE PENNY
      * (DCI8BINT'S 2210-SEGMENT-INTEREST) JOINS PURCHASES, THEN ANY
      * PROMOTION WHOSE TERM ENDS BY THE PERIOD-END ROLLS IN TOO
       510-ACCRUE-PERIOD.

           ADD 1 TO WS-PE-COUNT.
           MOVE 0 TO WS-PERIOD-INT.

           IF WS-RATE-FOUND AND WS-PROJ-BAL > 0 THEN
                PERFORM 515-SEGMENT-INTEREST THRU 515-EXIT
                    VARYING WS-SEG-SUB FROM 1 BY 1
                    UNTIL WS-SEG-SUB > WS-SEG-COUNT
           END-IF.

           ADD WS-PERIOD-INT TO WS-SEG-BAL(1).
           ADD WS-PERIOD-INT TO WS-PROJ-INT.
           ADD WS-PERIOD-INT TO WS-PROJ-BAL.

           PERFORM 520-ROLL-ONE THRU 520-EXIT
               VARYING WS-SEG-SUB FROM 2 BY 1
               UNTIL WS-SEG-SUB > WS-SEG-COUNT.

       510-EXIT.
           EXIT.

       515-SEGMENT-INTEREST.

           IF WS-SEG-BAL(WS-SEG-SUB) NOT > 0 THEN
                GO TO 515-EXIT
           END-IF.

           COMPUTE WS-SEG-INT ROUNDED =
                WS-SEG-BAL(WS-SEG-SUB) * WS-SEG-RATE(WS-SEG-SUB) / 1200
                ON SIZE ERROR
                     MOVE 0 TO WS-SEG-INT
           END-COMPUTE.

           ADD WS-SEG-INT TO WS-PERIOD-INT.

       515-EXIT.
           EXIT.

       520-ROLL-ONE.

           IF WS-SEG-TYPE(WS-SEG-SUB) NOT = 'M' OR
                WS-SEG-EXPIRY(WS-SEG-SUB) = 0 OR
                WS-SEG-EXPIRY(WS-SEG-SUB) > WS-PE-JUL THEN
                GO TO 520-EXIT
           END-IF.

           ADD WS-SEG-BAL(WS-SEG-SUB) TO WS-SEG-BAL(1).
           MOVE 0 TO WS-SEG-BAL(WS-SEG-SUB).

       520-EXIT.
           EXIT.

      * ACCRUES THE PERIOD-END IN WS-PE-* (ON OR BEFORE THE
      * SETTLEMENT DATE) AND STEPS TO THE NEXT MONTH'S
       530-NEXT-PERIOD.

           PERFORM 510-ACCRUE-PERIOD THRU 510-EXIT.

           IF WS-PE-MM = 12 THEN
                ADD 1 TO WS-PE-YYYY
                MOVE 1 TO WS-PE-MM
           ELSE
                ADD 1 TO WS-PE-MM
           END-IF.
           PERFORM 320-MONTH-END THRU 320-EXIT.

       530-EXIT.
           EXIT.

      * FILES THE QUOTE UNDER THE NEXT SEQUENCE AFTER THE ACCOUNT'S
      * NEWEST. THE LETTER WAITS 'P' FOR THE NIGHTLY DCI8BSQL RUN
       600-FILE-QUOTE.

           MOVE '600-FILE-QUOTE' TO WS-LAST-PARA.
           MOVE SPACES TO WS-MESSAGE.

           IF CURR-BAL + WS-PROJ-INT > 99999999 THEN
                MOVE 'SETTLEMENT FIGURE TOO LARGE TO QUOTE'
                     TO WS-MESSAGE
                GO TO 600-EXIT
           END-IF.

           PERFORM 240-LATEST-QUOTE THRU 240-EXIT.

           MOVE ACCTNO TO SQ-ACCTNO.
           COMPUTE SQ-SEQNO = WS-LAST-SEQNO + 1.
           MOVE 'O' TO SQ-STATUS.
           MOVE WS-SETL-JUL TO SQ-SETTLE-DATE.
           MOVE WS-SETL-JUL TO SQ-EXPIRY-DATE.
           MOVE CURR-BAL TO SQ-BALANCE.
           MOVE WS-PROJ-INT TO SQ-INTEREST.
           COMPUTE SQ-AMOUNT = CURR-BAL + WS-PROJ-INT.
           MOVE 'P' TO SQ-LETTER-STATUS.
           MOVE 0 TO SQ-LETTER-DATE.
           MOVE 0 TO SQ-MET-DATE.
           MOVE 0 TO SQ-MET-TXN-DATE.
           MOVE 0 TO SQ-MET-TXN-SEQNO.
           MOVE EIBUSERID TO SQ-QUOTE-USERID.
           MOVE EIBTRMID TO SQ-QUOTE-TRMID.
           MOVE EIBDATE TO SQ-QUOTE-DATE.
           MOVE EIBTIME TO SQ-QUOTE-TIME.

           EXEC CICS WRITE
                FILE('QUOTE')
                FROM(QUOTE-REC)
                LENGTH(QUOTE-LEN)
                RIDFLD(SQ-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'QUOTE NOT FILED - TRY AGAIN' TO WS-MESSAGE
           END-IF.

       600-EXIT.
           EXIT.

      * THE BREAKDOWN OF THE QUOTE JUST FILED
       650-SHOW-QUOTE.

           MOVE '650-SHOW-QUOTE' TO WS-LAST-PARA.

           MOVE LOW-VALUES TO MAPNFO.
           MOVE ACCTNO TO ACCTNOO.
           MOVE SETLDTI TO SETLDTO.
           PERFORM 230-HOLDER-LINE THRU 230-EXIT.

           MOVE 'BALANCE TODAY' TO AL-LABEL.
           MOVE SQ-BALANCE TO AL-AMOUNT.
           MOVE SPACES TO AL-NOTE.
           MOVE WS-AMOUNT-LINE TO LINE1O.

           MOVE 'INTEREST TO SETTLEMENT' TO AL-LABEL.
           MOVE SQ-INTEREST TO AL-AMOUNT.
           MOVE WS-PE-COUNT TO PN-COUNT.
           MOVE WS-PERIOD-NOTE TO AL-NOTE.
           MOVE WS-AMOUNT-LINE TO LINE2O.

           MOVE 'AMOUNT TO SETTLE' TO AL-LABEL.
           MOVE SQ-AMOUNT TO AL-AMOUNT.
           MOVE SPACES TO AL-NOTE.
           MOVE WS-AMOUNT-LINE TO LINE3O.

           MOVE WS-SETL-DD TO VL-DD.
           MOVE WS-SETL-MM TO VL-MM.
           MOVE WS-SETL-YYYY TO VL-YYYY.
           MOVE SQ-SEQNO TO VL-SEQNO.
           MOVE WS-VALID-LINE TO LINE4O.

           MOVE WS-PURCH-RATE TO RL-PURCH.
           MOVE WS-CASH-RATE TO RL-CASH.
           MOVE WS-PROMO-COUNT TO RL-PROMOS.
           MOVE WS-RATE-LINE TO LINE5O.

           IF NOT WS-RATE-FOUND THEN
                MOVE 'NO RATECFG ROW FOR THIS STATUS - NO INTEREST'
                     TO LINE6O
           END-IF.

           MOVE 'QUOTE FILED - THE LETTER GOES OUT OVERNIGHT' TO MSGO.

           EXEC CICS SEND
                MAP('MAPNF')
                MAPSET('DCI8DNF')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * PF3 - BACK TO THE READ-ONLY INQUIRY ON THE KEYED ACCOUNT,
      * THE SAME 9-BYTE-COMMAREA XCTL AS DCI8DPHE'S
       450-JUMP-INQUIRY.

           MOVE '450-JUMP-INQUIRY' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNF')
                MAPSET('DCI8DNF')
           END-EXEC.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.

           EXEC CICS XCTL
                PROGRAM('DCI8DPGR')
                COMMAREA(WS-INQ-ACCTNO)
                LENGTH(9)
           END-EXEC.

       990-RETURN.

           EXEC CICS RETURN
                TRANSID('I8DF')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       990-RETURN-EXIT.
           EXIT.

       999-ERROR-MSG-RETURN.

           MOVE LOW-VALUES TO MAPNFO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNF')
                MAPSET('DCI8DNF')
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       999-EXIT.
           MOVE LOW-VALUES TO MAPNFO.
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

           MOVE LOW-VALUES TO MAPNFO.
           MOVE EL-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNF')
                MAPSET('DCI8DNF')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       END PROGRAM DCI8DPHF.
