       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DPHO.
       AUTHOR. AMAR AL-ADIL.

      *****************************************************************
      * CUSTOMER SUMMARY SCREEN (TRAN I8DO) - WHERE THE CUSTOMER
      * STANDS, ON ONE READ-ONLY SCREEN, SO THE OPERATOR ON THE PHONE
      * DOES NOT HAVE TO WALK THROUGH A DOZEN OTHERS TO FIND OUT.
      * REACHED BY PF18 FROM THE DCI8DPGR INQUIRY WITH THE 9-BYTE
      * ACCOUNT COMMAREA, OR FROM MENU CHOICE V BY KEYING THE ACCOUNT
      * HERE. FOR THE ACCOUNT IT SHOWS -
      *   THE HOLDER, THE LINKED CUSTOMER AND HOW MANY OTHER ACCOUNTS
      *   SIT UNDER THE SAME CUST-ID (THE CUSTACCT PATH)
      *   BALANCE, LIMIT AND OPEN-TO-BUY (LIMIT LESS BALANCE LESS THE
      *   OUTSTANDING AUTHHOLD HOLDS, THE DCI8DWSA RULE)
      *   THE LAST PAYMENT - THE NEWEST CREDIT ON ACCTTXN
      *   THE ARREARS BUCKET FROM THE OLDEST UNPAID BILLCYCL ROW PAST
      *   ITS DUE DATE, AGED 30/60/90+ THE WAY DCI8BAGE AGES IT, AND
      *   THE DUNNING STAGE FROM DUNNCTL
      *   THE REPAYMENT ARRANGEMENT, AND THE PROMISE TO PAY AND
      *   COLLECTOR FROM THE WORKLIST ITEM
      *   THE DIRECT DEBIT MANDATE AND THE ACTIVE STANDING ORDERS
      *   OPEN SUSPENSE ITEMS PARKED UNDER THE ACCOUNT NUMBER
      *   THE GONE-AWAY, ESTATE, SENSITIVE AND FROZEN MARKERS
      * NOTHING IS CHANGED HERE. A SENSITIVE ACCOUNT LEAVES ITS ACCQ
      * ACCESS-LOG ROW (SOURCE V) FOR EVERY LOOK AND THE RESTRICTED
      * TIER NEEDS A SENSVIEW GRANT, AS ON THE INQUIRY. PF3 GOES TO
      * THE INQUIRY ON THE ACCOUNT, PF4 CLEARS THE SCREEN, PF9 GOES
      * TO THE MENU
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY CUSTOMER SUMMARY MAP LAYOUT
       COPY 'DCI8DNO'.

      * COPY BMS ATTRIBUTE CONSTANTS
       COPY 'DFHBMSCA'.

      * COPY ACCTFILE RECORD LAYOUT - ALSO THE INTO AREA FOR THE
      * CUSTACCT BROWSE, SO THAT RUNS LAST
       COPY 'ACCTREC'.

      * COPY THE LAYOUTS SUMMARISED ON THE SCREEN
       COPY 'AUTHHOLD'.
       COPY 'ACCTTXN'.
       COPY 'BILLCYCL'.
       COPY 'DUNNCTL'.
       COPY 'ARRANGE'.
       COPY 'WORKLIST'.
       COPY 'DDMANDTE'.
       COPY 'STANDORD'.
       COPY 'SUSPENSE'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT - READ AHEAD OF
      * THE SENSVIEW CHECK ON RESTRICTED ACCOUNTS
       COPY 'OPERREC'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.

      * THE ACCOUNT ON DISPLAY. THE SHOWN BYTE ALSO KEEPS THIS
      * COMMAREA CLEAR OF THE INQUIRY'S 9-BYTE HANDOVER
       01 WS-COMMAREA.
           05 WS-CA-ACCTNO          PIC X(09) VALUE SPACES.
           05 WS-CA-SHOWN           PIC X(01) VALUE 'N'.

       01 WS-COMMAREA-LENGTH    PIC S9(4) COMP VALUE 10.

       01 WS-MENU-COMMAREA        PIC X(3) VALUE SPACES.
       01 WS-MENU-COMMAREA-LEN    PIC S9(4) COMP VALUE 3.

      * THE ACCOUNT HANDED OVER BY DCI8DPGR'S PF18 OR KEYED HERE
       01 WS-INQ-ACCTNO         PIC X(09) VALUE SPACES.

      * TODAY AS YYYYDDD, THE FORM THE BATCH DATES ARE HELD IN
       77 WS-TODAY              PIC S9(7) COMP-3 VALUE 0.

      * BROWSE WORK - ONE END-OF-BROWSE SWITCH SERVES EVERY FILE
       77 WS-BR-EOF             PIC X(01) VALUE 'N'.
       77 WS-FOUND-SW           PIC X(01) VALUE 'N'.

      * OPEN-TO-BUY - SEE 220-SUM-HOLDS
       77 WS-HOLD-TOTAL         PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-OTB                PIC S9(10)V99 COMP-3 VALUE 0.

      * LAST PAYMENT - SEE 230-LAST-PAYMENT. THE BACKWARD BROWSE
      * GIVES UP AFTER WS-TXN-LIMIT ROWS WITHOUT A CREDIT
       77 WS-TXN-COUNT          PIC S9(4) COMP VALUE 0.
       77 WS-TXN-LIMIT          PIC S9(4) COMP VALUE 200.

      * ARREARS - SEE 240-ARREARS
       77 WS-OLDEST-DUE         PIC S9(7) COMP-3 VALUE 0.
       77 WS-DAYS-PAST-DUE      PIC S9(7) COMP-3 VALUE 0.
       77 WS-TODAY-DAYNO        PIC S9(7) COMP-3 VALUE 0.

      * STANDING ORDERS, SUSPENSE AND OTHER-ACCOUNT COUNTS
       77 WS-SO-COUNT           PIC S9(4) COMP VALUE 0.
       77 WS-SU-COUNT           PIC S9(4) COMP VALUE 0.
       77 WS-SU-TOTAL           PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-OTHER-COUNT        PIC S9(4) COMP VALUE 0.

      * MIRROR KEY FOR THE CUSTACCT ALTERNATE PATH BROWSE, AND THE
      * ACCOUNT'S OWN CUST-ID HELD ACROSS IT
       01 WS-CUSTACCT-KEY       PIC 9(08) VALUE 0.
       01 WS-OWN-CUST-ID        PIC 9(08) VALUE 0.

      * CALENDAR WORK - DAYS BEFORE EACH MONTH OF A COMMON YEAR, THE
      * LEAP DAY ADDED BY 810-YEAR-LENGTH
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

      * YYYYDDD TO DD/MM/YYYY FOR THE SCREEN - SEE 820-JUL-TO-YMD
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

      * YYYYDDD TO A RUNNING DAY NUMBER, SO TWO DATES A YEAR END
      * APART SUBTRACT CLEANLY - SEE 830-DAY-NUMBER
       77 WS-DN-JUL             PIC S9(7) COMP-3 VALUE 0.
       77 WS-DN-YEAR            PIC 9(04) VALUE 0.
       77 WS-DN-DOY             PIC 9(03) VALUE 0.
       77 WS-DN-Q4              PIC 9(04) VALUE 0.
       77 WS-DN-Q100            PIC 9(04) VALUE 0.
       77 WS-DN-Q400            PIC 9(04) VALUE 0.
       77 WS-DN-DAYS            PIC S9(7) COMP-3 VALUE 0.

      * ONE WORKING AREA PER SCREEN LINE
       01 WS-NAME-LINE.
           05 NL-TITL           PIC X(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 NL-FNAME          PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 NL-SNAME          PIC X(15).
           05 FILLER            PIC X(10) VALUE ' CUSTOMER '.
           05 NL-CUST           PIC X(08).
           05 FILLER            PIC X(06) VALUE SPACES.

       01 WS-BAL-LINE.
           05 FILLER            PIC X(08) VALUE 'BALANCE '.
           05 BL-BAL            PIC ZZZZZZZ9.99-.
           05 FILLER            PIC X(08) VALUE '  LIMIT '.
           05 BL-LIMIT          PIC ZZZZZZZ9.99.
           05 FILLER            PIC X(06) VALUE '  OTB '.
           05 BL-OTB            PIC ZZZZZZZZ9.99-.
           05 FILLER            PIC X(02) VALUE SPACES.

       01 WS-PAY-LINE.
           05 FILLER            PIC X(13) VALUE 'LAST PAYMENT '.
           05 PL-DATE           PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 PL-AMT            PIC ZZZZZZZ9.99.
           05 FILLER            PIC X(25) VALUE SPACES.

       01 WS-ARREARS-LINE.
           05 FILLER            PIC X(08) VALUE 'ARREARS '.
           05 AL-BUCKET         PIC X(10).
           05 FILLER            PIC X(10) VALUE '  DUNNING '.
           05 AL-DUNN           PIC X(13).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 AL-DUNN-DATE      PIC X(10).
           05 FILLER            PIC X(08) VALUE SPACES.

       01 WS-ARRANGE-LINE.
           05 FILLER            PIC X(12) VALUE 'ARRANGEMENT '.
           05 GL-STATUS         PIC X(09).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 GL-PAID           PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 GL-MONTHS         PIC 9(02).
           05 FILLER            PIC X(04) VALUE ' AT '.
           05 GL-AMT            PIC ZZZZZZZ9.99.
           05 FILLER            PIC X(06) VALUE ' NEXT '.
           05 GL-NEXT           PIC X(10).
           05 FILLER            PIC X(02) VALUE SPACES.

       01 WS-PROMISE-LINE.
           05 FILLER            PIC X(08) VALUE 'PROMISE '.
           05 PM-TEXT           PIC X(31).
           05 FILLER            PIC X(11) VALUE ' COLLECTOR '.
           05 PM-COLL           PIC X(03).
           05 FILLER            PIC X(07) VALUE SPACES.

       01 WS-PROMISE-TEXT.
           05 PT-STATUS         PIC X(06).
           05 PT-AMT            PIC ZZZZZZZ9.99.
           05 FILLER            PIC X(04) VALUE ' BY '.
           05 PT-DATE           PIC X(10).

       01 WS-DDSO-LINE.
           05 FILLER            PIC X(13) VALUE 'DIRECT DEBIT '.
           05 DL-DD             PIC X(09).
           05 FILLER            PIC X(07) VALUE ' FAILS '.
           05 DL-FAILS          PIC Z9.
           05 FILLER            PIC X(19) VALUE
               '  STANDING ORDERS '.
           05 DL-SO             PIC Z9.
           05 FILLER            PIC X(08) VALUE ' ACTIVE '.

       01 WS-SUSP-LINE.
           05 FILLER            PIC X(09) VALUE 'SUSPENSE '.
           05 SL-COUNT          PIC ZZZ9.
           05 FILLER            PIC X(18) VALUE ' OPEN ITEMS TOTAL '.
           05 SL-TOTAL          PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(17) VALUE SPACES.

       01 WS-FLAG-LINE.
           05 FILLER            PIC X(06) VALUE 'FLAGS '.
           05 FG-GONE           PIC X(10).
           05 FG-ESTATE         PIC X(07).
           05 FG-SENS           PIC X(11).
           05 FG-FROZEN         PIC X(07).
           05 FILLER            PIC X(16) VALUE ' OTHER ACCOUNTS '.
           05 FG-OTHERS         PIC ZZ9.

      * ONE ROW WRITTEN TO THE ACCQ TD QUEUE FOR EVERY LOOK AT A
      * SENSITIVE ACCOUNT - THE DCI8DPGR LAYOUT, SOURCE V
       01 WS-ACCQ-REC.
           05 AQ-TRMID           PIC X(4).
           05 AQ-USERID          PIC X(8).
           05 AQ-OPID            PIC X(3).
           05 AQ-DATE            PIC S9(7) COMP-3.
           05 AQ-TIME            PIC S9(7) COMP-3.
           05 AQ-ACCTNO          PIC X(9).
           05 AQ-SOURCE          PIC X(1).

       01 WS-ACCQ-LEN           PIC S9(4) COMP VALUE +33.

      * COMMAREA SHAPE SHARED WITH DCI8DPGH, THE FUNCTION-AUTHORITY
      * CHECKER - A RESTRICTED ACCOUNT NEEDS SENSVIEW
       01 WS-FUNCAUTH-CA.
           05 FH-OPER-ID         PIC X(3).
           05 FH-CLASS           PIC X(1).
           05 FH-FUNCTION        PIC X(8).
           05 FH-DEFAULT         PIC X(1).
           05 FH-ALLOW           PIC X(1).

       01 WS-FUNCAUTH-CA-LEN    PIC S9(4) COMP VALUE +14.
       01 WS-FH-RESP            PIC S9(8) COMP.

       01 WS-LAST-PARA          PIC X(20) VALUE SPACES.

      * COMMAREA SHAPE SHARED WITH DCI8DPGZ, THE UNHANDLED-CONDITION
      * LOGGER
       01 WS-ERRLOG-CA.
           05 EL-TRANID          PIC X(4).
           05 EL-PROGRAM         PIC X(8) VALUE 'DCI8DPHO'.
           05 EL-PARAGRAPH       PIC X(20).
           05 EL-RESP            PIC S9(8) COMP.
           05 EL-RESP2           PIC S9(8) COMP.
           05 EL-MESSAGE         PIC X(60).

       01 WS-ERRLOG-CA-LEN      PIC S9(4) COMP VALUE +100.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(10).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ENTERED FROM THE INQUIRY WITH THE ACCOUNT ON SHOW - PAINT ITS
      * SUMMARY STRAIGHT AWAY
           IF EIBCALEN = 9 THEN
                GO TO 105-FROM-INQUIRY
           END-IF.

      * FIRST TIME IN FROM THE MENU
           IF EIBCALEN = 0 OR EIBCALEN = 3 THEN
                GO TO 110-PAINT-BLANK
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMMAREA.

           EXEC CICS HANDLE AID
                PF3(450-JUMP-INQUIRY)
                PF4(110-PAINT-BLANK)
                PF9(999-EXIT)
           END-EXEC.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNO')
                MAPSET('DCI8DNO')
           END-EXEC.

           GO TO 200-SHOW-ACCOUNT.

       105-FROM-INQUIRY.

           MOVE '105-FROM-INQUIRY' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           MOVE DFHCOMMAREA(1:9) TO WS-INQ-ACCTNO.

      * THE INQUIRY HAD NOTHING ON SHOW - LET THE ACCOUNT BE KEYED
           IF WS-INQ-ACCTNO = SPACES OR
                WS-INQ-ACCTNO = LOW-VALUES THEN
                GO TO 110-PAINT-BLANK
           END-IF.

           GO TO 300-BUILD-SUMMARY.

      * PF4 - CLEAR THE SCREEN
       110-PAINT-BLANK.

           MOVE '110-PAINT-BLANK' TO WS-LAST-PARA.

           MOVE SPACES TO WS-CA-ACCTNO.
           MOVE 'N' TO WS-CA-SHOWN.

           MOVE LOW-VALUES TO MAPNOO.
           MOVE 'KEY AN ACCOUNT AND PRESS ENTER FOR ITS SUMMARY'
                TO MSGO.

           EXEC CICS SEND
               MAP('MAPNO')
               MAPSET('DCI8DNO')
               ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * ENTER - SUMMARISE THE KEYED ACCOUNT
       200-SHOW-ACCOUNT.

           MOVE '200-SHOW-ACCOUNT' TO WS-LAST-PARA.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.

           GO TO 300-BUILD-SUMMARY.

      * LOOKS THE ACCOUNT IN WS-INQ-ACCTNO UP ON ACCTFILE. LEAVES
      * WS-MESSAGE SET WHEN IT IS NOT THERE
       210-FIND-ACCOUNT.

           MOVE SPACES TO WS-MESSAGE.

           MOVE WS-INQ-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'ACCOUNT NOT ON FILE' TO WS-MESSAGE
           END-IF.

       210-EXIT.
           EXIT.

      * TOTALS THE ACCOUNT'S OUTSTANDING AUTHORISATION HOLDS - THE
      * MONEY ALREADY SPOKEN FOR THAT THE BALANCE DOES NOT SHOW YET
       220-SUM-HOLDS.

           MOVE 0 TO WS-HOLD-TOTAL.
           MOVE 'N' TO WS-BR-EOF.

           MOVE WS-INQ-ACCTNO TO AU-ACCTNO.
           MOVE LOW-VALUES TO AU-AUTH-CODE.

           EXEC CICS STARTBR
                FILE('AUTHHOLD')
                RIDFLD(AU-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 220-EXIT
           END-IF.

           PERFORM 225-HOLD-ROW THRU 225-EXIT
                UNTIL WS-BR-EOF = 'Y'.

           EXEC CICS ENDBR FILE('AUTHHOLD') END-EXEC.

       220-EXIT.
           EXIT.

       225-HOLD-ROW.

           EXEC CICS READNEXT
                FILE('AUTHHOLD')
                INTO(AUTHHOLD-REC)
                RIDFLD(AU-KEY)
                LENGTH(AUTHHOLD-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
                AU-ACCTNO NOT = WS-INQ-ACCTNO THEN
                MOVE 'Y' TO WS-BR-EOF
                GO TO 225-EXIT
           END-IF.

           IF AU-OUTSTANDING THEN
                ADD AU-AMOUNT TO WS-HOLD-TOTAL
           END-IF.

       225-EXIT.
           EXIT.

      * THE NEWEST CREDIT ON ACCTTXN - BROWSED BACKWARDS FROM THE TOP
      * OF THE ACCOUNT'S ROWS. AN ACCOUNT AT THE VERY END OF THE FILE
      * HAS NO ROW AFTER IT TO START FROM, SO THE BROWSE THEN STARTS
      * FROM THE END OF THE FILE ITSELF. LEAVES WS-FOUND-SW 'Y' WITH
      * THE ROW IN ACCTTXN-REC
       230-LAST-PAYMENT.

           MOVE 'N' TO WS-FOUND-SW.
           MOVE 'N' TO WS-BR-EOF.
           MOVE 0 TO WS-TXN-COUNT.

           MOVE WS-INQ-ACCTNO TO TX-ACCTNO.
           MOVE 9999999 TO TX-DATE.
           MOVE 9999 TO TX-SEQNO.

           EXEC CICS STARTBR
                FILE('ACCTTXN')
                RIDFLD(TX-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE HIGH-VALUES TO TX-KEY
                EXEC CICS STARTBR
                     FILE('ACCTTXN')
                     RIDFLD(TX-KEY)
                     GTEQ
                     RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                     GO TO 230-EXIT
                END-IF
           END-IF.

           PERFORM 235-PAYMENT-ROW THRU 235-EXIT
                UNTIL WS-BR-EOF = 'Y' OR WS-FOUND-SW = 'Y'.

           EXEC CICS ENDBR FILE('ACCTTXN') END-EXEC.

       230-EXIT.
           EXIT.

       235-PAYMENT-ROW.

           EXEC CICS READPREV
                FILE('ACCTTXN')
                INTO(ACCTTXN-REC)
                RIDFLD(TX-KEY)
                LENGTH(ACCTTXN-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-BR-EOF
                GO TO 235-EXIT
           END-IF.

      * THE FIRST READPREV AFTER A START PAST THE KEY CAN LAND ON THE
      * NEXT ACCOUNT UP - STEP OVER IT
           IF TX-ACCTNO > WS-INQ-ACCTNO THEN
                GO TO 235-EXIT
           END-IF.

           IF TX-ACCTNO NOT = WS-INQ-ACCTNO THEN
                MOVE 'Y' TO WS-BR-EOF
                GO TO 235-EXIT
           END-IF.

           IF TX-TYPE-CREDIT THEN
                MOVE 'Y' TO WS-FOUND-SW
                GO TO 235-EXIT
           END-IF.

           ADD 1 TO WS-TXN-COUNT.
           IF WS-TXN-COUNT NOT LESS THAN WS-TXN-LIMIT THEN
                MOVE 'Y' TO WS-BR-EOF
           END-IF.

       235-EXIT.
           EXIT.

      * THE OLDEST UNPAID BILLING CYCLE WHOSE DUE DATE HAS PASSED,
      * AND HOW MANY DAYS AGO - THE CYCLE DCI8BAGE AGES THE ACCOUNT
      * FROM
       240-ARREARS.

           MOVE 0 TO WS-OLDEST-DUE.
           MOVE 0 TO WS-DAYS-PAST-DUE.
           MOVE 'N' TO WS-BR-EOF.

           MOVE WS-INQ-ACCTNO TO CY-ACCTNO.
           MOVE 0 TO CY-PERIOD.

           EXEC CICS STARTBR
                FILE('BILLCYCL')
                RIDFLD(CY-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 240-EXIT
           END-IF.

           PERFORM 245-CYCLE-ROW THRU 245-EXIT
                UNTIL WS-BR-EOF = 'Y'.

           EXEC CICS ENDBR FILE('BILLCYCL') END-EXEC.

           IF WS-OLDEST-DUE > 0 THEN
                MOVE WS-OLDEST-DUE TO WS-DN-JUL
                PERFORM 830-DAY-NUMBER THRU 830-EXIT
                COMPUTE WS-DAYS-PAST-DUE =
                     WS-TODAY-DAYNO - WS-DN-DAYS
           END-IF.

       240-EXIT.
           EXIT.

       245-CYCLE-ROW.

           EXEC CICS READNEXT
                FILE('BILLCYCL')
                INTO(BILLCYCL-REC)
                RIDFLD(CY-KEY)
                LENGTH(BILLCYCL-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
                CY-ACCTNO NOT = WS-INQ-ACCTNO THEN
                MOVE 'Y' TO WS-BR-EOF
                GO TO 245-EXIT
           END-IF.

           IF CY-UNPAID AND CY-DUE-DATE < WS-TODAY THEN
                IF WS-OLDEST-DUE = 0 OR
                     CY-DUE-DATE < WS-OLDEST-DUE THEN
                     MOVE CY-DUE-DATE TO WS-OLDEST-DUE
                END-IF
           END-IF.

       245-EXIT.
           EXIT.

      * ACTIVE STANDING ORDERS ON THE ACCOUNT
       270-STANDING-ORDERS.

           MOVE 0 TO WS-SO-COUNT.
           MOVE 'N' TO WS-BR-EOF.

           MOVE WS-INQ-ACCTNO TO SO-ACCTNO.
           MOVE 0 TO SO-SEQNO.

           EXEC CICS STARTBR
                FILE('STANDORD')
                RIDFLD(SO-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 270-EXIT
           END-IF.

           PERFORM 275-ORDER-ROW THRU 275-EXIT
                UNTIL WS-BR-EOF = 'Y'.

           EXEC CICS ENDBR FILE('STANDORD') END-EXEC.

       270-EXIT.
           EXIT.

       275-ORDER-ROW.

           EXEC CICS READNEXT
                FILE('STANDORD')
                INTO(STANDORD-REC)
                RIDFLD(SO-KEY)
                LENGTH(STANDORD-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
                SO-ACCTNO NOT = WS-INQ-ACCTNO THEN
                MOVE 'Y' TO WS-BR-EOF
                GO TO 275-EXIT
           END-IF.

           IF SO-ACTIVE THEN
                ADD 1 TO WS-SO-COUNT
           END-IF.

       275-EXIT.
           EXIT.

      * OPEN SUSPENSE ITEMS PARKED UNDER THIS ACCOUNT NUMBER - THE
      * FEED OR LOCKBOX NAMED IT BUT THE MONEY COULD NOT BE POSTED
       280-SUSPENSE.

           MOVE 0 TO WS-SU-COUNT.
           MOVE 0 TO WS-SU-TOTAL.
           MOVE 'N' TO WS-BR-EOF.

           MOVE WS-INQ-ACCTNO TO SU-ACCTNO.
           MOVE 0 TO SU-DATE.
           MOVE 0 TO SU-SEQNO.

           EXEC CICS STARTBR
                FILE('SUSPENSE')
                RIDFLD(SU-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 280-EXIT
           END-IF.

           PERFORM 285-SUSPENSE-ROW THRU 285-EXIT
                UNTIL WS-BR-EOF = 'Y'.

           EXEC CICS ENDBR FILE('SUSPENSE') END-EXEC.

       280-EXIT.
           EXIT.

       285-SUSPENSE-ROW.

           EXEC CICS READNEXT
                FILE('SUSPENSE')
                INTO(SUSPENSE-REC)
                RIDFLD(SU-KEY)
                LENGTH(SUSPENSE-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
                SU-ACCTNO NOT = WS-INQ-ACCTNO THEN
                MOVE 'Y' TO WS-BR-EOF
                GO TO 285-EXIT
           END-IF.

           IF SU-OPEN THEN
                ADD 1 TO WS-SU-COUNT
                ADD SU-AMOUNT TO WS-SU-TOTAL
           END-IF.

       285-EXIT.
           EXIT.

      * HOW MANY OTHER ACCOUNTS SHARE THE CUST-ID, THROUGH THE
      * CUSTACCT ALTERNATE PATH (DUPLICATE KEYS EXPECTED). READS
      * INTO ACCTREC, SO IT RUNS AFTER EVERYTHING ELSE IS PAINTED
       290-OTHER-ACCOUNTS.

           MOVE 0 TO WS-OTHER-COUNT.
           MOVE 'N' TO WS-BR-EOF.

           MOVE WS-OWN-CUST-ID TO WS-CUSTACCT-KEY.

           EXEC CICS STARTBR
                FILE('CUSTACCT')
                RIDFLD(WS-CUSTACCT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 290-EXIT
           END-IF.

           PERFORM 295-OTHER-ROW THRU 295-EXIT
                UNTIL WS-BR-EOF = 'Y'.

           EXEC CICS ENDBR FILE('CUSTACCT') END-EXEC.

       290-EXIT.
           EXIT.

       295-OTHER-ROW.

           EXEC CICS READNEXT
                FILE('CUSTACCT')
                INTO(ACCTREC)
                RIDFLD(WS-CUSTACCT-KEY)
                LENGTH(ACCTREC-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) AND
                WS-RESP NOT = DFHRESP(DUPKEY) THEN
                MOVE 'Y' TO WS-BR-EOF
                GO TO 295-EXIT
           END-IF.

           IF CUST-ID NOT = WS-OWN-CUST-ID THEN
                MOVE 'Y' TO WS-BR-EOF
                GO TO 295-EXIT
           END-IF.

           IF ACCTNO NOT = WS-INQ-ACCTNO THEN
                ADD 1 TO WS-OTHER-COUNT
           END-IF.

       295-EXIT.
           EXIT.

      * GATHERS EVERYTHING FOR THE ACCOUNT IN WS-INQ-ACCTNO AND
      * PAINTS IT
       300-BUILD-SUMMARY.

           MOVE '300-BUILD-SUMMARY' TO WS-LAST-PARA.

           PERFORM 210-FIND-ACCOUNT THRU 210-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * A SENSITIVE ACCOUNT LEAVES AN ACCESS-LOG ROW FOR EVERY LOOK;
      * THE RESTRICTED TIER ALSO NEEDS A SENSVIEW GRANT OR THE
      * SCREEN SHOWS NOTHING AT ALL
           IF SENS-FLAG NOT = SPACE THEN
                PERFORM 172-LOG-ACCESS THRU 172-LOG-EXIT
           END-IF.
           IF SENS-RESTRICTED THEN
                PERFORM 175-CHECK-SENSVIEW THRU 175-CHECK-EXIT
                IF FH-ALLOW NOT = 'Y' THEN
                     GO TO 315-ACCT-RESTRICTED
                END-IF
           END-IF.

           MOVE WS-INQ-ACCTNO TO WS-CA-ACCTNO.
           MOVE 'Y' TO WS-CA-SHOWN.

           COMPUTE WS-TODAY = EIBDATE + 1900000.
           MOVE WS-TODAY TO WS-DN-JUL.
           PERFORM 830-DAY-NUMBER THRU 830-EXIT.
           MOVE WS-DN-DAYS TO WS-TODAY-DAYNO.

           MOVE LOW-VALUES TO MAPNOO.
           MOVE WS-INQ-ACCTNO TO ACCTNOO.
           MOVE -1 TO ACCTNOL.

      * HOLDER AND CUSTOMER
           MOVE TITL TO NL-TITL.
           MOVE FNAME TO NL-FNAME.
           MOVE SNAME TO NL-SNAME.
           MOVE CUST-ID TO WS-OWN-CUST-ID.
           IF CUST-ID > 0 THEN
                MOVE CUST-ID TO NL-CUST
           ELSE
                MOVE 'NONE' TO NL-CUST
           END-IF.
           MOVE WS-NAME-LINE TO NAMELNO.

      * BALANCE, LIMIT AND OPEN-TO-BUY
           PERFORM 220-SUM-HOLDS THRU 220-EXIT.
           COMPUTE WS-OTB = CRLIMIT - CURR-BAL - WS-HOLD-TOTAL.
           MOVE CURR-BAL TO BL-BAL.
           MOVE CRLIMIT TO BL-LIMIT.
           MOVE WS-OTB TO BL-OTB.
           MOVE WS-BAL-LINE TO BALLNO.

      * MARKERS - THE OTHER-ACCOUNT COUNT IS FILLED IN LAST
           MOVE SPACES TO FG-GONE FG-ESTATE FG-SENS FG-FROZEN.
           IF GONE-AWAY THEN
                MOVE 'GONE AWAY' TO FG-GONE
           END-IF.
           IF ESTATE-DECEASED THEN
                MOVE 'ESTATE' TO FG-ESTATE
           END-IF.
           IF SENS-RESTRICTED THEN
                MOVE 'RESTRICTED' TO FG-SENS
           ELSE IF SENS-LOGGED THEN
                MOVE 'SENSITIVE' TO FG-SENS
                END-IF
           END-IF.
           IF STAT = 'X' THEN
                MOVE 'FROZEN' TO FG-FROZEN
           END-IF.

      * LAST PAYMENT
           PERFORM 230-LAST-PAYMENT THRU 230-EXIT.
           IF WS-FOUND-SW = 'Y' THEN
                MOVE TX-DATE TO WS-CNV-JUL
                PERFORM 820-JUL-TO-YMD THRU 820-EXIT
                MOVE WS-CNV-DISP TO PL-DATE
                MOVE TX-AMOUNT TO PL-AMT
                MOVE WS-PAY-LINE TO PAYLNO
           ELSE
                MOVE 'LAST PAYMENT - NONE IN RECENT HISTORY' TO PAYLNO
           END-IF.

      * ARREARS BUCKET AND DUNNING STAGE
           PERFORM 240-ARREARS THRU 240-EXIT.
           IF WS-OLDEST-DUE = 0 THEN
                MOVE 'UP TO DATE' TO AL-BUCKET
           ELSE IF WS-DAYS-PAST-DUE > 90 THEN
                MOVE '90+ DAYS' TO AL-BUCKET
           ELSE IF WS-DAYS-PAST-DUE > 60 THEN
                MOVE '60 DAYS' TO AL-BUCKET
           ELSE IF WS-DAYS-PAST-DUE > 30 THEN
                MOVE '30 DAYS' TO AL-BUCKET
           ELSE
                MOVE 'UNDER 30' TO AL-BUCKET
                          END-IF
                     END-IF
                END-IF
           END-IF.

           PERFORM 250-DUNNING THRU 250-EXIT.
           MOVE WS-ARREARS-LINE TO ARRSLNO.

      * ARRANGEMENT
           PERFORM 255-ARRANGEMENT THRU 255-EXIT.

      * PROMISE TO PAY AND COLLECTOR
           PERFORM 260-WORKLIST THRU 260-EXIT.

      * DIRECT DEBIT AND STANDING ORDERS
           PERFORM 265-DIRECT-DEBIT THRU 265-EXIT.
           PERFORM 270-STANDING-ORDERS THRU 270-EXIT.
           MOVE WS-SO-COUNT TO DL-SO.
           MOVE WS-DDSO-LINE TO DDSOLNO.

      * SUSPENSE
           PERFORM 280-SUSPENSE THRU 280-EXIT.
           IF WS-SU-COUNT = 0 THEN
                MOVE 'SUSPENSE - NO OPEN ITEMS UNDER THIS ACCOUNT'
                     TO SUSPLNO
           ELSE
                MOVE WS-SU-COUNT TO SL-COUNT
                MOVE WS-SU-TOTAL TO SL-TOTAL
                MOVE WS-SUSP-LINE TO SUSPLNO
           END-IF.

      * OTHER ACCOUNTS UNDER THE SAME CUSTOMER - LAST, SINCE THE
      * BROWSE READS OVER ACCTREC
           IF WS-OWN-CUST-ID > 0 THEN
                PERFORM 290-OTHER-ACCOUNTS THRU 290-EXIT
           ELSE
                MOVE 0 TO WS-OTHER-COUNT
           END-IF.
           MOVE WS-OTHER-COUNT TO FG-OTHERS.
           MOVE WS-FLAG-LINE TO FLAGLNO.

           MOVE 'PF3 INQUIRY  PF4 CLEAR  PF9 MENU' TO MSGO.

           EXEC CICS SEND
                MAP('MAPNO')
                MAPSET('DCI8DNO')
                ERASE
                CURSOR
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * THE LAST DUNNING LETTER SENT AND WHEN, INTO THE ARREARS LINE
       250-DUNNING.

           MOVE SPACES TO AL-DUNN-DATE.

           MOVE WS-INQ-ACCTNO TO DN-ACCTNO.
           EXEC CICS READ
                FILE('DUNNCTL')
                INTO(DUNNCTL-REC)
                LENGTH(DUNNCTL-LEN)
                RIDFLD(DN-ACCTNO)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'NONE SENT' TO AL-DUNN
                GO TO 250-EXIT
           END-IF.

           IF DN-SENT-REMINDER THEN
                MOVE 'REMINDER' TO AL-DUNN
           ELSE IF DN-SENT-STRONG THEN
                MOVE 'STRONG LETTER' TO AL-DUNN
           ELSE IF DN-SENT-FINAL THEN
                MOVE 'FINAL DEMAND' TO AL-DUNN
           ELSE
                MOVE 'NONE SENT' TO AL-DUNN
                GO TO 250-EXIT
                     END-IF
                END-IF
           END-IF.

           MOVE DN-SENT-DATE TO WS-CNV-JUL.
           PERFORM 820-JUL-TO-YMD THRU 820-EXIT.
           MOVE WS-CNV-DISP TO AL-DUNN-DATE.

       250-EXIT.
           EXIT.

      * THE REPAYMENT ARRANGEMENT - PAID SO FAR OF THE TERM, THE
      * MONTHLY AMOUNT AND, WHILE IT IS RUNNING, THE NEXT DUE DATE
       255-ARRANGEMENT.

           MOVE WS-INQ-ACCTNO TO AR-ACCTNO.
           EXEC CICS READ
                FILE('ARRANGE')
                INTO(ARRANGE-REC)
                LENGTH(ARRANGE-LEN)
                RIDFLD(AR-ACCTNO)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'ARRANGEMENT - NONE ON FILE' TO ARGLNO
                GO TO 255-EXIT
           END-IF.

           IF AR-ON-TRACK THEN
                MOVE 'ON TRACK' TO GL-STATUS
           ELSE IF AR-COMPLETED THEN
                MOVE 'COMPLETED' TO GL-STATUS
           ELSE IF AR-FAILED THEN
                MOVE 'FAILED' TO GL-STATUS
           ELSE
                MOVE AR-STATUS TO GL-STATUS
                     END-IF
                END-IF
           END-IF.

           MOVE AR-PAID-COUNT TO GL-PAID.
           MOVE AR-MONTHS TO GL-MONTHS.
           MOVE AR-MONTHLY-AMT TO GL-AMT.
           MOVE SPACES TO GL-NEXT.
           IF AR-ON-TRACK AND AR-NEXT-DUE > 0 THEN
                MOVE AR-NEXT-DUE TO WS-CNV-JUL
                PERFORM 820-JUL-TO-YMD THRU 820-EXIT
                MOVE WS-CNV-DISP TO GL-NEXT
           END-IF.
           MOVE WS-ARRANGE-LINE TO ARGLNO.

       255-EXIT.
           EXIT.

      * THE COLLECTIONS WORKLIST ITEM - THE PROMISE TO PAY ON IT AND
      * THE COLLECTOR IT IS ASSIGNED TO
       260-WORKLIST.

           MOVE WS-INQ-ACCTNO TO WL-ACCTNO.
           EXEC CICS READ
                FILE('WORKLIST')
                INTO(WORKLIST-REC)
                LENGTH(WORKLIST-LEN)
                RIDFLD(WL-ACCTNO)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'PROMISE - NONE, ACCOUNT NOT ON THE WORKLIST'
                     TO PRMLNO
                GO TO 260-EXIT
           END-IF.

           IF WL-PROMISE-OPEN THEN
                MOVE 'OPEN' TO PT-STATUS
           ELSE IF WL-PROMISE-KEPT THEN
                MOVE 'KEPT' TO PT-STATUS
           ELSE IF WL-PROMISE-BROKEN THEN
                MOVE 'BROKEN' TO PT-STATUS
           ELSE
                MOVE SPACES TO PT-STATUS
                     END-IF
                END-IF
           END-IF.

           IF PT-STATUS = SPACES THEN
                MOVE 'NONE' TO PM-TEXT
           ELSE
                MOVE WL-PROMISE-AMT TO PT-AMT
                MOVE WL-PROMISE-DATE TO WS-CNV-JUL
                PERFORM 820-JUL-TO-YMD THRU 820-EXIT
                MOVE WS-CNV-DISP TO PT-DATE
                MOVE WS-PROMISE-TEXT TO PM-TEXT
           END-IF.

           IF WL-COLLECTOR = SPACES OR WL-COLLECTOR = LOW-VALUES THEN
                MOVE '---' TO PM-COLL
           ELSE
                MOVE WL-COLLECTOR TO PM-COLL
           END-IF.
           MOVE WS-PROMISE-LINE TO PRMLNO.

       260-EXIT.
           EXIT.

      * THE DIRECT DEBIT MANDATE, INTO THE DIRECT DEBIT LINE
       265-DIRECT-DEBIT.

           MOVE 0 TO DL-FAILS.

           MOVE WS-INQ-ACCTNO TO DM-ACCTNO.
           EXEC CICS READ
                FILE('DDMANDTE')
                INTO(DDMANDTE-REC)
                LENGTH(DDMANDTE-LEN)
                RIDFLD(DM-ACCTNO)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'NONE' TO DL-DD
                GO TO 265-EXIT
           END-IF.

           IF DM-ACTIVE THEN
                MOVE 'ACTIVE' TO DL-DD
           ELSE IF DM-CANCELLED THEN
                MOVE 'CANCELLED' TO DL-DD
           ELSE
                MOVE DM-STATUS TO DL-DD
                END-IF
           END-IF.
           MOVE DM-FAIL-COUNT TO DL-FAILS.

       265-EXIT.
           EXIT.

      * RESTRICTED AND THE OPERATOR HAS NO SENSVIEW GRANT - NOTHING
      * DISPLAYS, AND THE REFUSED LOOK IS ALREADY ON THE ACCESS LOG
       315-ACCT-RESTRICTED.

           MOVE SPACES TO WS-CA-ACCTNO.
           MOVE 'N' TO WS-CA-SHOWN.

           MOVE LOW-VALUES TO MAPNOO.
           MOVE WS-INQ-ACCTNO TO ACCTNOO.
           MOVE 'ACCOUNT RESTRICTED - NOT AUTHORIZED TO VIEW'
                TO MSGO.

           EXEC CICS SEND
                MAP('MAPNO')
                MAPSET('DCI8DNO')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * FILES THE ACCESS-LOG ROW FOR A LOOK AT A SENSITIVE ACCOUNT
       172-LOG-ACCESS.

           MOVE EIBTRMID TO AQ-TRMID.
           MOVE EIBUSERID TO AQ-USERID.
           MOVE EIBOPID TO AQ-OPID.
           MOVE EIBDATE TO AQ-DATE.
           MOVE EIBTIME TO AQ-TIME.
           MOVE ACCTNO TO AQ-ACCTNO.
           MOVE 'V' TO AQ-SOURCE.

           EXEC CICS WRITEQ TD
                QUEUE('ACCQ')
                FROM(WS-ACCQ-REC)
                LENGTH(WS-ACCQ-LEN)
           END-EXEC.

       172-LOG-EXIT.
           EXIT.

      * ASKS DCI8DPGH WHETHER THIS OPERATOR HOLDS SENSVIEW - THE
      * LEGACY DEFAULT IS NO FOR EVERYONE, THE DCI8DPGR RULE
       175-CHECK-SENSVIEW.

           MOVE EIBOPID TO FH-OPER-ID.
           MOVE SPACES TO FH-CLASS.
           MOVE 'SENSVIEW' TO FH-FUNCTION.
           MOVE 'N' TO FH-DEFAULT.

           EXEC CICS READ
                FILE('OPERTAB')
                INTO(OPERREC)
                LENGTH(OPERREC-LEN)
                RIDFLD(EIBOPID)
                RESP(WS-FH-RESP)
           END-EXEC.

           IF WS-FH-RESP = DFHRESP(NORMAL) THEN
                MOVE OPER-CLASS TO FH-CLASS
           END-IF.

           MOVE 'N' TO FH-ALLOW.

           EXEC CICS LINK
                PROGRAM('DCI8DPGH')
                COMMAREA(WS-FUNCAUTH-CA)
                LENGTH(WS-FUNCAUTH-CA-LEN)
           END-EXEC.

       175-CHECK-EXIT.
           EXIT.

       810-YEAR-LENGTH.

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

       810-YEAR-EXIT.
           EXIT.

      * YYYYDDD IN WS-CNV-JUL TO DD/MM/YYYY IN WS-CNV-DISP - THE
      * DCI8DPHL ROUTINE
       820-JUL-TO-YMD.

           MOVE 0 TO WS-CNV-YMD.
           IF WS-CNV-JUL NOT > 0 THEN
                MOVE ZEROS TO WS-CNV-DISP
                GO TO 820-EXIT
           END-IF.

           DIVIDE WS-CNV-JUL BY 1000 GIVING WS-CNV-YYYY
                REMAINDER WS-CNV-DOY.
           MOVE WS-CNV-YYYY TO WS-LY-YEAR.
           PERFORM 810-YEAR-LENGTH THRU 810-YEAR-EXIT.

           MOVE 13 TO WS-CNV-MM.
           MOVE 999 TO WS-CNV-START.
           PERFORM 825-STEP-MONTH THRU 825-EXIT
               UNTIL WS-CNV-DOY > WS-CNV-START OR WS-CNV-MM = 1.

           MOVE WS-CNV-MM TO WS-CNV-MO.
           COMPUTE WS-CNV-DD = WS-CNV-DOY - WS-CNV-START.

           MOVE WS-CNV-DD TO WS-CNV-D-DD.
           MOVE WS-CNV-MO TO WS-CNV-D-MM.
           MOVE WS-CNV-YYYY TO WS-CNV-D-YYYY.

       820-EXIT.
           EXIT.

       825-STEP-MONTH.

           SUBTRACT 1 FROM WS-CNV-MM.
           MOVE WS-CUM-DAY(WS-CNV-MM) TO WS-CNV-START.
           IF WS-CNV-MM > 2 AND WS-LY-DAYS = 366 THEN
                ADD 1 TO WS-CNV-START
           END-IF.

       825-EXIT.
           EXIT.

      * YYYYDDD IN WS-DN-JUL TO A RUNNING DAY NUMBER IN WS-DN-DAYS -
      * EVERY DAY OF THE YEARS BEFORE, LEAP DAYS INCLUDED, PLUS THE
      * DAY OF THE YEAR
       830-DAY-NUMBER.

           MOVE 0 TO WS-DN-DAYS.
           IF WS-DN-JUL NOT > 0 THEN
                GO TO 830-EXIT
           END-IF.

           DIVIDE WS-DN-JUL BY 1000 GIVING WS-DN-YEAR
                REMAINDER WS-DN-DOY.
           SUBTRACT 1 FROM WS-DN-YEAR.

           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Q4.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Q100.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Q400.

           COMPUTE WS-DN-DAYS = WS-DN-YEAR * 365 + WS-DN-Q4
                - WS-DN-Q100 + WS-DN-Q400 + WS-DN-DOY.

       830-EXIT.
           EXIT.

      * PF3 - ACROSS TO THE INQUIRY ON THE KEYED ACCOUNT WITH THE
      * 9-BYTE COMMAREA
       450-JUMP-INQUIRY.

           MOVE '450-JUMP-INQUIRY' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNO')
                MAPSET('DCI8DNO')
           END-EXEC.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.

           PERFORM 210-FIND-ACCOUNT THRU 210-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           EXEC CICS XCTL
                PROGRAM('DCI8DPGR')
                COMMAREA(WS-INQ-ACCTNO)
                LENGTH(9)
           END-EXEC.

       990-RETURN.

           EXEC CICS RETURN
                TRANSID('I8DO')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       990-RETURN-EXIT.
           EXIT.

       999-ERROR-MSG-RETURN.

           MOVE LOW-VALUES TO MAPNOO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNO')
                MAPSET('DCI8DNO')
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       999-EXIT.
           MOVE LOW-VALUES TO MAPNOO.
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

           MOVE LOW-VALUES TO MAPNOO.
           MOVE EL-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNO')
                MAPSET('DCI8DNO')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       END PROGRAM DCI8DPHO.
