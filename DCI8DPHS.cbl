       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DPHS.
       AUTHOR. AMAR AL-ADIL.

      *****************************************************************
      * FRAUD CASE QUEUE (TRAN I8E1, MENU CHOICE F). WORKS THE
      * FRDCASE ROWS THE FRAUD MONITORS FILE THROUGH DCI8BFRA - ONE
      * CASE PER ACCOUNT UNDER SUSPICION, WITH EVERY REPEAT ALERT
      * ATTACHED TO IT. PF7 LISTS THE NEXT SIX CASES STILL OPEN OR
      * FROZEN, WRAPPING BACK TO THE START OF THE QUEUE AT THE END;
      * ENTER WITH A LINE NUMBER SHOWS THAT CASE - ITS RUN OF NIGHTS,
      * THE ALERTS BY FEED, THE FIRST AND LATEST ALERT, AND THE
      * ACCOUNT'S BALANCE AND STATUS. PF5 FREEZES THE ACCOUNT (STAT
      * 'X' WITH AN 'S' EVENT ROW) AND KEEPS THE CASE ON THE QUEUE;
      * PF6 CONFIRMS FRAUD, CHARGES THE DRAWN BALANCE OFF TO THE
      * RECOVERY LEDGER AS THE CONFIRMED LOSS AND CLOSES THE ACCOUNT
      * TO CLOSEACCT WITH CA-REASON '2'; PF8 CLEARS THE CASE. A
      * FREEZE STANDING WHEN A CASE IS CLEARED IS LIFTED ON DCI8DPGF.
      * ALL THREE NEED THE FRAUDWRK FUNCTION, WHICH NO CLASS HAS BY
      * DEFAULT, AND A NOTE GIVING THE GROUNDS. PF4 CLEARS THE
      * SCREEN, PF9 RETURNS TO THE MENU. NINETEENTH PROGRAM OF THE
      * DCI8DPH SERIES
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY FRAUD CASE QUEUE MAP LAYOUT
       COPY 'DCI8DNS'.

      * COPY FRAUD CASE RECORD LAYOUT
       COPY 'FRDCASE'.

      * COPY ACCTFILE RECORD LAYOUT - SHOWN BESIDE THE CASE, FROZEN
      * OR CLOSED BY ITS DECISION
       COPY 'ACCTREC'.

      * COPY TRANSACTION LAYOUT AND RECOVERY LEDGER RECORD - A
      * CONFIRMED FRAUD ACCOUNT'S DRAWN BALANCE IS CHARGED OFF
      * BEFORE IT CLOSES
       COPY 'ACCTTXN'.
       COPY 'RECOVLDG'.

      * COPY CLOSED ACCOUNT RECORD LAYOUT - WHERE A CONFIRMED FRAUD
      * ACCOUNT GOES
       COPY 'CLOSEACCT'.

      * COPY ACCOUNT CHANGE HISTORY RECORD LAYOUT - THE FREEZE AND
      * THE CLOSURE EACH LEAVE THEIR EVENT ROW
       COPY 'ACCTHIST'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY SANCTIONS REVIEW QUEUE RECORD LAYOUT - A CONFIRMED
      * MATCH HOLDS THE ACCOUNT OPEN
       COPY 'SANCHIT'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT - READ FOR THE
      * OPERATOR'S CLASS AHEAD OF THE FUNCTION CHECK
       COPY 'OPERREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT - THE 'DAYSTATE' ROW
       COPY 'ACCTCTL'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

      * THE OUTCOME OF A DECISION, SHOWN WHEN THE CASE IS REPAINTED
      * AFTER IT
       01 WS-DONE-MSG           PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.

      * THE QUEUE POSITION CARRIED BETWEEN TURNS - THE LAST KEY
      * LISTED (PF7 CARRIES ON FROM IT), THE SIX KEYS ON SHOW SO A
      * LINE NUMBER FINDS ITS ROW, AND THE CASE ON DISPLAY THAT
      * PF5/PF6/PF8 WILL DECIDE
       01 WS-COMMAREA.
           05 WS-CA-SWITCH          PIC X(01) VALUE SPACE.
           05 WS-CA-LAST-KEY        PIC X(12) VALUE LOW-VALUES.
           05 WS-CA-LIST-KEYS.
               10 WS-CA-LIST-KEY    PIC X(12) OCCURS 6 TIMES.
           05 WS-CA-SEL-KEY         PIC X(12) VALUE SPACES.

       01 WS-COMMAREA-LENGTH    PIC S9(4) COMP VALUE 97.

       01 WS-MENU-COMMAREA        PIC X(3) VALUE SPACES.
       01 WS-MENU-COMMAREA-LEN    PIC S9(4) COMP VALUE 3.

      * QUEUE BROWSE WORK - SEE 300-LIST-QUEUE
       77 WS-LIST-COUNT         PIC S9(4) COMP VALUE 0.
       77 WS-LIST-EOF           PIC X(01) VALUE 'N'.
       77 WS-WRAPPED-SW         PIC X(01) VALUE 'N'.
       77 WS-LINE-SUB           PIC S9(4) COMP VALUE 0.
       01 WS-SEL-X              PIC X(01).
       01 WS-SEL-NUM REDEFINES WS-SEL-X PIC 9(01).

       01 WS-LIST-LINE.
           05 LL-LINE-NO        PIC 9(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LL-ACCTNO         PIC X(09).
           05 FILLER            PIC X(01) VALUE '/'.
           05 LL-CASE-NO        PIC 9(03).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LL-STATUS         PIC X(06).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LL-OPENED         PIC 9(07).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LL-ALERTS         PIC ZZZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LL-RUN            PIC ZZ9.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LL-LAST-SOURCE    PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LL-LAST-DETAIL    PIC X(36).
       01 WS-LIST-LINES.
           05 WS-LIST-TEXT      PIC X(79) OCCURS 6 TIMES.

       01 WS-CASE-LINE.
           05 CL-ACCTNO         PIC X(09).
           05 FILLER            PIC X(01) VALUE '/'.
           05 CL-CASE-NO        PIC 9(03).
       01 WS-OPENED-LINE.
           05 OL-OPENED         PIC 9(07).
           05 FILLER            PIC X(04) VALUE ' TO '.
           05 OL-LAST           PIC 9(07).
           05 FILLER            PIC X(05) VALUE ' RUN '.
           05 OL-RUN            PIC ZZ9.
           05 FILLER            PIC X(04) VALUE SPACES.
       01 WS-ALERTS-LINE.
           05 FILLER            PIC X(06) VALUE 'ALERTS'.
           05 AC-TOTAL          PIC ZZZZ9.
           05 FILLER            PIC X(08) VALUE ' ADDRLIM'.
           05 AC-ADDR-LIMIT     PIC ZZZZ9.
           05 FILLER            PIC X(06) VALUE ' VELOC'.
           05 AC-VELOCITY       PIC ZZZZ9.
           05 FILLER            PIC X(06) VALUE ' SANCT'.
           05 AC-SANCTIONS      PIC ZZZZ9.
           05 FILLER            PIC X(06) VALUE ' DECLN'.
           05 AC-AUTH-DECL      PIC ZZZZ9.
           05 FILLER            PIC X(03) VALUE SPACES.
       01 WS-ALERT-LINE.
           05 AL-DETAIL         PIC X(40).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 AL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(05) VALUE SPACES.
       01 WS-BAL-LINE.
           05 BL-BALANCE        PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(07) VALUE ' LIMIT '.
           05 BL-LIMIT          PIC ZZ,ZZZ,ZZ9.
       01 WS-ACSTAT-LINE.
           05 FILLER            PIC X(07) VALUE 'STATUS '.
           05 SL-STAT           PIC X(01).
           05 FILLER            PIC X(04) VALUE SPACES.

      * THE CASE ROW'S DATES ARE IN EIBDATE FORM - SHOWN AS YYYYDDD
       77 WS-SHOW-DATE          PIC S9(7) COMP-3 VALUE 0.

      * FREEZE AND CLOSURE WORK - SEE 600-FREEZE-ACCOUNT AND
      * 700-CLOSE-ACCOUNT
       77 WS-FROZE-SW           PIC X(01) VALUE 'N'.
       77 WS-ACCT-FOUND-SW      PIC X(01) VALUE 'N'.
       77 WS-CLOSED-SW          PIC X(01) VALUE 'N'.

      * WHICH DECISION 520-OPEN-FOR-REVIEW IS OPENING THE CASE FOR
       77 WS-DECISION           PIC X(01) VALUE SPACE.
           88 WS-DECIDE-FREEZE        VALUE 'F'.
           88 WS-DECIDE-CONFIRM       VALUE 'C'.
           88 WS-DECIDE-CLEAR         VALUE 'L'.

      * SANCTIONS HOLD WORK - SEE 390-CHECK-SANCTIONS
       77 WS-SH-HOLD-SW         PIC X(01) VALUE 'N'.
       77 WS-SH-EOF             PIC X(01) VALUE 'N'.
       01 WS-SH-PREFIX          PIC X(10) VALUE SPACES.
       01 WS-SH-RESP            PIC S9(8) COMP.

      * DAY-STATE READ WORK - SEE 065-CHECK-DAYSTATE
       01 WS-DAY-RESP           PIC S9(8) COMP.
       77 WS-DAY-OPEN-SW        PIC X(01) VALUE 'Y'.

      * COMMAREA SHAPE SHARED WITH DCI8DPGH, THE FUNCTION-AUTHORITY
      * CHECKER
       01 WS-FUNCAUTH-CA.
           05 FH-OPER-ID         PIC X(3).
           05 FH-CLASS           PIC X(1).
           05 FH-FUNCTION        PIC X(8).
           05 FH-DEFAULT         PIC X(1).
           05 FH-ALLOW           PIC X(1).

       01 WS-FUNCAUTH-CA-LEN    PIC S9(4) COMP VALUE +14.
       01 WS-FH-RESP            PIC S9(8) COMP.

      * COMMAREA SHAPE SHARED WITH DCI8DPHN, THE CONNECTED-ACCOUNT
      * CHECKER - CK-BLOCKED COMES BACK 'Y' WHEN THE TARGET ACCOUNT
      * IS THE SIGNED-ON OPERATOR'S OWN, ONE THEY HAVE DECLARED, OR
      * ONE THEY SIT ON AS A RELATED PARTY
       01 WS-CONNCHK-CA.
           05 CK-OPER-ID         PIC X(3).
           05 CK-ACCTNO          PIC X(9).
           05 CK-ACTION          PIC X(8).
           05 CK-BLOCKED         PIC X(1).
           05 CK-REASON          PIC X(1).

       01 WS-CONNCHK-CA-LEN     PIC S9(4) COMP VALUE +22.

       01 WS-LAST-PARA          PIC X(20) VALUE SPACES.

      * COMMAREA SHAPE SHARED WITH DCI8DPGZ, THE UNHANDLED-CONDITION
      * LOGGER
       01 WS-ERRLOG-CA.
           05 EL-TRANID          PIC X(4).
           05 EL-PROGRAM         PIC X(8) VALUE 'DCI8DPHS'.
           05 EL-PARAGRAPH       PIC X(20).
           05 EL-RESP            PIC S9(8) COMP.
           05 EL-RESP2           PIC S9(8) COMP.
           05 EL-MESSAGE         PIC X(60).

       01 WS-ERRLOG-CA-LEN      PIC S9(4) COMP VALUE +100.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(97).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * FROM THE MENU - START AT THE TOP OF THE QUEUE
           IF EIBCALEN NOT = 97 THEN
                GO TO 100-FIRST-TIME
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMMAREA.

           EXEC CICS HANDLE AID
                PF4(150-RESET)
                PF5(500-FREEZE-CASE)
                PF6(550-CONFIRM-FRAUD)
                PF7(300-LIST-QUEUE)
                PF8(560-CLEAR-CASE)
                PF9(999-EXIT)
           END-EXEC.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNS')
                MAPSET('DCI8DNS')
           END-EXEC.

           GO TO 200-SELECT-CASE.

       100-FIRST-TIME.

           MOVE '100-FIRST-TIME' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           MOVE SPACE TO WS-CA-SWITCH.
           MOVE LOW-VALUES TO WS-CA-LAST-KEY.
           MOVE SPACES TO WS-CA-LIST-KEYS.
           MOVE SPACES TO WS-CA-SEL-KEY.

           GO TO 310-LIST-PAGE.

      * PF4 - CLEAR THE SCREEN, KEEPING THE PLACE IN THE QUEUE
       150-RESET.

           MOVE '150-RESET' TO WS-LAST-PARA.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE SPACE TO WS-CA-SWITCH.
           MOVE SPACES TO WS-CA-LIST-KEYS.
           MOVE SPACES TO WS-CA-SEL-KEY.

           MOVE LOW-VALUES TO MAPNSO.
           MOVE 'PF7 LISTS THE OPEN FRAUD CASES' TO MSGO.

           EXEC CICS SEND
               MAP('MAPNS')
               MAPSET('DCI8DNS')
               ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * ENTER - SHOW THE CASE ON THE KEYED LINE NUMBER
       200-SELECT-CASE.

           MOVE '200-SELECT-CASE' TO WS-LAST-PARA.

           IF PICKL = 0 OR PICKI = SPACES OR PICKI = LOW-VALUES THEN
                MOVE 'KEY A LINE NUMBER 1-6, OR PF7 TO LIST'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE PICKI TO WS-SEL-X.
           IF WS-SEL-X IS NOT NUMERIC OR WS-SEL-NUM < 1 OR
                WS-SEL-NUM > 6 THEN
                MOVE 'LINE NUMBER MUST BE 1-6' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF WS-CA-LIST-KEY(WS-SEL-NUM) = SPACES OR
                WS-CA-LIST-KEY(WS-SEL-NUM) = LOW-VALUES THEN
                MOVE 'NO CASE ON THAT LINE - PF7 TO LIST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-CA-LIST-KEY(WS-SEL-NUM) TO WS-CA-SEL-KEY.
           GO TO 400-PAINT-CASE.

      * PF7 - THE NEXT SIX OPEN OR FROZEN CASES AFTER THE LAST KEY
      * LISTED
       300-LIST-QUEUE.

           MOVE '300-LIST-QUEUE' TO WS-LAST-PARA.

           MOVE DFHCOMMAREA TO WS-COMMAREA.

           EXEC CICS HANDLE CONDITION
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

       310-LIST-PAGE.

           MOVE LOW-VALUES TO MAPNSO.
           MOVE SPACES TO WS-LIST-LINES.
           MOVE SPACES TO WS-CA-LIST-KEYS.
           MOVE SPACES TO WS-CA-SEL-KEY.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 'N' TO WS-WRAPPED-SW.

           PERFORM 320-BROWSE-FROM THRU 320-BROWSE-EXIT.

      * NOTHING AFTER THE LAST KEY - GO ROUND TO THE TOP ONCE
           IF WS-LIST-COUNT = 0 AND
                WS-CA-LAST-KEY NOT = LOW-VALUES THEN
                MOVE 'Y' TO WS-WRAPPED-SW
                MOVE LOW-VALUES TO WS-CA-LAST-KEY
                PERFORM 320-BROWSE-FROM THRU 320-BROWSE-EXIT
           END-IF.

           IF WS-LIST-COUNT = 0 THEN
                MOVE SPACE TO WS-CA-SWITCH
                MOVE 'NO OPEN FRAUD CASES ON THE QUEUE' TO MSGO
           ELSE
                MOVE 'L' TO WS-CA-SWITCH
                PERFORM 330-FILL-LIST THRU 330-FILL-EXIT
                IF WS-WRAPPED-SW = 'Y' THEN
                     MOVE 'BACK AT THE START - KEY A LINE NUMBER, ENTER'
                          TO MSGO
                ELSE
                     MOVE 'KEY A LINE NUMBER AND ENTER - PF7 NEXT PAGE'
                          TO MSGO
                END-IF
           END-IF.

           EXEC CICS SEND
               MAP('MAPNS')
               MAPSET('DCI8DNS')
               ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * BROWSES FRDCASE FROM JUST PAST WS-CA-LAST-KEY, TAKING OPEN
      * AND FROZEN ROWS UNTIL SIX ARE HELD. WS-CA-LAST-KEY FOLLOWS
      * THE LAST ONE TAKEN
       320-BROWSE-FROM.

           MOVE 'N' TO WS-LIST-EOF.
           MOVE WS-CA-LAST-KEY TO FC-KEY.

           EXEC CICS STARTBR
                FILE('FRDCASE')
                RIDFLD(FC-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 320-BROWSE-EXIT
           END-IF.

           PERFORM 325-NEXT-ROW THRU 325-NEXT-EXIT
                UNTIL WS-LIST-EOF = 'Y' OR WS-LIST-COUNT = 6.

           EXEC CICS ENDBR FILE('FRDCASE') END-EXEC.

       320-BROWSE-EXIT.
           EXIT.

       325-NEXT-ROW.

           EXEC CICS READNEXT
                FILE('FRDCASE')
                INTO(FRDCASE-REC)
                RIDFLD(FC-KEY)
                LENGTH(FRDCASE-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-LIST-EOF
                GO TO 325-NEXT-EXIT
           END-IF.

      * GTEQ LANDS ON THE LAST KEY ITSELF WHEN IT IS STILL THERE
           IF FC-KEY = WS-CA-LAST-KEY OR NOT FC-ACTIVE THEN
                GO TO 325-NEXT-EXIT
           END-IF.

           ADD 1 TO WS-LIST-COUNT.
           MOVE FC-KEY TO WS-CA-LIST-KEY(WS-LIST-COUNT).
           MOVE FC-KEY TO WS-CA-LAST-KEY.
           MOVE WS-LIST-COUNT TO WS-LINE-SUB.
           PERFORM 335-BUILD-LINE THRU 335-BUILD-EXIT.

       325-NEXT-EXIT.
           EXIT.

       330-FILL-LIST.

           MOVE WS-LIST-TEXT(1) TO LIST1O.
           MOVE WS-LIST-TEXT(2) TO LIST2O.
           MOVE WS-LIST-TEXT(3) TO LIST3O.
           MOVE WS-LIST-TEXT(4) TO LIST4O.
           MOVE WS-LIST-TEXT(5) TO LIST5O.
           MOVE WS-LIST-TEXT(6) TO LIST6O.

       330-FILL-EXIT.
           EXIT.

      * THE LIST LINE FOR THE FRDCASE ROW IN HAND, AS LINE
      * WS-LINE-SUB
       335-BUILD-LINE.

           MOVE WS-LINE-SUB TO LL-LINE-NO.
           MOVE FC-ACCTNO TO LL-ACCTNO.
           MOVE FC-CASE-NO TO LL-CASE-NO.
           IF FC-FROZEN THEN
                MOVE 'FROZEN' TO LL-STATUS
           ELSE
                IF FC-OPEN THEN
                     MOVE 'OPEN' TO LL-STATUS
                ELSE
                     MOVE 'DONE' TO LL-STATUS
                END-IF
           END-IF.
           COMPUTE WS-SHOW-DATE = FC-OPENED-DATE + 1900000.
           MOVE WS-SHOW-DATE TO LL-OPENED.
           MOVE FC-ALERT-COUNT TO LL-ALERTS.
           MOVE FC-NIGHTS-RUNNING TO LL-RUN.
           MOVE FC-LAST-SOURCE TO LL-LAST-SOURCE.
           MOVE FC-LAST-DETAIL TO LL-LAST-DETAIL.
           MOVE WS-LIST-LINE TO WS-LIST-TEXT(WS-LINE-SUB).

       335-BUILD-EXIT.
           EXIT.

      * REBUILDS THE LINES ON SHOW FROM THE KEYS IN THE COMMAREA, SO
      * A DECISION SHOWS AGAINST ITS LINE STRAIGHT AWAY
       340-RELIST.

           MOVE SPACES TO WS-LIST-LINES.

           PERFORM 345-RELIST-ONE THRU 345-RELIST-EXIT
                VARYING WS-LINE-SUB FROM 1 BY 1
                UNTIL WS-LINE-SUB > 6.

           PERFORM 330-FILL-LIST THRU 330-FILL-EXIT.

       340-RELIST-EXIT.
           EXIT.

       345-RELIST-ONE.

           IF WS-CA-LIST-KEY(WS-LINE-SUB) = SPACES THEN
                GO TO 345-RELIST-EXIT
           END-IF.

           MOVE WS-CA-LIST-KEY(WS-LINE-SUB) TO FC-KEY.
           EXEC CICS READ
                FILE('FRDCASE')
                INTO(FRDCASE-REC)
                LENGTH(FRDCASE-LEN)
                RIDFLD(FC-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                PERFORM 335-BUILD-LINE THRU 335-BUILD-EXIT
           END-IF.

       345-RELIST-EXIT.
           EXIT.

      * PAINTS THE CASE IN WS-CA-SEL-KEY UNDER THE LIST LINES, WITH
      * THE ACCOUNT AS IT STANDS NOW. WS-DONE-MSG, WHEN SET, IS SHOWN
      * IN PLACE OF THE PROMPT
       400-PAINT-CASE.

           MOVE '400-PAINT-CASE' TO WS-LAST-PARA.

           MOVE LOW-VALUES TO MAPNSO.
           PERFORM 340-RELIST THRU 340-RELIST-EXIT.

           MOVE WS-CA-SEL-KEY TO FC-KEY.
           EXEC CICS READ
                FILE('FRDCASE')
                INTO(FRDCASE-REC)
                LENGTH(FRDCASE-LEN)
                RIDFLD(FC-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'CASE NO LONGER ON THE QUEUE' TO MSGO
                MOVE SPACES TO WS-CA-SEL-KEY
                MOVE 'L' TO WS-CA-SWITCH
                GO TO 400-SEND
           END-IF.

           MOVE FC-ACCTNO TO CL-ACCTNO.
           MOVE FC-CASE-NO TO CL-CASE-NO.
           MOVE WS-CASE-LINE TO CASEO.

           IF FC-OPEN THEN
                MOVE 'OPEN' TO STATUSO
           ELSE
                IF FC-FROZEN THEN
                     MOVE 'FROZEN' TO STATUSO
                ELSE
                     IF FC-CONFIRMED THEN
                          MOVE 'FRAUD' TO STATUSO
                     ELSE
                          MOVE 'CLEARED' TO STATUSO
                     END-IF
                END-IF
           END-IF.

           COMPUTE WS-SHOW-DATE = FC-OPENED-DATE + 1900000.
           MOVE WS-SHOW-DATE TO OL-OPENED.
           COMPUTE WS-SHOW-DATE = FC-LAST-ALERT-DATE + 1900000.
           MOVE WS-SHOW-DATE TO OL-LAST.
           MOVE FC-NIGHTS-RUNNING TO OL-RUN.
           MOVE WS-OPENED-LINE TO OPENEDO.

           MOVE FC-ALERT-COUNT TO AC-TOTAL.
           MOVE FC-CNT-ADDR-LIMIT TO AC-ADDR-LIMIT.
           MOVE FC-CNT-VELOCITY TO AC-VELOCITY.
           MOVE FC-CNT-SANCTIONS TO AC-SANCTIONS.
           MOVE FC-CNT-AUTH-DECL TO AC-AUTH-DECL.
           MOVE WS-ALERTS-LINE TO ALERTSO.

           MOVE FC-FIRST-DETAIL TO AL-DETAIL.
           MOVE FC-FIRST-AMOUNT TO AL-AMOUNT.
           MOVE WS-ALERT-LINE TO FIRSTO.
           MOVE FC-LAST-DETAIL TO AL-DETAIL.
           MOVE FC-LAST-AMOUNT TO AL-AMOUNT.
           MOVE WS-ALERT-LINE TO LASTO.

           MOVE FC-DECISION-NOTE TO NOTEO.

      * THE ACCOUNT AS IT STANDS - GONE FROM ACCTFILE ONCE CLOSED
           MOVE FC-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                STRING FNAME DELIMITED BY '  '
                     ' ' DELIMITED BY SIZE
                     SNAME DELIMITED BY SIZE INTO SNAMEO
                MOVE CURR-BAL TO BL-BALANCE
                MOVE CRLIMIT TO BL-LIMIT
                MOVE WS-BAL-LINE TO BALO
                IF STAT = 'X' THEN
                     MOVE 'FROZEN' TO ACSTATO
                ELSE
                     MOVE STAT TO SL-STAT
                     MOVE WS-ACSTAT-LINE TO ACSTATO
                END-IF
           ELSE
                MOVE 'ACCOUNT NO LONGER ON FILE' TO SNAMEO
                MOVE 'CLOSED' TO ACSTATO
           END-IF.

           MOVE 'D' TO WS-CA-SWITCH.

           IF FC-ACTIVE THEN
                MOVE 'PF5 FREEZE  PF6 FRAUD, CLOSE  PF8 CLEAR - NOTE'
                     TO MSGO
           ELSE
                STRING 'DECIDED BY ' FC-DEC-USERID
                     ' - PF7 FOR THE NEXT PAGE'
                     DELIMITED BY SIZE INTO MSGO
           END-IF.

       400-SEND.

           IF WS-DONE-MSG NOT = SPACES THEN
                MOVE WS-DONE-MSG TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAPNS')
                MAPSET('DCI8DNS')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * PF5 - FREEZE THE ACCOUNT WHILE THE CASE IS WORKED. THE CASE
      * STAYS ON THE QUEUE FOR ITS CONFIRM OR CLEAR
       500-FREEZE-CASE.

           MOVE '500-FREEZE-CASE' TO WS-LAST-PARA.
           MOVE 'F' TO WS-DECISION.

           PERFORM 520-OPEN-FOR-REVIEW THRU 520-OPEN-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF FC-FROZEN THEN
                EXEC CICS UNLOCK FILE('FRDCASE') END-EXEC
                MOVE 'CASE IS ALREADY FROZEN - PF6 OR PF8 TO DECIDE IT'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'N' TO WS-FROZE-SW.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           PERFORM 600-FREEZE-ACCOUNT THRU 600-FREEZE-EXIT.

           IF WS-ACCT-FOUND-SW NOT = 'Y' THEN
                EXEC CICS UNLOCK FILE('FRDCASE') END-EXEC
                MOVE 'ACCOUNT NO LONGER ON FILE - PF6 OR PF8 TO DECIDE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'F' TO FC-STATUS.
           PERFORM 570-STAMP-AND-REWRITE THRU 570-STAMP-EXIT.

           IF WS-FROZE-SW = 'Y' THEN
                MOVE 'ACCOUNT FROZEN - CASE KEPT ON THE QUEUE'
                     TO WS-DONE-MSG
           ELSE
                MOVE 'ACCOUNT WAS ALREADY FROZEN - CASE MARKED FROZEN'
                     TO WS-DONE-MSG
           END-IF.

           GO TO 400-PAINT-CASE.

      * PF6 - CONFIRM FRAUD. THE DRAWN BALANCE IS CHARGED OFF AND THE
      * ACCOUNT CLOSES TO CLOSEACCT WITH CA-REASON '2' IN THE SAME
      * UNIT OF WORK; THE AMOUNT CHARGED OFF IS THE CONFIRMED LOSS
       550-CONFIRM-FRAUD.

           MOVE '550-CONFIRM-FRAUD' TO WS-LAST-PARA.
           MOVE 'C' TO WS-DECISION.

           PERFORM 520-OPEN-FOR-REVIEW THRU 520-OPEN-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 700-CLOSE-ACCOUNT THRU 700-CLOSE-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                EXEC CICS UNLOCK FILE('FRDCASE') END-EXEC
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'C' TO FC-STATUS.
           PERFORM 570-STAMP-AND-REWRITE THRU 570-STAMP-EXIT.

           IF WS-CLOSED-SW = 'Y' AND FC-LOSS-AMT > 0 THEN
                MOVE 'FRAUD CONFIRMED - BALANCE CHARGED OFF, CLOSED'
                     TO WS-DONE-MSG
           ELSE IF WS-CLOSED-SW = 'Y' THEN
                MOVE 'FRAUD CONFIRMED - ACCOUNT CLOSED' TO WS-DONE-MSG
           ELSE
                MOVE 'FRAUD CONFIRMED - ACCOUNT WAS ALREADY CLOSED'
                     TO WS-DONE-MSG
                END-IF
           END-IF.

           GO TO 400-PAINT-CASE.

      * PF8 - CLEAR THE CASE. THE ACCOUNT IS NOT TOUCHED - A FREEZE
      * PUT ON IT FOR THE CASE IS LIFTED ON DCI8DPGF (MENU CHOICE 5)
       560-CLEAR-CASE.

           MOVE '560-CLEAR-CASE' TO WS-LAST-PARA.
           MOVE 'L' TO WS-DECISION.

           PERFORM 520-OPEN-FOR-REVIEW THRU 520-OPEN-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'L' TO FC-STATUS.
           PERFORM 570-STAMP-AND-REWRITE THRU 570-STAMP-EXIT.

           IF FC-FRZ-DATE NOT = 0 THEN
                MOVE 'CLEARED - LIFT THE FREEZE ON MENU CHOICE 5'
                     TO WS-DONE-MSG
           ELSE
                MOVE 'CLEARED - NO FRAUD FOUND' TO WS-DONE-MSG
           END-IF.

           GO TO 400-PAINT-CASE.

      * COMMON FRONT HALF OF ALL THREE DECISIONS - RECEIVE, THE
      * FRAUDWRK GRANT, A NOTE, THE DAY STATE FOR A FREEZE OR
      * CLOSURE, AND THE CASE READ FOR UPDATE, WHICH MUST STILL BE
      * OPEN OR FROZEN. LEAVES WS-MESSAGE SET WHEN THE DECISION
      * CANNOT GO AHEAD
       520-OPEN-FOR-REVIEW.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNS')
                MAPSET('DCI8DNS')
           END-EXEC.

           MOVE 'FRAUDWRK' TO FH-FUNCTION.
           PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT.
           IF FH-ALLOW NOT = 'Y' THEN
                MOVE 'NOT AUTHORIZED TO WORK FRAUD CASES'
                     TO WS-MESSAGE
                GO TO 520-OPEN-EXIT
           END-IF.

           IF WS-CA-SWITCH NOT = 'D' OR WS-CA-SEL-KEY = SPACES THEN
                MOVE 'SHOW A CASE FIRST - LINE NUMBER AND ENTER'
                     TO WS-MESSAGE
                GO TO 520-OPEN-EXIT
           END-IF.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE WS-CA-SEL-KEY(1:9) TO CK-ACCTNO.
           MOVE 'FRAUDWRK' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 520-OPEN-EXIT
           END-IF.

           IF NOTEL = 0 OR NOTEI = SPACES OR NOTEI = LOW-VALUES THEN
                MOVE 'KEY A NOTE GIVING THE GROUNDS FOR THE DECISION'
                     TO WS-MESSAGE
                GO TO 520-OPEN-EXIT
           END-IF.

      * DURING THE BATCH WINDOW A FREEZE OR CLOSURE REFUSES RATHER
      * THAN INTERLEAVE WITH THE NIGHT'S RUNS
           IF NOT WS-DECIDE-CLEAR THEN
                PERFORM 065-CHECK-DAYSTATE THRU 065-DAYSTATE-EXIT
                IF WS-DAY-OPEN-SW NOT = 'Y' THEN
                     MOVE 'POSTING IN PROGRESS - TRY AGAIN SHORTLY'
                          TO WS-MESSAGE
                     GO TO 520-OPEN-EXIT
                END-IF
           END-IF.

           MOVE WS-CA-SEL-KEY TO FC-KEY.
           EXEC CICS READ
                FILE('FRDCASE')
                INTO(FRDCASE-REC)
                LENGTH(FRDCASE-LEN)
                RIDFLD(FC-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'CASE NO LONGER ON THE QUEUE' TO WS-MESSAGE
                GO TO 520-OPEN-EXIT
           END-IF.

           IF NOT FC-ACTIVE THEN
                EXEC CICS UNLOCK FILE('FRDCASE') END-EXEC
                MOVE 'CASE HAS ALREADY BEEN DECIDED' TO WS-MESSAGE
                GO TO 520-OPEN-EXIT
           END-IF.

       520-OPEN-EXIT.
           EXIT.

      * THE ANALYST'S STAMP AND NOTE ON THE CASE - THE FREEZE STAMP
      * FOR A FREEZE, THE DECISION STAMP FOR A CONFIRM OR CLEAR
       570-STAMP-AND-REWRITE.

           MOVE NOTEI TO FC-DECISION-NOTE.

           IF FC-FROZEN THEN
                MOVE EIBUSERID TO FC-FRZ-USERID
                MOVE EIBTRMID TO FC-FRZ-TRMID
                MOVE EIBDATE TO FC-FRZ-DATE
                MOVE EIBTIME TO FC-FRZ-TIME
           ELSE
                MOVE EIBUSERID TO FC-DEC-USERID
                MOVE EIBTRMID TO FC-DEC-TRMID
                MOVE EIBDATE TO FC-DEC-DATE
                MOVE EIBTIME TO FC-DEC-TIME
           END-IF.

           EXEC CICS REWRITE
                FILE('FRDCASE')
                FROM(FRDCASE-REC)
                LENGTH(FRDCASE-LEN)
           END-EXEC.

       570-STAMP-EXIT.
           EXIT.

      * FREEZES THE CASE'S ACCOUNT - STAT 'X' WITH AN 'S' EVENT ROW,
      * THE DCI8DPGF STATUS-CHANGE PATTERN. AN ACCOUNT ALREADY FROZEN
      * IS LEFT AS IT IS; ONE NO LONGER ON ACCTFILE HAS NOTHING TO
      * FREEZE
       600-FREEZE-ACCOUNT.

           MOVE '600-FREEZE-ACCOUNT' TO WS-LAST-PARA.

           MOVE FC-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 600-FREEZE-EXIT
           END-IF.

           MOVE 'Y' TO WS-ACCT-FOUND-SW.

           IF STAT = 'X' THEN
                EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                GO TO 600-FREEZE-EXIT
           END-IF.

           PERFORM 640-BUILD-EVENT-HIST THRU 640-HIST-EXIT.
           MOVE 'X' TO AH-AFTER-STAT.
           MOVE 'S' TO AH-EVENT-TYPE.
           PERFORM 650-WRITE-EVENT-HIST THRU 650-WRITE-EXIT.

           MOVE 'X' TO STAT.
           MOVE EIBDATE TO LAST-CHG-DATE.
           MOVE EIBTIME TO LAST-CHG-TIME.
           MOVE EIBUSERID TO LAST-CHG-USERID.

           EXEC CICS REWRITE
                FILE('ACCTFILE')
                FROM(ACCTREC)
                LENGTH(ACCTREC-LEN)
           END-EXEC.

           MOVE 'Y' TO WS-FROZE-SW.

       600-FREEZE-EXIT.
           EXIT.

      * THE ACCTHIST EVENT ROW FOR THE ACCOUNT IN HAND, BEFORE AND
      * AFTER ALIKE - THE CALLER SETS WHAT CHANGES AND THE EVENT TYPE
       640-BUILD-EVENT-HIST.

           ADD 1 TO LAST-HIST-SEQ.

           MOVE ACCTNO TO AH-ACCTNO.
           MOVE LAST-HIST-SEQ TO AH-SEQNO.
           MOVE FNAME TO AH-FNAME.
           MOVE SNAME TO AH-SNAME.
           MOVE TITL TO AH-TITL.
           MOVE ADDR1 TO AH-ADDR1.
           MOVE ADDR2 TO AH-ADDR2.
           MOVE CRLIMIT TO AH-CRLIMIT.
           MOVE STAT TO AH-STAT.
           MOVE FNAME TO AH-AFTER-FNAME.
           MOVE SNAME TO AH-AFTER-SNAME.
           MOVE TITL TO AH-AFTER-TITL.
           MOVE ADDR1 TO AH-AFTER-ADDR1.
           MOVE ADDR2 TO AH-AFTER-ADDR2.
           MOVE CRLIMIT TO AH-AFTER-CRLIMIT.
           MOVE STAT TO AH-AFTER-STAT.
           MOVE EIBUSERID TO AH-CHG-USERID.
           MOVE EIBTRMID TO AH-CHG-TRMID.
           MOVE EIBDATE TO AH-CHG-DATE.
           MOVE EIBTIME TO AH-CHG-TIME.

       640-HIST-EXIT.
           EXIT.

       650-WRITE-EVENT-HIST.

           EXEC CICS WRITE
                FILE('ACCTHIST')
                FROM(ACCTHIST-REC)
                LENGTH(ACCTHIST-LEN)
                RIDFLD(AH-KEY)
           END-EXEC.

      * THE NEW ROW JOINS ITS ACCOUNT'S HASH CHAIN (SEE HASHCHN)
           MOVE 'S' TO CP-FUNCTION.
           MOVE 'H' TO CP-FILE.
           MOVE ACCTHIST-REC TO CP-ROW.
           EXEC CICS LINK
                PROGRAM('DCI8DPHM')
                COMMAREA(CHAINPRM)
                LENGTH(CHAINPRM-LEN)
           END-EXEC.

       650-WRITE-EXIT.
           EXIT.

      * CLOSES THE CASE'S ACCOUNT AS CONFIRMED FRAUD. A DRAWN BALANCE
      * IS CHARGED OFF FIRST (710-CHARGE-OFF) AND BECOMES THE CASE'S
      * FC-LOSS-AMT; THEN THE DCI8DPGF CLOSURE ('X' EVENT ROW,
      * CLOSEACCT, ACCTFILE DELETE) WITH CA-REASON '2' AND A NIL
      * CA-FINAL-BAL, ALL IN ONE UNIT OF WORK. AN ACCOUNT IN CREDIT
      * IS REFUSED - THE CREDIT IS REFUNDED THROUGH DCI8DPGD FIRST,
      * THE DCI8DPGF SETTLEMENT RULE. A CONFIRMED SANCTIONS MATCH
      * HOLDS THE ACCOUNT OPEN HERE AS IT DOES ON DCI8DPGF. AN
      * ACCOUNT ALREADY CLOSED TAKES ITS LOSS FROM ITS RECOVERY
      * LEDGER ROW, OR FROM THE CLOSEACCT ROW OF A CLOSURE THAT
      * CARRIED ITS BALANCE. LEAVES WS-MESSAGE SET WHEN THE CLOSURE
      * CANNOT GO AHEAD
       700-CLOSE-ACCOUNT.

           MOVE '700-CLOSE-ACCOUNT' TO WS-LAST-PARA.

           MOVE 'N' TO WS-CLOSED-SW.
           MOVE 0 TO FC-LOSS-AMT.

           PERFORM 390-CHECK-SANCTIONS THRU 390-CHECK-EXIT.
           IF WS-SH-HOLD-SW = 'Y' THEN
                MOVE 'CONFIRMED SANCTIONS MATCH HOLDS IT - FREEZE ONLY'
                     TO WS-MESSAGE
                GO TO 700-CLOSE-EXIT
           END-IF.

           MOVE FC-ACCTNO TO CA-ACCTNO.
           EXEC CICS READ
                FILE('CLOSEACCT')
                INTO(CLOSEACCT-REC)
                LENGTH(CLOSEACCT-LEN)
                RIDFLD(CA-ACCTNO)
                RESP(WS-RESP)
           END-EXEC.

           MOVE FC-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
                RESP(WS-FH-RESP)
           END-EXEC.

           IF WS-FH-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE FC-ACCTNO TO RL-ACCTNO
                EXEC CICS READ
                     FILE('RECOVLDG')
                     INTO(RECOVLDG-REC)
                     LENGTH(RECOVLDG-LEN)
                     RIDFLD(RL-ACCTNO)
                     RESP(WS-FH-RESP)
                END-EXEC
                IF WS-FH-RESP = DFHRESP(NORMAL) THEN
                     MOVE RL-CHGOFF-AMT TO FC-LOSS-AMT
                ELSE IF WS-RESP = DFHRESP(NORMAL) AND
                     CA-FINAL-BAL > 0 THEN
                     MOVE CA-FINAL-BAL TO FC-LOSS-AMT
                     END-IF
                END-IF
                GO TO 700-CLOSE-EXIT
           END-IF.

      * A REUSED ACCOUNT NUMBER FROM AN EARLIER CLOSURE - REPORT IT
      * RATHER THAN LETTING THE WRITE ABEND
           IF WS-RESP = DFHRESP(NORMAL) THEN
                EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                MOVE
                    'ACCOUNT NUMBER ALREADY ON CLOSEACCT - CANNOT CLOSE'
                     TO WS-MESSAGE
                GO TO 700-CLOSE-EXIT
           END-IF.

           IF CURR-BAL < 0 THEN
                EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                MOVE 'ACCOUNT IN CREDIT - REFUND IT BEFORE CLOSING'
                     TO WS-MESSAGE
                GO TO 700-CLOSE-EXIT
           END-IF.

           IF CURR-BAL > 0 THEN
                PERFORM 710-CHARGE-OFF THRU 710-EXIT
                IF WS-MESSAGE NOT = SPACES THEN
                     GO TO 700-CLOSE-EXIT
                END-IF
           END-IF.

           PERFORM 640-BUILD-EVENT-HIST THRU 640-HIST-EXIT.
           MOVE 'X' TO AH-EVENT-TYPE.
           PERFORM 650-WRITE-EVENT-HIST THRU 650-WRITE-EXIT.

           MOVE ACCTNO TO CA-ACCTNO.
           MOVE FNAME TO CA-FNAME.
           MOVE SNAME TO CA-SNAME.
           MOVE TITL TO CA-TITL.
           MOVE ADDR1 TO CA-ADDR1.
           MOVE ADDR2 TO CA-ADDR2.
           MOVE CRLIMIT TO CA-CRLIMIT.
           MOVE STAT TO CA-STAT.
           MOVE '2' TO CA-REASON.
           MOVE EIBUSERID TO CA-CLS-USERID.
           MOVE EIBTRMID TO CA-CLS-TRMID.
           MOVE EIBDATE TO CA-CLS-DATE.
           MOVE EIBTIME TO CA-CLS-TIME.
           MOVE 0 TO CA-FINAL-BAL.
           MOVE MAIL-ADDR1 TO CA-MAIL-ADDR1.
           MOVE MAIL-ADDR2 TO CA-MAIL-ADDR2.
           MOVE EMAIL TO CA-EMAIL.
           MOVE CONTACT-PREF TO CA-CONTACT-PREF.
           MOVE GONEAWAY-FLAG TO CA-GONEAWAY-FLAG.
           MOVE ESTATE-FLAG TO CA-ESTATE-FLAG.

           EXEC CICS WRITE
                FILE('CLOSEACCT')
                FROM(CLOSEACCT-REC)
                LENGTH(CLOSEACCT-LEN)
                RIDFLD(CA-ACCTNO)
                RESP(WS-RESP)
           END-EXEC.

      * THE CHARGE-OFF IS ON FILE BY HERE - A CLOSURE THAT CANNOT
      * FINISH TAKES IT BACK OUT WITH IT
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'CLOSURE FAILED - NOTHING POSTED' TO WS-MESSAGE
                GO TO 700-CLOSE-EXIT
           END-IF.

      * THE BALANCE REWRITE GAVE UP THE READ FOR UPDATE, SO THE
      * DELETE NAMES ITS KEY
           EXEC CICS DELETE
                FILE('ACCTFILE')
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'CLOSURE FAILED - NOTHING POSTED' TO WS-MESSAGE
                GO TO 700-CLOSE-EXIT
           END-IF.

           MOVE 'Y' TO WS-CLOSED-SW.

       700-CLOSE-EXIT.
           EXIT.

      * THE DRAWN BALANCE OFF TO THE RECOVERY LEDGER AS THE CONFIRMED
      * LOSS - THE SAME 8004 CREDIT, LEDGER ROW AND NIL BALANCE AS THE
      * DCI8DPGT PF6 CHARGE-OFF, ALL OR NOTHING, SO THE RECEIVABLE
      * LEAVES THE BOOKS THROUGH DCI8BGLX'S WRITEOFF PAIR RATHER THAN
      * WITH THE ACCTFILE ROW. ACCTFILE IS HELD FOR UPDATE ON ENTRY.
      * LEAVES WS-MESSAGE SET WHEN NOTHING WAS POSTED
       710-CHARGE-OFF.

           MOVE ACCTNO TO TX-ACCTNO.
           COMPUTE TX-DATE = EIBDATE + 1900000.
           MOVE 8004 TO TX-SEQNO.
           MOVE 'C' TO TX-TYPE.
           MOVE CURR-BAL TO TX-AMOUNT.
           COMPUTE TX-POST-DATE = EIBDATE + 1900000.
           MOVE 'DCI8DPHS' TO TX-POST-JOB.
           MOVE 'O' TO TX-SOURCE.

           EXEC CICS WRITE
                FILE('ACCTTXN')
                FROM(ACCTTXN-REC)
                LENGTH(ACCTTXN-LEN)
                RIDFLD(TX-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                MOVE 'CHARGE-OFF ALREADY POSTED TODAY' TO WS-MESSAGE
                GO TO 710-EXIT
           END-IF.

      * THE NEW ROW JOINS ITS ACCOUNT'S HASH CHAIN (SEE HASHCHN)
           MOVE 'S' TO CP-FUNCTION.
           MOVE 'T' TO CP-FILE.
           MOVE ACCTTXN-REC TO CP-ROW.
           EXEC CICS LINK
                PROGRAM('DCI8DPHM')
                COMMAREA(CHAINPRM)
                LENGTH(CHAINPRM-LEN)
           END-EXEC.

           MOVE ACCTNO TO RL-ACCTNO.
           COMPUTE RL-CHGOFF-DATE = EIBDATE + 1900000.
           MOVE CURR-BAL TO RL-CHGOFF-AMT.
           MOVE 0 TO RL-RECOVERED-AMT.
           MOVE 0 TO RL-DIVIDEND-AMT.
           MOVE 0 TO RL-RESIDUE-AMT.
           MOVE 0 TO RL-CLOSED-DATE.
           MOVE 0 TO RL-AGENCY-AMT.
           MOVE EIBUSERID TO RL-AUTH-USERID.
           MOVE EIBTRMID TO RL-AUTH-TRMID.
           MOVE EIBDATE TO RL-AUTH-DATE.
           MOVE EIBTIME TO RL-AUTH-TIME.

           EXEC CICS WRITE
                FILE('RECOVLDG')
                FROM(RECOVLDG-REC)
                LENGTH(RECOVLDG-LEN)
                RIDFLD(RL-ACCTNO)
                RESP(WS-RESP)
           END-EXEC.

      * AN ACCOUNT CHARGED OFF BEFORE AND DRAWN AGAIN SINCE IS LEFT
      * TO RECOVERIES TO RECONCILE FIRST, AS ON DCI8DPHK
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'ACCOUNT IS ALREADY ON THE RECOVERY LEDGER'
                     TO WS-MESSAGE
                GO TO 710-EXIT
           END-IF.

           MOVE CURR-BAL TO FC-LOSS-AMT.
           MOVE 0 TO CURR-BAL.

           EXEC CICS REWRITE
                FILE('ACCTFILE')
                FROM(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'CHARGE-OFF FAILED - NOTHING POSTED'
                     TO WS-MESSAGE
                GO TO 710-EXIT
           END-IF.

       710-EXIT.
           EXIT.

      * LOOKS FOR A CONFIRMED ('T') SANCTIONS MATCH AGAINST THE
      * ACCOUNT - ON THE PRIMARY HOLDER ('H' + ACCTNO + '00') OR ANY
      * RELATED PARTY ('P' + ACCTNO + SEQNO) - AND SETS WS-SH-HOLD-SW
       390-CHECK-SANCTIONS.

           MOVE 'N' TO WS-SH-HOLD-SW.

           MOVE SPACES TO WS-SH-PREFIX.
           STRING 'H' FC-ACCTNO DELIMITED BY SIZE INTO WS-SH-PREFIX.
           PERFORM 391-SCAN-PREFIX THRU 391-SCAN-EXIT.

           IF WS-SH-HOLD-SW = 'Y' THEN
                GO TO 390-CHECK-EXIT
           END-IF.

           MOVE SPACES TO WS-SH-PREFIX.
           STRING 'P' FC-ACCTNO DELIMITED BY SIZE INTO WS-SH-PREFIX.
           PERFORM 391-SCAN-PREFIX THRU 391-SCAN-EXIT.

       390-CHECK-EXIT.
           EXIT.

       391-SCAN-PREFIX.

           MOVE 'N' TO WS-SH-EOF.
           MOVE LOW-VALUES TO SH-KEY.
           MOVE WS-SH-PREFIX TO SH-KEY(1:10).

           EXEC CICS STARTBR
                FILE('SANCHIT')
                RIDFLD(SH-KEY)
                GTEQ
                RESP(WS-SH-RESP)
           END-EXEC.

           IF WS-SH-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 391-SCAN-EXIT
           END-IF.

           PERFORM 392-NEXT-HIT THRU 392-NEXT-EXIT
                UNTIL WS-SH-EOF = 'Y'.

           EXEC CICS ENDBR FILE('SANCHIT') END-EXEC.

       391-SCAN-EXIT.
           EXIT.

       392-NEXT-HIT.

           EXEC CICS READNEXT
                FILE('SANCHIT')
                INTO(SANCHIT-REC)
                RIDFLD(SH-KEY)
                LENGTH(SANCHIT-LEN)
                RESP(WS-SH-RESP)
           END-EXEC.

           IF WS-SH-RESP NOT = DFHRESP(NORMAL) OR
                SH-KEY(1:10) NOT = WS-SH-PREFIX THEN
                MOVE 'Y' TO WS-SH-EOF
                GO TO 392-NEXT-EXIT
           END-IF.

           IF SH-CONFIRMED THEN
                MOVE 'Y' TO WS-SH-HOLD-SW
                MOVE 'Y' TO WS-SH-EOF
           END-IF.

       392-NEXT-EXIT.
           EXIT.

      * THE SCHEDULE CLOSES THE ONLINE DAY AROUND THE NIGHTLY RUNS -
      * THE ACCTCTL 'DAYSTATE' ROW ABOVE 1 MEANS THE WINDOW IS SHUT
       065-CHECK-DAYSTATE.

           MOVE 'Y' TO WS-DAY-OPEN-SW.
           MOVE 'DAYSTATE' TO CT-KEYNAME.

           EXEC CICS READ
                FILE('ACCTCTL')
                INTO(ACCTCTL-REC)
                LENGTH(ACCTCTL-LEN)
                RIDFLD(CT-KEYNAME)
                RESP(WS-DAY-RESP)
           END-EXEC.

           IF WS-DAY-RESP = DFHRESP(NORMAL) AND
                CT-NEXT-ACCTNO > 1 THEN
                MOVE 'N' TO WS-DAY-OPEN-SW
           END-IF.

       065-DAYSTATE-EXIT.
           EXIT.

      * LOOKS THE SIGNED-ON OPERATOR'S CLASS UP AND ASKS DCI8DPGH
      * WHETHER THE NAMED FUNCTION IS ALLOWED. FRAUDWRK HAS NO CLASS
      * DEFAULT - ONLY AN EXPLICIT FUNCAUTH ROW OPENS IT, THE
      * SENSVIEW RULE - SO FH-DEFAULT STAYS 'N' WHATEVER THE CLASS
       170-CHECK-AUTHORITY.

           MOVE '170-CHECK-AUTH' TO WS-LAST-PARA.

           MOVE EIBOPID TO FH-OPER-ID.
           MOVE SPACES TO FH-CLASS.
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

       170-CHECK-EXIT.
           EXIT.

      * ASKS DCI8DPHN WHETHER THE ACCOUNT IN CK-ACCTNO IS CONNECTED
      * TO THE SIGNED-ON OPERATOR - CK-ACTION MUST ALREADY NAME WHAT
      * IS ABOUT TO BE DONE. DCI8DPHN LOGS EVERY BLOCK ITSELF
       175-CHECK-CONNECTED.

           MOVE EIBOPID TO CK-OPER-ID.
           MOVE 'N' TO CK-BLOCKED.

           EXEC CICS LINK
                PROGRAM('DCI8DPHN')
                COMMAREA(WS-CONNCHK-CA)
                LENGTH(WS-CONNCHK-CA-LEN)
           END-EXEC.

       175-CHECK-EXIT.
           EXIT.

       990-RETURN.

           EXEC CICS RETURN
                TRANSID('I8E1')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       990-RETURN-EXIT.
           EXIT.

       999-ERROR-MSG-RETURN.

           MOVE LOW-VALUES TO MAPNSO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNS')
                MAPSET('DCI8DNS')
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       999-EXIT.
           MOVE LOW-VALUES TO MAPNSO.
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

           MOVE LOW-VALUES TO MAPNSO.
           MOVE EL-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNS')
                MAPSET('DCI8DNS')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       END PROGRAM DCI8DPHS.
