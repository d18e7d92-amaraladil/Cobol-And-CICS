       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DPHL.
       AUTHOR. AMAR AL-ADIL.

      *****************************************************************
      * TRACE ADDRESS REVIEW SCREEN (TRAN I8DU) - WORKS THE ADDRESSES
      * THE SKIP-TRACE AGENCY PROPOSES FOR GONE-AWAY ACCOUNTS, STAGED
      * ON TRACEADR BY THE DCI8BTRI IMPORT. REACHED BY PF16 FROM THE
      * DCI8DPGR INQUIRY WITH THE 9-BYTE ACCOUNT COMMAREA, OR BY
      * KEYING THE ACCOUNT HERE; ENTER SHOWS THE ACCOUNT'S PROPOSAL
      * AWAITING REVIEW, OR FAILING THAT ITS LATEST TRACE REQUEST.
      * PF8 STEPS TO THE NEXT PROPOSAL AWAITING REVIEW ON ANY
      * ACCOUNT, WRAPPING BACK TO THE START AT THE END. THE PROPOSED
      * ADDRESS IS SHOWN BESIDE THE ONE HELD AND MAY BE CORRECTED
      * BEFORE PF5 CONFIRMS IT: THE ADDRESS GOES THROUGH THE SAME
      * DCI8DPGE EDITS AS A DCI8DPGU UPDATE (A WARNING IS ACCEPTED BY
      * PRESSING PF5 AGAIN), THEN IN ONE UNIT OF WORK IT IS APPLIED
      * TO ACCTFILE WITH ITS 'U' ACCTHIST ROW, THE GONE-AWAY MARKER
      * CLEARED AND THE PROPOSAL MARKED CONFIRMED. A PROPOSAL FOR AN
      * ACCOUNT NO LONGER GONE AWAY IS MARKED SUPERSEDED INSTEAD.
      * PF6 REJECTS THE PROPOSAL WITH A REASON; THE ACCOUNT STAYS
      * GONE AWAY AND GOES BACK OUT ON THE NEXT DCI8BTRX EXTRACT.
      * BOTH DECISIONS COME UNDER THE TRACEREV FUNCTION, AND A
      * CONFIRM IS REFUSED ON AN ACCOUNT CONNECTED TO THE OPERATOR
      * (DCI8DPHN). PF3 RETURNS TO THE INQUIRY, PF4 CLEARS THE
      * SCREEN, PF9 GOES TO THE MENU
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY TRACE ADDRESS REVIEW MAP LAYOUT
       COPY 'DCI8DNL'.

      * COPY BMS ATTRIBUTE CONSTANTS - A PROPOSAL'S ADDRESS AND
      * REASON ARE SENT UNPROTECTED WITH THE MODIFIED BIT ON SO PF5
      * AND PF6 RECEIVE THEM WHETHER OR NOT THEY WERE TOUCHED
       COPY 'DFHBMSCA'.

      * COPY SKIP-TRACE REQUEST RECORD LAYOUT
       COPY 'TRACEADR'.

      * COPY ACCTFILE RECORD LAYOUT - A CONFIRMATION CHANGES ITS
      * ADDRESS
       COPY 'ACCTREC'.

      * COPY ACCOUNT CHANGE HISTORY RECORD LAYOUT - THE CONFIRMATION
      * LEAVES ITS 'U' EVENT ROW
       COPY 'ACCTHIST'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY SYSTEM CONTROL RECORD LAYOUT - THE 'DAYSTATE' ROW
       COPY 'ACCTCTL'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT - READ FOR THE
      * OPERATOR'S CLASS AHEAD OF THE FUNCTION CHECK
       COPY 'OPERREC'.

      * ACCOUNT-DATA EDIT COMMAREA FOR DCI8DPGE
       01 WS-ACCTDATA.
       COPY 'ACCTDATA'.

       77 AD-LENGTH  PIC S9(4) COMP VALUE +282.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

      * THE OUTCOME OF A DECISION, SHOWN WHEN THE PROPOSAL IS
      * REPAINTED AFTER IT
       01 WS-DONE-MSG           PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.

      * THE TRACE ROW ON DISPLAY AND THE ACCOUNT'S LAST-CHANGED STAMP
      * WHEN IT WAS PAINTED, SO PF5 CAN TELL IF SOMEBODY ELSE HAS
      * UPDATED THE ACCOUNT SINCE. WS-CA-OVERRIDE IS SET WHEN A
      * DCI8DPGE WARNING HAS BEEN SHOWN ONCE - PF5 AGAIN ACCEPTS IT
       01 WS-COMMAREA.
           05 WS-CA-ACCTNO          PIC X(09) VALUE SPACES.
           05 WS-CA-BATCH-DATE      PIC S9(7) COMP-3 VALUE 0.
           05 WS-CA-CHG-DATE        PIC S9(7) COMP-3 VALUE 0.
           05 WS-CA-CHG-TIME        PIC S9(7) COMP-3 VALUE 0.
           05 WS-CA-OVERRIDE        PIC X(01) VALUE 'N'.

       01 WS-COMMAREA-LENGTH    PIC S9(4) COMP VALUE 22.

       01 WS-MENU-COMMAREA        PIC X(3) VALUE SPACES.
       01 WS-MENU-COMMAREA-LEN    PIC S9(4) COMP VALUE 3.

      * THE ACCOUNT HANDED OVER BY DCI8DPGR'S PF16, KEYED HERE OR
      * REACHED BY PF8
       01 WS-INQ-ACCTNO         PIC X(09) VALUE SPACES.

      * TRACEADR BROWSE WORK - SEE 220-FIND-LATEST AND 310-BROWSE-FROM
       77 WS-BR-EOF             PIC X(01) VALUE 'N'.
       77 WS-FOUND-SW           PIC X(01) VALUE 'N'.
       77 WS-WRAPPED-SW         PIC X(01) VALUE 'N'.
       77 WS-LATEST-P           PIC S9(7) COMP-3 VALUE 0.
       01 WS-START-KEY.
           05 WS-ST-ACCTNO      PIC X(09).
           05 WS-ST-BATCH-DATE  PIC S9(7) COMP-3.

      * DAY-STATE READ WORK - SEE 065-CHECK-DAYSTATE
       01 WS-DAY-RESP           PIC S9(8) COMP.
       77 WS-DAY-OPEN-SW        PIC X(01) VALUE 'Y'.

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

      * THE HOLDER AND BALANCE, THE ADDRESS HELD, AND THE TRACE
      * REQUEST, ONE SCREEN LINE EACH
       01 WS-HOLD-LINE.
           05 HL-TITL           PIC X(04).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 HL-FNAME          PIC X(15).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 HL-SNAME          PIC X(15).
           05 FILLER            PIC X(05) VALUE ' BAL '.
           05 HL-BAL            PIC ZZZZZZZ9.99-.
           05 FILLER            PIC X(07) VALUE SPACES.

       01 WS-HELD-LINE.
           05 FILLER            PIC X(05) VALUE 'HELD '.
           05 HD-ADDR1          PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 HD-ADDR2          PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 HD-GONE           PIC X(09).
           05 FILLER            PIC X(04) VALUE SPACES.

       01 WS-TRACE-LINE.
           05 FILLER            PIC X(06) VALUE 'BATCH '.
           05 TL-BATCH          PIC X(10).
           05 FILLER            PIC X(06) VALUE ' BACK '.
           05 TL-BACK           PIC X(10).
           05 FILLER            PIC X(05) VALUE ' REF '.
           05 TL-REF            PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 TL-STATUS         PIC X(10).

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
           05 EL-PROGRAM         PIC X(8) VALUE 'DCI8DPHL'.
           05 EL-PARAGRAPH       PIC X(20).
           05 EL-RESP            PIC S9(8) COMP.
           05 EL-RESP2           PIC S9(8) COMP.
           05 EL-MESSAGE         PIC X(60).

       01 WS-ERRLOG-CA-LEN      PIC S9(4) COMP VALUE +100.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(22).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ENTERED FROM THE INQUIRY WITH THE ACCOUNT ON SHOW - PAINT THE
      * SCREEN WITH ITS PROPOSAL
           IF EIBCALEN = 9 THEN
                GO TO 105-FROM-INQUIRY
           END-IF.

           IF EIBCALEN = 0 THEN
                GO TO 110-PAINT-BLANK
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMMAREA.

           EXEC CICS HANDLE AID
                PF3(450-JUMP-INQUIRY)
                PF4(110-PAINT-BLANK)
                PF5(500-CONFIRM-ADDRESS)
                PF6(550-REJECT-ADDRESS)
                PF8(300-NEXT-PROPOSAL)
                PF9(999-EXIT)
           END-EXEC.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNL')
                MAPSET('DCI8DNL')
           END-EXEC.

           GO TO 200-SHOW-ACCOUNT.

       105-FROM-INQUIRY.

           MOVE '105-FROM-INQUIRY' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           MOVE DFHCOMMAREA(1:9) TO WS-INQ-ACCTNO.

           GO TO 205-SHOW-LATEST.

      * PF4 - CLEAR THE SCREEN. PF8 FROM HERE STARTS AT THE TOP OF
      * THE PROPOSALS
       110-PAINT-BLANK.

           MOVE '110-PAINT-BLANK' TO WS-LAST-PARA.

           MOVE SPACES TO WS-CA-ACCTNO.
           MOVE 0 TO WS-CA-BATCH-DATE.
           MOVE 0 TO WS-CA-CHG-DATE.
           MOVE 0 TO WS-CA-CHG-TIME.
           MOVE 'N' TO WS-CA-OVERRIDE.

           MOVE LOW-VALUES TO MAPNLO.
           MOVE 'KEY AN ACCOUNT AND ENTER - PF8 FOR THE NEXT PROPOSAL'
                TO MSGO.

           EXEC CICS SEND
               MAP('MAPNL')
               MAPSET('DCI8DNL')
               ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * ENTER - SHOW THE KEYED ACCOUNT'S PROPOSAL
       200-SHOW-ACCOUNT.

           MOVE '200-SHOW-ACCOUNT' TO WS-LAST-PARA.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.

       205-SHOW-LATEST.

           PERFORM 220-FIND-LATEST THRU 220-EXIT.

           GO TO 400-PAINT-TRACE.

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

      * BROWSES THE ACCOUNT'S TRACEADR ROWS, OLDEST BATCH FIRST, AND
      * LEAVES WS-CA-BATCH-DATE ON THE LATEST ONE STILL PROPOSED -
      * OR, WHEN NONE IS, THE LATEST OF ANY STATUS. ZERO MEANS THE
      * ACCOUNT HAS NEVER BEEN SENT FOR TRACE
       220-FIND-LATEST.

           MOVE 0 TO WS-CA-BATCH-DATE.
           MOVE 0 TO WS-LATEST-P.
           MOVE 'N' TO WS-BR-EOF.

           MOVE WS-INQ-ACCTNO TO TA-ACCTNO.
           MOVE 0 TO TA-BATCH-DATE.

           EXEC CICS STARTBR
                FILE('TRACEADR')
                RIDFLD(TA-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 220-EXIT
           END-IF.

           PERFORM 225-LATEST-ROW THRU 225-EXIT
                UNTIL WS-BR-EOF = 'Y'.

           EXEC CICS ENDBR FILE('TRACEADR') END-EXEC.

           IF WS-LATEST-P > 0 THEN
                MOVE WS-LATEST-P TO WS-CA-BATCH-DATE
           END-IF.

       220-EXIT.
           EXIT.

       225-LATEST-ROW.

           EXEC CICS READNEXT
                FILE('TRACEADR')
                INTO(TRACEADR-REC)
                RIDFLD(TA-KEY)
                LENGTH(TRACEADR-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
                TA-ACCTNO NOT = WS-INQ-ACCTNO THEN
                MOVE 'Y' TO WS-BR-EOF
                GO TO 225-EXIT
           END-IF.

           MOVE TA-BATCH-DATE TO WS-CA-BATCH-DATE.
           IF TA-PROPOSED THEN
                MOVE TA-BATCH-DATE TO WS-LATEST-P
           END-IF.

       225-EXIT.
           EXIT.

      * PF8 - THE NEXT PROPOSAL AWAITING REVIEW AFTER THE ROW ON
      * DISPLAY, GOING ROUND TO THE TOP ONCE WHEN NONE IS LEFT
       300-NEXT-PROPOSAL.

           MOVE '300-NEXT-PROPOSAL' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           MOVE 'N' TO WS-FOUND-SW.
           MOVE 'N' TO WS-WRAPPED-SW.

           IF WS-CA-ACCTNO = SPACES OR WS-CA-ACCTNO = LOW-VALUES THEN
                MOVE LOW-VALUES TO WS-ST-ACCTNO
                MOVE 0 TO WS-ST-BATCH-DATE
           ELSE
                MOVE WS-CA-ACCTNO TO WS-ST-ACCTNO
                MOVE WS-CA-BATCH-DATE TO WS-ST-BATCH-DATE
           END-IF.

           PERFORM 310-BROWSE-FROM THRU 310-BROWSE-EXIT.

           IF WS-FOUND-SW NOT = 'Y' AND
                WS-ST-ACCTNO NOT = LOW-VALUES THEN
                MOVE 'Y' TO WS-WRAPPED-SW
                MOVE LOW-VALUES TO WS-ST-ACCTNO
                MOVE 0 TO WS-ST-BATCH-DATE
                PERFORM 310-BROWSE-FROM THRU 310-BROWSE-EXIT
           END-IF.

           IF WS-FOUND-SW NOT = 'Y' THEN
                MOVE SPACES TO WS-CA-ACCTNO
                MOVE 0 TO WS-CA-BATCH-DATE
                MOVE 'N' TO WS-CA-OVERRIDE
                MOVE LOW-VALUES TO MAPNLO
                MOVE 'NO ADDRESS PROPOSALS AWAITING REVIEW' TO MSGO
                EXEC CICS SEND
                    MAP('MAPNL')
                    MAPSET('DCI8DNL')
                    ERASE
                END-EXEC
                PERFORM 990-RETURN THRU 990-RETURN-EXIT
           END-IF.

           MOVE TA-ACCTNO TO WS-INQ-ACCTNO.
           MOVE TA-BATCH-DATE TO WS-CA-BATCH-DATE.

           IF WS-WRAPPED-SW = 'Y' THEN
                MOVE 'BACK AT THE START - PF5 CONFIRM  PF6 REJECT'
                     TO WS-DONE-MSG
           END-IF.

           GO TO 400-PAINT-TRACE.

      * BROWSES TRACEADR FROM WS-START-KEY, STOPPING ON THE FIRST
      * PROPOSED ROW PAST IT
       310-BROWSE-FROM.

           MOVE 'N' TO WS-BR-EOF.
           MOVE WS-ST-ACCTNO TO TA-ACCTNO.
           MOVE WS-ST-BATCH-DATE TO TA-BATCH-DATE.

           EXEC CICS STARTBR
                FILE('TRACEADR')
                RIDFLD(TA-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 310-BROWSE-EXIT
           END-IF.

           PERFORM 315-NEXT-ROW THRU 315-NEXT-EXIT
                UNTIL WS-BR-EOF = 'Y' OR WS-FOUND-SW = 'Y'.

           EXEC CICS ENDBR FILE('TRACEADR') END-EXEC.

       310-BROWSE-EXIT.
           EXIT.

       315-NEXT-ROW.

           EXEC CICS READNEXT
                FILE('TRACEADR')
                INTO(TRACEADR-REC)
                RIDFLD(TA-KEY)
                LENGTH(TRACEADR-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-BR-EOF
                GO TO 315-NEXT-EXIT
           END-IF.

      * GTEQ LANDS ON THE ROW ON DISPLAY ITSELF
           IF TA-ACCTNO = WS-ST-ACCTNO AND
                TA-BATCH-DATE = WS-ST-BATCH-DATE THEN
                GO TO 315-NEXT-EXIT
           END-IF.

           IF TA-PROPOSED THEN
                MOVE 'Y' TO WS-FOUND-SW
           END-IF.

       315-NEXT-EXIT.
           EXIT.

      * PAINTS THE ACCOUNT IN WS-INQ-ACCTNO AND THE TRACE ROW FOR
      * WS-CA-BATCH-DATE. A PROPOSAL'S ADDRESS AND REASON ARE OPEN TO
      * KEY; ANY OTHER ROW SHOWS HOW IT ENDED. WS-DONE-MSG, WHEN SET,
      * IS SHOWN IN PLACE OF THE PROMPT
       400-PAINT-TRACE.

           MOVE '400-PAINT-TRACE' TO WS-LAST-PARA.

           MOVE WS-INQ-ACCTNO TO WS-CA-ACCTNO.
           MOVE 'N' TO WS-CA-OVERRIDE.

           PERFORM 210-FIND-ACCOUNT THRU 210-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE LAST-CHG-DATE TO WS-CA-CHG-DATE.
           MOVE LAST-CHG-TIME TO WS-CA-CHG-TIME.

           MOVE LOW-VALUES TO MAPNLO.
           MOVE WS-INQ-ACCTNO TO ACCTNOO.
           MOVE DFHBMFSE TO ACCTNOA.

           MOVE TITL TO HL-TITL.
           MOVE FNAME TO HL-FNAME.
           MOVE SNAME TO HL-SNAME.
           MOVE CURR-BAL TO HL-BAL.
           MOVE WS-HOLD-LINE TO HOLDLNO.

           MOVE ADDR1 TO HD-ADDR1.
           MOVE ADDR2 TO HD-ADDR2.
           IF GONE-AWAY THEN
                MOVE 'GONE AWAY' TO HD-GONE
           ELSE
                MOVE SPACES TO HD-GONE
           END-IF.
           MOVE WS-HELD-LINE TO HELDLNO.

           MOVE DFHBMASK TO NEWAD1A NEWAD2A REASONA.
           MOVE -1 TO ACCTNOL.

           IF WS-CA-BATCH-DATE = 0 THEN
                MOVE 'ACCOUNT HAS NEVER BEEN SENT FOR TRACE' TO MSGO
                GO TO 400-SEND
           END-IF.

           MOVE WS-INQ-ACCTNO TO TA-ACCTNO.
           MOVE WS-CA-BATCH-DATE TO TA-BATCH-DATE.
           EXEC CICS READ
                FILE('TRACEADR')
                INTO(TRACEADR-REC)
                LENGTH(TRACEADR-LEN)
                RIDFLD(TA-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'TRACE REQUEST NO LONGER ON FILE' TO MSGO
                GO TO 400-SEND
           END-IF.

           MOVE TA-BATCH-DATE TO WS-CNV-JUL.
           PERFORM 820-JUL-TO-YMD THRU 820-EXIT.
           MOVE WS-CNV-DISP TO TL-BATCH.
           MOVE SPACES TO TL-BACK.
           IF TA-RETURNED-DATE > 0 THEN
                MOVE TA-RETURNED-DATE TO WS-CNV-JUL
                PERFORM 820-JUL-TO-YMD THRU 820-EXIT
                MOVE WS-CNV-DISP TO TL-BACK
           END-IF.
           MOVE TA-AGENCY-REF TO TL-REF.
           PERFORM 410-STATUS-TEXT THRU 410-EXIT.
           MOVE WS-TRACE-LINE TO TRCLNO.

           MOVE TA-NEW-ADDR1 TO NEWAD1O.
           MOVE TA-NEW-ADDR2 TO NEWAD2O.
           MOVE TA-REJECT-REASON TO REASONO.

           IF TA-PROPOSED THEN
                MOVE DFHBMFSE TO NEWAD1A NEWAD2A REASONA
                MOVE 0 TO ACCTNOL
                MOVE -1 TO NEWAD1L
           END-IF.

       400-SEND.

           IF WS-DONE-MSG NOT = SPACES THEN
                MOVE WS-DONE-MSG TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAPNL')
                MAPSET('DCI8DNL')
                ERASE
                CURSOR
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * THE ROW'S STATUS FOR THE TRACE LINE AND, FOR ANY ROW NOT
      * AWAITING REVIEW, HOW IT ENDED FOR THE MESSAGE LINE
       410-STATUS-TEXT.

           IF TA-REV-DATE > 0 THEN
                COMPUTE WS-CNV-JUL = TA-REV-DATE + 1900000
                PERFORM 820-JUL-TO-YMD THRU 820-EXIT
           END-IF.

           IF TA-PROPOSED THEN
                MOVE 'PROPOSED' TO TL-STATUS
                MOVE 'PF5 CONFIRM THE ADDRESS  PF6 REJECT  PF8 NEXT'
                     TO MSGO
           ELSE IF TA-SENT THEN
                MOVE 'SENT' TO TL-STATUS
                MOVE 'STILL WITH THE TRACE AGENCY - NO ANSWER YET'
                     TO MSGO
           ELSE IF TA-NO-TRACE THEN
                MOVE 'NO TRACE' TO TL-STATUS
                MOVE 'THE AGENCY FOUND NO NEW ADDRESS' TO MSGO
           ELSE IF TA-CONFIRMED THEN
                MOVE 'CONFIRMED' TO TL-STATUS
                STRING 'ADDRESS CONFIRMED ' WS-CNV-DISP ' BY '
                     TA-REV-USERID
                     DELIMITED BY SIZE INTO MSGO
           ELSE IF TA-REJECTED THEN
                MOVE 'REJECTED' TO TL-STATUS
                STRING 'ADDRESS REJECTED ' WS-CNV-DISP ' BY '
                     TA-REV-USERID
                     DELIMITED BY SIZE INTO MSGO
           ELSE IF TA-SUPERSEDED THEN
                MOVE 'SUPERSEDED' TO TL-STATUS
                MOVE 'SUPERSEDED - GONE-AWAY MARKER WAS CLEARED FIRST'
                     TO MSGO
           ELSE
                MOVE 'EXPIRED' TO TL-STATUS
                MOVE 'EXPIRED - THE AGENCY NEVER ANSWERED' TO MSGO
                END-IF
                END-IF
                END-IF
                END-IF
                END-IF
           END-IF.

       410-EXIT.
           EXIT.

      * PF5 - CONFIRM THE ADDRESS ON SHOW, AS CORRECTED. IT GOES
      * THROUGH THE DCI8DPGE EDITS WITH THE REST OF THE ACCOUNT AS
      * HELD; THEN THE ACCOUNT, ITS HISTORY ROW AND THE TRACE ROW ARE
      * ALL UPDATED IN ONE UNIT OF WORK
       500-CONFIRM-ADDRESS.

           MOVE '500-CONFIRM-ADDRESS' TO WS-LAST-PARA.

           PERFORM 510-OPEN-FOR-REVIEW THRU 510-OPEN-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 065-CHECK-DAYSTATE THRU 065-DAYSTATE-EXIT.
           IF WS-DAY-OPEN-SW NOT = 'Y' THEN
                MOVE 'POSTING IN PROGRESS - TRY AGAIN SHORTLY'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE WS-CA-ACCTNO TO CK-ACCTNO.
           MOVE 'TRACEREV' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF NEWAD1L = 0 OR NEWAD1I = SPACES OR
                NEWAD1I = LOW-VALUES THEN
                MOVE 'KEY THE ADDRESS TO APPLY' TO WS-MESSAGE
                MOVE -1 TO AD-ADDR1L
                MOVE 0 TO AD-ADDR2L
                GO TO 580-EDIT-ERROR
           END-IF.

           PERFORM 520-EDIT-ADDRESS THRU 520-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF AD-MESSAGE IS NOT EQUAL LOW-VALUES
                AND NOT (WS-CA-OVERRIDE = 'Y' AND AD-SEV-WARN) THEN
                IF AD-SEV-WARN THEN
                     MOVE 'Y' TO WS-CA-OVERRIDE
                     STRING AD-MESSAGE DELIMITED BY '  '
                          ' - PF5 AGAIN TO ACCEPT'
                          DELIMITED BY SIZE INTO WS-MESSAGE
                ELSE
                     MOVE 'N' TO WS-CA-OVERRIDE
                     MOVE AD-MESSAGE TO WS-MESSAGE
                END-IF
                GO TO 580-EDIT-ERROR
           END-IF.

           MOVE 'N' TO WS-CA-OVERRIDE.

           MOVE WS-CA-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'ACCOUNT NOT ON FILE' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF LAST-CHG-DATE NOT = WS-CA-CHG-DATE OR
                LAST-CHG-TIME NOT = WS-CA-CHG-TIME THEN
                EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                MOVE 'RECORD CHANGED BY ANOTHER USER - PRESS ENTER'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 530-READ-PROPOSAL THRU 530-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * THE MARKER HAS ALREADY GONE - THE ADDRESS WAS CORRECTED SOME
      * OTHER WAY SINCE THE AGENCY ANSWERED, SO THE PROPOSAL IS
      * OVERTAKEN RATHER THAN APPLIED OVER IT
           IF NOT GONE-AWAY THEN
                EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                MOVE 'D' TO TA-STATUS
                PERFORM 570-STAMP-AND-REWRITE THRU 570-STAMP-EXIT
                IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                     EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                     MOVE 'CONFIRM FAILED - NOTHING CHANGED'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                MOVE 'ACCOUNT NO LONGER GONE AWAY - PROPOSAL SUPERSEDED'
                     TO WS-DONE-MSG
                GO TO 400-PAINT-TRACE
           END-IF.

           PERFORM 540-WRITE-HISTORY THRU 540-EXIT.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'CONFIRM FAILED - NOTHING CHANGED' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE NEWAD1I TO ADDR1.
           MOVE NEWAD2I TO ADDR2.
           MOVE SPACE TO GONEAWAY-FLAG.
           MOVE EIBDATE TO LAST-CHG-DATE.
           MOVE EIBTIME TO LAST-CHG-TIME.
           MOVE EIBUSERID TO LAST-CHG-USERID.

           EXEC CICS REWRITE
                FILE('ACCTFILE')
                FROM(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'CONFIRM FAILED - NOTHING CHANGED' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'C' TO TA-STATUS.
           MOVE NEWAD1I TO TA-NEW-ADDR1.
           MOVE NEWAD2I TO TA-NEW-ADDR2.
           PERFORM 570-STAMP-AND-REWRITE THRU 570-STAMP-EXIT.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'CONFIRM FAILED - NOTHING CHANGED' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'ADDRESS APPLIED - GONE-AWAY MARKER CLEARED'
                TO WS-DONE-MSG.
           GO TO 400-PAINT-TRACE.

      * COMMON FRONT HALF OF BOTH DECISIONS - RECEIVE, THE TRACEREV
      * GRANT AND A PROPOSAL ON DISPLAY FOR THE KEYED ACCOUNT. LEAVES
      * WS-MESSAGE SET WHEN THE DECISION CANNOT GO AHEAD
       510-OPEN-FOR-REVIEW.

           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNL')
                MAPSET('DCI8DNL')
           END-EXEC.

           MOVE 'TRACEREV' TO FH-FUNCTION.
           PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT.
           IF FH-ALLOW NOT = 'Y' THEN
                MOVE 'NOT AUTHORIZED TO REVIEW TRACE ADDRESSES'
                     TO WS-MESSAGE
                GO TO 510-OPEN-EXIT
           END-IF.

           IF WS-CA-BATCH-DATE = 0 OR ACCTNOL = 0 OR
                ACCTNOI NOT = WS-CA-ACCTNO THEN
                MOVE 'SHOW A PROPOSAL FIRST - ENTER OR PF8'
                     TO WS-MESSAGE
                GO TO 510-OPEN-EXIT
           END-IF.

       510-OPEN-EXIT.
           EXIT.

      * RUNS THE ACCOUNT AS HELD, WITH THE KEYED ADDRESS IN PLACE OF
      * ITS OWN, THROUGH DCI8DPGE. EVERY FIELD IS PASSED AT ITS FULL
      * LENGTH, OR ZERO WHEN BLANK, SO THE OPTIONAL ONES ARE EDITED
      * ONLY WHEN THE ACCOUNT HAS THEM
       520-EDIT-ADDRESS.

           PERFORM 210-FIND-ACCOUNT THRU 210-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 520-EXIT
           END-IF.

           MOVE LOW-VALUES TO AD-MESSAGE.
           MOVE LOW-VALUES TO WS-ACCTDATA.

           MOVE ACCTNO TO AD-ACCTNO.
           MOVE 9 TO AD-ACCTNOL.
           MOVE TITL TO AD-TITLE.
           MOVE 4 TO AD-TITLEL.
           MOVE FNAME TO AD-FNAME.
           MOVE 15 TO AD-FNAMEL.
           MOVE SNAME TO AD-SNAME.
           MOVE 15 TO AD-SNAMEL.
           MOVE NEWAD1I TO AD-ADDR1.
           MOVE 20 TO AD-ADDR1L.
           MOVE NEWAD2I TO AD-ADDR2.
           MOVE 20 TO AD-ADDR2L.
           IF NEWAD2L = 0 OR NEWAD2I = SPACES OR
                NEWAD2I = LOW-VALUES THEN
                MOVE SPACES TO AD-ADDR2
                MOVE 0 TO AD-ADDR2L
           END-IF.
           MOVE STAT TO AD-STAT.
           MOVE 1 TO AD-STATL.
           MOVE CRLIMIT TO AD-CRLIMIT.
           MOVE 10 TO AD-CRLIMITL.
           MOVE PHONE TO AD-PHONE.
           MOVE 15 TO AD-PHONEL.
           IF PHONE = SPACES THEN
                MOVE 0 TO AD-PHONEL
           END-IF.
           MOVE EMAIL TO AD-EMAIL.
           MOVE 30 TO AD-EMAILL.
           IF EMAIL = SPACES THEN
                MOVE 0 TO AD-EMAILL
           END-IF.
           MOVE MAIL-ADDR1 TO AD-MAILADDR1.
           MOVE 20 TO AD-MAILADDR1L.
           IF MAIL-ADDR1 = SPACES THEN
                MOVE 0 TO AD-MAILADDR1L
           END-IF.
           MOVE MAIL-ADDR2 TO AD-MAILADDR2.
           MOVE 20 TO AD-MAILADDR2L.
           IF MAIL-ADDR2 = SPACES THEN
                MOVE 0 TO AD-MAILADDR2L
           END-IF.
           MOVE FORMER-SNAME TO AD-FORMERSNAME.
           MOVE 15 TO AD-FORMERSNAMEL.
           IF FORMER-SNAME = SPACES THEN
                MOVE 0 TO AD-FORMERSNAMEL
           END-IF.
           MOVE SPACES TO AD-BRANCH.
           MOVE 0 TO AD-BRANCHL.
           MOVE CONTACT-PREF TO AD-CPREF.
           MOVE 1 TO AD-CPREFL.
           IF CONTACT-PREF = SPACES THEN
                MOVE 0 TO AD-CPREFL
           END-IF.

           EXEC CICS LINK
                PROGRAM('DCI8DPGE')
                COMMAREA(WS-ACCTDATA)
                LENGTH(AD-LENGTH)
           END-EXEC.

       520-EXIT.
           EXIT.

      * THE TRACE ROW ON DISPLAY, READ FOR UPDATE - IT MUST STILL BE
      * AWAITING REVIEW. LEAVES WS-MESSAGE SET WHEN IT IS NOT
       530-READ-PROPOSAL.

           MOVE SPACES TO WS-MESSAGE.

           MOVE WS-CA-ACCTNO TO TA-ACCTNO.
           MOVE WS-CA-BATCH-DATE TO TA-BATCH-DATE.
           EXEC CICS READ
                FILE('TRACEADR')
                INTO(TRACEADR-REC)
                LENGTH(TRACEADR-LEN)
                RIDFLD(TA-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'TRACE REQUEST NO LONGER ON FILE' TO WS-MESSAGE
                GO TO 530-EXIT
           END-IF.

           IF NOT TA-PROPOSED THEN
                EXEC CICS UNLOCK FILE('TRACEADR') END-EXEC
                MOVE 'PROPOSAL HAS ALREADY BEEN REVIEWED' TO WS-MESSAGE
           END-IF.

       530-EXIT.
           EXIT.

      * THE 'U' EVENT ROW FOR THE ADDRESS CHANGE - BEFORE IMAGE FROM
      * THE ACCOUNT AS HELD, AFTER IMAGE WITH THE CONFIRMED ADDRESS,
      * THE DCI8DPGU 380-WRITE-HISTORY PATTERN
       540-WRITE-HISTORY.

           MOVE '540-WRITE-HISTORY' TO WS-LAST-PARA.

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
           MOVE NEWAD1I TO AH-AFTER-ADDR1.
           MOVE NEWAD2I TO AH-AFTER-ADDR2.
           MOVE CRLIMIT TO AH-AFTER-CRLIMIT.
           MOVE STAT TO AH-AFTER-STAT.
           MOVE EIBUSERID TO AH-CHG-USERID.
           MOVE EIBTRMID TO AH-CHG-TRMID.
           MOVE EIBDATE TO AH-CHG-DATE.
           MOVE EIBTIME TO AH-CHG-TIME.
           MOVE 'U' TO AH-EVENT-TYPE.

           EXEC CICS WRITE
                FILE('ACCTHIST')
                FROM(ACCTHIST-REC)
                LENGTH(ACCTHIST-LEN)
                RIDFLD(AH-KEY)
                RESP(WS-RESP)
           END-EXEC.

      * THE NEW ROW JOINS ITS ACCOUNT'S HASH CHAIN (SEE HASHCHN)
           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE 'S' TO CP-FUNCTION
                MOVE 'H' TO CP-FILE
                MOVE ACCTHIST-REC TO CP-ROW
                EXEC CICS LINK
                     PROGRAM('DCI8DPHM')
                     COMMAREA(CHAINPRM)
                     LENGTH(CHAINPRM-LEN)
                END-EXEC
           END-IF.

       540-EXIT.
           EXIT.

      * PF6 - REJECT THE PROPOSAL. THE ACCOUNT IS NOT TOUCHED; IT
      * STAYS GONE AWAY AND IS SENT FOR TRACE AGAIN NEXT WEEK
       550-REJECT-ADDRESS.

           MOVE '550-REJECT-ADDRESS' TO WS-LAST-PARA.

           PERFORM 510-OPEN-FOR-REVIEW THRU 510-OPEN-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF REASONL = 0 OR REASONI = SPACES OR
                REASONI = LOW-VALUES THEN
                MOVE 'KEY THE REASON FOR REJECTING THE ADDRESS'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 530-READ-PROPOSAL THRU 530-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'R' TO TA-STATUS.
           MOVE REASONI TO TA-REJECT-REASON.
           PERFORM 570-STAMP-AND-REWRITE THRU 570-STAMP-EXIT.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'REJECT FAILED - NOTHING CHANGED' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'ADDRESS REJECTED - THE ACCOUNT STAYS GONE AWAY'
                TO WS-DONE-MSG.
           GO TO 400-PAINT-TRACE.

      * THE REVIEWER'S STAMP ON THE DECIDED TRACE ROW
       570-STAMP-AND-REWRITE.

           MOVE EIBUSERID TO TA-REV-USERID.
           MOVE EIBTRMID TO TA-REV-TRMID.
           MOVE EIBDATE TO TA-REV-DATE.
           MOVE EIBTIME TO TA-REV-TIME.

           EXEC CICS REWRITE
                FILE('TRACEADR')
                FROM(TRACEADR-REC)
                LENGTH(TRACEADR-LEN)
                RESP(WS-RESP)
           END-EXEC.

       570-STAMP-EXIT.
           EXIT.

      * A DCI8DPGE REJECTION - THE KEYED ADDRESS STAYS ON THE SCREEN
      * WITH THE CURSOR ON THE LINE AT FAULT
       580-EDIT-ERROR.

           MOVE LOW-VALUES TO MAPNLO.
           MOVE DFHBMFSE TO ACCTNOA NEWAD1A NEWAD2A REASONA.
           MOVE WS-MESSAGE TO MSGO.

           IF AD-ADDR2L = -1 THEN
                MOVE -1 TO NEWAD2L
           ELSE
                MOVE -1 TO NEWAD1L
           END-IF.

           EXEC CICS SEND
                MAP('MAPNL')
                MAPSET('DCI8DNL')
                CURSOR
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

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
      * MONTH IS FOUND BY STEPPING BACK FROM DECEMBER UNTIL ITS FIRST
      * DAY IS NOT AFTER THE DAY OF YEAR, THE DCI8DPHK ROUTINE
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

      * LOOKS THE SIGNED-ON OPERATOR'S CLASS UP AND ASKS DCI8DPGH
      * WHETHER THE NAMED FUNCTION IS ALLOWED - FULL CLASS IS THE
      * LEGACY DEFAULT, THE SAME PATTERN AS DCI8DPGT
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
                IF OPER-CLASS-FULL THEN
                     MOVE 'Y' TO FH-DEFAULT
                END-IF
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

      * PF3 - BACK TO THE INQUIRY ON THE KEYED ACCOUNT WITH THE 9-BYTE
      * COMMAREA
       450-JUMP-INQUIRY.

           MOVE '450-JUMP-INQUIRY' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNL')
                MAPSET('DCI8DNL')
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
                TRANSID('I8DU')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       990-RETURN-EXIT.
           EXIT.

       999-ERROR-MSG-RETURN.

           MOVE LOW-VALUES TO MAPNLO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNL')
                MAPSET('DCI8DNL')
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       999-EXIT.
           MOVE LOW-VALUES TO MAPNLO.
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

           MOVE LOW-VALUES TO MAPNLO.
           MOVE EL-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNL')
                MAPSET('DCI8DNL')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       END PROGRAM DCI8DPHL.
