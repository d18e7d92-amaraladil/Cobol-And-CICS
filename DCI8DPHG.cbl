       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DPHG.
       AUTHOR. AMAR AL-ADIL.

      *****************************************************************
      * COMPLAINTS REGISTER SCREEN (TRAN I8DG) - RECORDS A CUSTOMER
      * COMPLAINT AND WORKS IT TO ITS FINAL RESPONSE. REACHED BY PF13
      * FROM THE DCI8DPGR INQUIRY OR PF5 FROM THE DCI8DPGQ CLOSED-
      * ACCOUNT INQUIRY WITH THE 9-BYTE ACCOUNT COMMAREA, OR BY
      * KEYING THE ACCOUNT HERE - A LIVE ACCOUNT IS LOOKED FOR ON
      * ACCTFILE, ANY OTHER ON CLOSEACCT. ENTER SHOWS THE KEYED
      * COMPLAINT, OR THE NEWEST ONE WHEN NO NUMBER IS KEYED. PF5
      * RECORDS A NEW COMPLAINT (CATEGORY, SUMMARY, THE DATE IT
      * REACHED US - TODAY WHEN LEFT EMPTY - AND THE HANDLER, THE
      * SIGNED-ON USER BY DEFAULT); THE EIGHT-WEEK DEADLINE IS SET
      * BY THE NIGHTLY DCI8BCMP RUN. PF6 SAVES A CHANGED HANDLER,
      * CATEGORY, SUMMARY OR ROOT CAUSE. PF7 CLOSES THE COMPLAINT
      * UPHELD AND PF8 NOT UPHELD - BOTH NEED A ROOT CAUSE AND THE
      * CMPCLOSE FUNCTION. REDRESS KEYED WITH PF7 NEEDS THE CMPREDRS
      * FUNCTION; ON A LIVE ACCOUNT IT IS CREDITED AT ONCE ON THE
      * RESERVED SEQUENCE 8014 WITH A TXNNARR ROW NAMING THE
      * COMPLAINT, ON A CLOSED ACCOUNT IT IS RECORDED FOR PAYMENT
      * OUTSIDE THE LEDGER. A CLOSED COMPLAINT'S FINAL-RESPONSE
      * LETTER GOES OUT WITH THE NEXT DCI8BCMP RUN. PF3 RETURNS TO
      * THE INQUIRY, PF9 TO THE MENU
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY COMPLAINTS REGISTER MAP LAYOUT
       COPY 'DCI8DNG'.

      * COPY COMPLAINTS REGISTER RECORD LAYOUT
       COPY 'COMPLAINT'.

      * COPY ACCTFILE AND RETIRED-ACCOUNT LAYOUTS - A COMPLAINT MAY
      * BE AGAINST EITHER
       COPY 'ACCTREC'.
       COPY 'CLOSEACCT'.

      * COPY TRANSACTION AND NARRATIVE LAYOUTS - REDRESS ON A LIVE
      * ACCOUNT POSTS ITS ROW AND ADJUSTS THE BALANCE ON THE SPOT
       COPY 'ACCTTXN'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.
       COPY 'TXNNARR'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT - READ FOR THE
      * OPERATOR'S CLASS AHEAD OF THE FUNCTION CHECKS
       COPY 'OPERREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT - THE 'DAYSTATE' ROW
       COPY 'ACCTCTL'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

      * THE OUTCOME OF AN ACTION, SHOWN WHEN THE COMPLAINT IS
      * REPAINTED AFTER IT
       01 WS-DONE-MSG           PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.

       01 WS-COMMAREA.
           05 WS-CA-FILLER          PIC X(03) VALUE SPACES.

       01 WS-COMMAREA-LENGTH    PIC S9(4) COMP VALUE 3.

       01 WS-MENU-COMMAREA        PIC X(3) VALUE SPACES.
       01 WS-MENU-COMMAREA-LEN    PIC S9(4) COMP VALUE 3.

      * THE ACCOUNT HANDED OVER BY DCI8DPGR'S PF13 OR DCI8DPGQ'S PF5
       01 WS-INQ-ACCTNO         PIC X(09) VALUE SPACES.

      * WHERE THE ACCOUNT WAS FOUND - 'L' ACCTFILE, 'C' CLOSEACCT -
      * AND ITS BRANCH. SEE 210-FIND-ACCOUNT
       77 WS-ACCT-SOURCE        PIC X(01) VALUE SPACE.
       77 WS-ACCT-BRANCH        PIC X(04) VALUE SPACES.
       77 WS-ACCT-ESTATE        PIC X(01) VALUE SPACE.

      * THE KEYED COMPLAINT NUMBER - ZERO MEANS THE NEWEST
       77 WS-CMP-SEQNO          PIC 9(04) COMP VALUE 0.
       77 WS-LAST-SEQNO         PIC 9(04) COMP VALUE 0.
       01 WS-SEQ-X              PIC X(04).
       01 WS-SEQ-NUM REDEFINES WS-SEQ-X PIC 9(04).
       77 WS-KEY-OK-SW          PIC X(01) VALUE 'N'.

      * TODAY - YYYYDDD OFF EIBDATE, YYYYMMDD OFF FORMATTIME
       77 WS-ABSTIME            PIC S9(15) COMP-3 VALUE 0.
       01 WS-TODAY-YMD.
           05 WS-TODAY-YYYY     PIC 9(04).
           05 WS-TODAY-MM       PIC 9(02).
           05 WS-TODAY-DD       PIC 9(02).
       77 WS-TODAY-JUL          PIC S9(7) COMP-3 VALUE 0.

      * THE KEYED RECEIVED DATE AND ITS YYYYDDD FORM
       01 WS-RCVD-YMD.
           05 WS-RCVD-YYYY      PIC 9(04).
           05 WS-RCVD-MM        PIC 9(02).
           05 WS-RCVD-DD        PIC 9(02).
       01 WS-RCVD-YMD-X REDEFINES WS-RCVD-YMD PIC X(08).
       77 WS-RCVD-JUL           PIC S9(7) COMP-3 VALUE 0.
       77 WS-RCVD-DOY           PIC 9(03) VALUE 0.

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

      * YYYYDDD TO DD/MM/YYYY FOR THE SCREEN - SEE 320-JUL-TO-YMD
       77 WS-CNV-JUL            PIC S9(7) COMP-3 VALUE 0.
       77 WS-CNV-DOY            PIC 9(03) VALUE 0.
       77 WS-CNV-START          PIC 9(03) VALUE 0.
       77 WS-CNV-MM             PIC 9(02) VALUE 0.
       01 WS-CNV-YMD.
           05 WS-CNV-YYYY       PIC 9(04).
           05 WS-CNV-MO         PIC 9(02).
           05 WS-CNV-DD         PIC 9(02).
       01 WS-CNV-YMD-X REDEFINES WS-CNV-YMD PIC X(08).
       01 WS-CNV-DISP.
           05 WS-CNV-D-DD       PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WS-CNV-D-MM       PIC 9(02).
           05 FILLER            PIC X(01) VALUE '/'.
           05 WS-CNV-D-YYYY     PIC 9(04).

      * THE KEYED REDRESS AFTER DE-EDITING - SAME 285-DEEDIT PATTERN
      * AS DCI8DPGD'S AMOUNT FIELD
       01 WS-REDRESS-VALUE      PIC 9(8)V99 VALUE 0.
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

      * POSTING WORK FOR 600-POST-REDRESS
       77 WS-REDRESS-SEQNO      PIC 9(04) COMP VALUE 8014.
       77 WS-POST-OK-SW         PIC X(01) VALUE 'N'.
       77 WS-NEW-BALANCE        PIC S9(10)V99 COMP-3 VALUE 0.
       01 WS-NARR-REF.
           05 FILLER            PIC X(10) VALUE 'COMPLAINT '.
           05 WS-NARR-SEQNO     PIC 9(04).
           05 FILLER            PIC X(02) VALUE SPACES.

      * DAY-STATE READ WORK - SEE 065-CHECK-DAYSTATE
       01 WS-DAY-RESP           PIC S9(8) COMP.
       77 WS-DAY-OPEN-SW        PIC X(01) VALUE 'Y'.

      * THE DETAIL LINES UNDER THE COMPLAINT
       01 WS-STATUS-LINE.
           05 FILLER            PIC X(07) VALUE 'STATUS '.
           05 SL-STATUS         PIC X(11).
           05 FILLER            PIC X(10) VALUE 'DEADLINE '.
           05 SL-DEADLINE       PIC X(22).
           05 FILLER            PIC X(07) VALUE 'SOURCE '.
           05 SL-SOURCE         PIC X(13).
       01 WS-CLOSED-LINE.
           05 FILLER            PIC X(10) VALUE 'CLOSED ON '.
           05 CL-DATE           PIC X(10).
           05 FILLER            PIC X(04) VALUE ' BY '.
           05 CL-USERID         PIC X(08).
           05 FILLER            PIC X(09) VALUE ' BRANCH '.
           05 CL-BRANCH         PIC X(04).
           05 FILLER            PIC X(25) VALUE SPACES.
       01 WS-REDRESS-LINE.
           05 FILLER            PIC X(08) VALUE 'REDRESS '.
           05 RL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RL-NOTE           PIC X(48).
       01 WS-LETTER-LINE.
           05 FILLER            PIC X(23) VALUE
               'FINAL RESPONSE LETTER '.
           05 LL-STATUS         PIC X(47).
       01 WS-AMT-DISP           PIC ZZZZZZZ9.99.
       01 WS-DATE-DISP          PIC 9(07).
       01 WS-SEQ-DISP           PIC 9(04).

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
           05 EL-PROGRAM         PIC X(8) VALUE 'DCI8DPHG'.
           05 EL-PARAGRAPH       PIC X(20).
           05 EL-RESP            PIC S9(8) COMP.
           05 EL-RESP2           PIC S9(8) COMP.
           05 EL-MESSAGE         PIC X(60).

       01 WS-ERRLOG-CA-LEN      PIC S9(4) COMP VALUE +100.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(9).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ENTERED FROM AN INQUIRY WITH THE ACCOUNT ON SHOW - PAINT THE
      * SCREEN WITH ITS NEWEST COMPLAINT
           IF EIBCALEN = 9 THEN
                GO TO 105-FROM-INQUIRY
           END-IF.

           IF EIBCALEN = 0 THEN
                GO TO 110-PAINT-BLANK
           END-IF.

           EXEC CICS HANDLE AID
                PF3(450-JUMP-INQUIRY)
                PF5(400-RAISE-COMPLAINT)
                PF6(500-UPDATE-COMPLAINT)
                PF7(520-CLOSE-UPHELD)
                PF8(560-CLOSE-NOT-UPHELD)
                PF9(999-EXIT)
           END-EXEC.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNG')
                MAPSET('DCI8DNG')
           END-EXEC.

           GO TO 200-SHOW-COMPLAINT.

       105-FROM-INQUIRY.

           MOVE '105-FROM-INQUIRY' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           MOVE DFHCOMMAREA TO WS-INQ-ACCTNO.
           MOVE 0 TO WS-CMP-SEQNO.

           GO TO 220-PAINT-COMPLAINT.

       110-PAINT-BLANK.

           MOVE '110-PAINT-BLANK' TO WS-LAST-PARA.

           MOVE LOW-VALUES TO MAPNGO.
           MOVE 'KEY THE ACCOUNT NUMBER AND PRESS ENTER' TO MSGO.

           EXEC CICS SEND
               MAP('MAPNG')
               MAPSET('DCI8DNG')
               ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * ENTER - SHOW THE KEYED COMPLAINT, OR THE NEWEST ON THE
      * ACCOUNT WHEN NO NUMBER IS KEYED
       200-SHOW-COMPLAINT.

           MOVE '200-SHOW-COMPLAINT' TO WS-LAST-PARA.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.

           PERFORM 215-EDIT-SEQ THRU 215-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           GO TO 220-PAINT-COMPLAINT.

      * LOOKS THE ACCOUNT IN WS-INQ-ACCTNO UP - ACCTFILE FIRST, THEN
      * CLOSEACCT. LEAVES WS-MESSAGE SET WHEN IT IS ON NEITHER
       210-FIND-ACCOUNT.

           MOVE SPACES TO WS-MESSAGE.
           MOVE SPACE TO WS-ACCT-SOURCE.
           MOVE SPACES TO WS-ACCT-BRANCH.
           MOVE SPACE TO WS-ACCT-ESTATE.

           MOVE WS-INQ-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE 'L' TO WS-ACCT-SOURCE
                MOVE BRANCH TO WS-ACCT-BRANCH
                MOVE ESTATE-FLAG TO WS-ACCT-ESTATE
                GO TO 210-EXIT
           END-IF.

           MOVE WS-INQ-ACCTNO TO CA-ACCTNO.
           EXEC CICS READ
                FILE('CLOSEACCT')
                INTO(CLOSEACCT-REC)
                LENGTH(CLOSEACCT-LEN)
                RIDFLD(CA-ACCTNO)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE 'C' TO WS-ACCT-SOURCE
                GO TO 210-EXIT
           END-IF.

           MOVE 'ACCOUNT NOT ON ACCTFILE OR CLOSEACCT' TO WS-MESSAGE.

       210-EXIT.
           EXIT.

      * THE KEYED COMPLAINT NUMBER INTO WS-CMP-SEQNO - ZERO WHEN NONE
      * WAS KEYED. LEAVES WS-KEY-OK-SW 'N' AND WS-MESSAGE SET WHEN
      * THE NUMBER IS NOT NUMERIC
       215-EDIT-SEQ.

           MOVE 'N' TO WS-KEY-OK-SW.
           MOVE 0 TO WS-CMP-SEQNO.

           IF CMPSEQL = 0 OR CMPSEQI = SPACES OR
                CMPSEQI = LOW-VALUES THEN
                MOVE 'Y' TO WS-KEY-OK-SW
                GO TO 215-EXIT
           END-IF.

           MOVE CMPSEQI TO WS-SEQ-X.
           IF WS-SEQ-X IS NOT NUMERIC OR WS-SEQ-NUM = 0 THEN
                MOVE 'COMPLAINT NUMBER MUST BE 4 DIGITS' TO WS-MESSAGE
                GO TO 215-EXIT
           END-IF.

           MOVE WS-SEQ-NUM TO WS-CMP-SEQNO.
           MOVE 'Y' TO WS-KEY-OK-SW.

       215-EXIT.
           EXIT.

      * PAINTS THE ACCOUNT AND COMPLAINT WS-CMP-SEQNO (THE NEWEST
      * WHEN ZERO). WS-DONE-MSG, WHEN SET, IS SHOWN IN PLACE OF THE
      * PROMPT
       220-PAINT-COMPLAINT.

           MOVE '220-PAINT-COMPLAINT' TO WS-LAST-PARA.

           PERFORM 150-SET-TODAY THRU 150-EXIT.

           PERFORM 210-FIND-ACCOUNT THRU 210-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF WS-CMP-SEQNO = 0 THEN
                PERFORM 240-LATEST-COMPLAINT THRU 240-EXIT
                MOVE WS-LAST-SEQNO TO WS-CMP-SEQNO
           END-IF.

           MOVE LOW-VALUES TO MAPNGO.
           MOVE WS-INQ-ACCTNO TO ACCTNOO.
           PERFORM 230-HOLDER-LINE THRU 230-EXIT.

           IF WS-CMP-SEQNO = 0 THEN
                MOVE 'NO COMPLAINT ON FILE - KEY THE DETAILS, PRESS PF5'
                     TO MSGO
                GO TO 220-SEND
           END-IF.

           MOVE WS-INQ-ACCTNO TO CP-ACCTNO.
           MOVE WS-CMP-SEQNO TO CP-SEQNO.
           EXEC CICS READ
                FILE('COMPLAINT')
                INTO(COMPLAINT-REC)
                LENGTH(COMPLAINT-LEN)
                RIDFLD(CP-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'NO COMPLAINT ON FILE UNDER THAT NUMBER' TO MSGO
                GO TO 220-SEND
           END-IF.

           PERFORM 250-FORMAT-COMPLAINT THRU 250-EXIT.

           IF CP-OPEN THEN
                MOVE 'PF6 SAVE CHANGES  PF7 UPHOLD  PF8 NOT UPHELD'
                     TO MSGO
           ELSE
                MOVE 'COMPLAINT IS CLOSED - PF5 RECORDS A NEW ONE'
                     TO MSGO
           END-IF.

       220-SEND.

           IF WS-DONE-MSG NOT = SPACES THEN
                MOVE WS-DONE-MSG TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAPNG')
                MAPSET('DCI8DNG')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       230-HOLDER-LINE.

           IF WS-ACCT-SOURCE = 'L' THEN
                STRING 'HOLDER ' TITL ' ' FNAME ' ' SNAME
                     ' STATUS ' STAT
                     DELIMITED BY SIZE INTO HOLDLNO
           ELSE
                STRING 'CLOSED ' CA-TITL ' ' CA-FNAME ' ' CA-SNAME
                     DELIMITED BY SIZE INTO HOLDLNO
           END-IF.

       230-EXIT.
           EXIT.

      * THE NEWEST COMPLAINT ON THE ACCOUNT INTO COMPLAINT-REC,
      * WS-LAST-SEQNO ITS NUMBER (ZERO FOR NONE) - THE ACCTNOTE
      * READPREV PATTERN
       240-LATEST-COMPLAINT.

           MOVE 0 TO WS-LAST-SEQNO.
           MOVE WS-INQ-ACCTNO TO CP-ACCTNO.
           MOVE 9999 TO CP-SEQNO.

           EXEC CICS STARTBR
                FILE('COMPLAINT')
                RIDFLD(CP-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 240-EXIT
           END-IF.

           EXEC CICS READPREV
                FILE('COMPLAINT')
                INTO(COMPLAINT-REC)
                RIDFLD(CP-KEY)
                LENGTH(COMPLAINT-LEN)
                RESP(WS-RESP)
           END-EXEC.

           EXEC CICS ENDBR FILE('COMPLAINT') END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND
                CP-ACCTNO = WS-INQ-ACCTNO THEN
                MOVE CP-SEQNO TO WS-LAST-SEQNO
           END-IF.

       240-EXIT.
           EXIT.

      * THE COMPLAINT IN COMPLAINT-REC ONTO THE MAP
       250-FORMAT-COMPLAINT.

           MOVE CP-SEQNO TO WS-SEQ-DISP.
           MOVE WS-SEQ-DISP TO CMPSEQO.
           MOVE CP-CATEGORY TO CATGO.
           MOVE CP-SUMMARY TO SUMMO.
           MOVE CP-HANDLER TO HANDLRO.
           MOVE CP-ROOT-CAUSE TO ROOTCO.

           MOVE CP-RECEIVED-DATE TO WS-CNV-JUL.
           PERFORM 320-JUL-TO-YMD THRU 320-EXIT.
           MOVE WS-CNV-YMD-X TO RCVDTO.

           IF CP-OPEN THEN
                MOVE 'OPEN' TO SL-STATUS
           ELSE IF CP-UPHELD THEN
                MOVE 'UPHELD' TO SL-STATUS
           ELSE
                MOVE 'NOT UPHELD' TO SL-STATUS
                END-IF
           END-IF.

           IF CP-DEADLINE-DATE = 0 THEN
                MOVE 'SET OVERNIGHT' TO SL-DEADLINE
           ELSE
                MOVE CP-DEADLINE-DATE TO WS-CNV-JUL
                PERFORM 320-JUL-TO-YMD THRU 320-EXIT
                MOVE WS-CNV-DISP TO SL-DEADLINE
                IF CP-OPEN AND CP-DEADLINE-DATE < WS-TODAY-JUL THEN
                     MOVE 'OVERDUE' TO SL-DEADLINE(12:7)
                END-IF
           END-IF.

           IF CP-LIVE-ACCT THEN
                MOVE 'LIVE ACCOUNT' TO SL-SOURCE
           ELSE
                MOVE 'CLOSED ACCT' TO SL-SOURCE
           END-IF.
           MOVE WS-STATUS-LINE TO LINE1O.

           IF CP-OPEN THEN
                GO TO 250-EXIT
           END-IF.

           MOVE CP-CLOSED-DATE TO WS-CNV-JUL.
           PERFORM 320-JUL-TO-YMD THRU 320-EXIT.
           MOVE WS-CNV-DISP TO CL-DATE.
           MOVE CP-CLS-USERID TO CL-USERID.
           MOVE CP-BRANCH TO CL-BRANCH.
           MOVE WS-CLOSED-LINE TO LINE2O.

           IF CP-REDRESS-AMOUNT > 0 THEN
                MOVE CP-REDRESS-AMOUNT TO RL-AMOUNT
                IF CP-REDRESS-TXN-DATE > 0 THEN
                     MOVE CP-REDRESS-TXN-DATE TO WS-DATE-DISP
                     MOVE CP-REDRESS-TXN-SEQNO TO WS-SEQ-DISP
                     STRING 'CREDITED - ACCTTXN ' WS-DATE-DISP
                          '/' WS-SEQ-DISP
                          DELIMITED BY SIZE INTO RL-NOTE
                ELSE
                     MOVE 'RECORDED - PAID OUTSIDE THE LEDGER'
                          TO RL-NOTE
                END-IF
                MOVE WS-REDRESS-LINE TO LINE3O
           END-IF.

           IF CP-LETTER-PENDING THEN
                MOVE 'PENDING - GOES OUT OVERNIGHT' TO LL-STATUS
           ELSE IF CP-LETTER-SENT THEN
                MOVE CP-LETTER-DATE TO WS-CNV-JUL
                PERFORM 320-JUL-TO-YMD THRU 320-EXIT
                STRING 'SENT ' WS-CNV-DISP
                     DELIMITED BY SIZE INTO LL-STATUS
           ELSE IF CP-LETTER-HELD THEN
                MOVE 'HELD - GONE-AWAY ADDRESS' TO LL-STATUS
           ELSE
                MOVE 'NOT SENT - ACCOUNT NOT FOUND' TO LL-STATUS
                END-IF
                END-IF
           END-IF.
           MOVE WS-LETTER-LINE TO LINE4O.

       250-EXIT.
           EXIT.

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

       150-EXIT.
           EXIT.

      * THE RECEIVED DATE - TODAY WHEN LEFT EMPTY, OTHERWISE A REAL
      * YYYYMMDD DATE NOT AFTER TODAY. LEAVES WS-MESSAGE SET WHEN
      * IT IS NOT
       300-EDIT-RCVDT.

           MOVE SPACES TO WS-MESSAGE.

           IF RCVDTL = 0 OR RCVDTI = SPACES OR
                RCVDTI = LOW-VALUES THEN
                MOVE WS-TODAY-JUL TO WS-RCVD-JUL
                GO TO 300-EXIT
           END-IF.

           MOVE RCVDTI TO WS-RCVD-YMD-X.

           IF WS-RCVD-YMD-X IS NOT NUMERIC THEN
                MOVE 'RECEIVED DATE MUST BE YYYYMMDD' TO WS-MESSAGE
                GO TO 300-EXIT
           END-IF.

           IF WS-RCVD-MM < 1 OR WS-RCVD-MM > 12 OR
                WS-RCVD-DD < 1 OR WS-RCVD-YYYY < 2001 THEN
                MOVE 'RECEIVED DATE IS NOT A VALID DATE' TO WS-MESSAGE
                GO TO 300-EXIT
           END-IF.

           MOVE WS-RCVD-YYYY TO WS-LY-YEAR.
           PERFORM 310-YEAR-LENGTH THRU 310-YEAR-EXIT.

           MOVE WS-MON-DAY(WS-RCVD-MM) TO WS-MONTH-LEN.
           IF WS-RCVD-MM = 2 AND WS-LY-DAYS = 366 THEN
                ADD 1 TO WS-MONTH-LEN
           END-IF.

           IF WS-RCVD-DD > WS-MONTH-LEN THEN
                MOVE 'RECEIVED DATE IS NOT A VALID DATE' TO WS-MESSAGE
                GO TO 300-EXIT
           END-IF.

           COMPUTE WS-RCVD-DOY = WS-CUM-DAY(WS-RCVD-MM) + WS-RCVD-DD.
           IF WS-RCVD-MM > 2 AND WS-LY-DAYS = 366 THEN
                ADD 1 TO WS-RCVD-DOY
           END-IF.
           COMPUTE WS-RCVD-JUL = WS-RCVD-YYYY * 1000 + WS-RCVD-DOY.

           IF WS-RCVD-JUL > WS-TODAY-JUL THEN
                MOVE 'RECEIVED DATE CANNOT BE AFTER TODAY'
                     TO WS-MESSAGE
           END-IF.

       300-EXIT.
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

      * YYYYDDD IN WS-CNV-JUL TO YYYYMMDD IN WS-CNV-YMD AND DD/MM/YYYY
      * IN WS-CNV-DISP - THE MONTH IS FOUND BY STEPPING BACK FROM
      * DECEMBER UNTIL ITS FIRST DAY IS NOT AFTER THE DAY OF YEAR
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

      * PF5 - RECORD A NEW COMPLAINT UNDER THE NEXT NUMBER AFTER THE
      * ACCOUNT'S NEWEST
       400-RAISE-COMPLAINT.

           MOVE '400-RAISE-COMPLAINT' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNG')
                MAPSET('DCI8DNG')
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

           MOVE CATGI TO CP-CATEGORY.
           IF CATGL = 0 OR NOT CP-CATEGORY-VALID THEN
                MOVE 'CATEGORY: FC IN SV CO PY CD CR DP OR OT'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF SUMML = 0 OR SUMMI = SPACES THEN
                MOVE 'KEY A SUMMARY OF THE COMPLAINT' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE SPACES TO CP-ROOT-CAUSE.
           IF ROOTCL > 0 AND ROOTCI NOT = SPACES THEN
                MOVE ROOTCI TO CP-ROOT-CAUSE
                IF NOT CP-ROOT-CAUSE-VALID THEN
                     MOVE 'ROOT CAUSE: PR SY ST CM TP OR NF'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
           END-IF.

           PERFORM 150-SET-TODAY THRU 150-EXIT.
           PERFORM 300-EDIT-RCVDT THRU 300-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 240-LATEST-COMPLAINT THRU 240-EXIT.
           IF WS-LAST-SEQNO NOT < 9999 THEN
                MOVE 'COMPLAINT NUMBERS EXHAUSTED FOR THIS ACCOUNT'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-INQ-ACCTNO TO CP-ACCTNO.
           COMPUTE CP-SEQNO = WS-LAST-SEQNO + 1.
           MOVE WS-ACCT-SOURCE TO CP-ACCT-SOURCE.
           MOVE WS-ACCT-BRANCH TO CP-BRANCH.
           MOVE CATGI TO CP-CATEGORY.
           MOVE SUMMI TO CP-SUMMARY.
           MOVE WS-RCVD-JUL TO CP-RECEIVED-DATE.
           MOVE 0 TO CP-DEADLINE-DATE.
           IF HANDLRL = 0 OR HANDLRI = SPACES OR
                HANDLRI = LOW-VALUES THEN
                MOVE EIBUSERID TO CP-HANDLER
           ELSE
                MOVE HANDLRI TO CP-HANDLER
           END-IF.
           MOVE 'O' TO CP-STATUS.
           MOVE 0 TO CP-CLOSED-DATE.
           MOVE 0 TO CP-REDRESS-AMOUNT.
           MOVE 0 TO CP-REDRESS-TXN-DATE.
           MOVE 0 TO CP-REDRESS-TXN-SEQNO.
           MOVE SPACE TO CP-LETTER-STATUS.
           MOVE 0 TO CP-LETTER-DATE.
           MOVE EIBUSERID TO CP-RSD-USERID.
           MOVE EIBTRMID TO CP-RSD-TRMID.
           MOVE EIBDATE TO CP-RSD-DATE.
           MOVE EIBTIME TO CP-RSD-TIME.
           MOVE SPACES TO CP-CLS-USERID.
           MOVE SPACES TO CP-CLS-TRMID.
           MOVE 0 TO CP-CLS-DATE.
           MOVE 0 TO CP-CLS-TIME.

           EXEC CICS WRITE
                FILE('COMPLAINT')
                FROM(COMPLAINT-REC)
                LENGTH(COMPLAINT-LEN)
                RIDFLD(CP-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'COMPLAINT NOT RECORDED - TRY AGAIN' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE CP-SEQNO TO WS-CMP-SEQNO.
           MOVE 'COMPLAINT RECORDED - FINAL RESPONSE DUE IN 8 WEEKS'
                TO WS-DONE-MSG.
           GO TO 220-PAINT-COMPLAINT.

      * PF6 - SAVE A CHANGED HANDLER, CATEGORY, SUMMARY OR ROOT
      * CAUSE ON AN OPEN COMPLAINT. EMPTY FIELDS LEAVE THE FILED
      * VALUE ALONE
       500-UPDATE-COMPLAINT.

           MOVE '500-UPDATE-COMPLAINT' TO WS-LAST-PARA.

           PERFORM 530-OPEN-FOR-UPDATE THRU 530-OPEN-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 540-APPLY-CHANGES THRU 540-APPLY-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           EXEC CICS REWRITE
                FILE('COMPLAINT')
                FROM(COMPLAINT-REC)
                LENGTH(COMPLAINT-LEN)
           END-EXEC.

           MOVE 'COMPLAINT UPDATED' TO WS-DONE-MSG.
           GO TO 220-PAINT-COMPLAINT.

      * PF7 - CLOSE THE COMPLAINT UPHELD. REDRESS ON A LIVE ACCOUNT
      * IS CREDITED NOW ON 8014; ON A CLOSED ACCOUNT IT IS RECORDED
      * FOR PAYMENT OUTSIDE THE LEDGER
       520-CLOSE-UPHELD.

           MOVE '520-CLOSE-UPHELD' TO WS-LAST-PARA.

           PERFORM 530-OPEN-FOR-UPDATE THRU 530-OPEN-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 550-CHECK-CLOSE THRU 550-CHECK-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 0 TO WS-REDRESS-VALUE.
           IF REDRSL > 0 AND REDRSI NOT = SPACES AND
                REDRSI NOT = LOW-VALUES THEN
                PERFORM 285-DEEDIT-AMOUNT THRU 285-DEEDIT-EXIT
                IF WS-DED-BAD THEN
                     MOVE 'REDRESS MUST BE AN AMOUNT, E.G. 25.00'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
           END-IF.

           IF WS-REDRESS-VALUE > 0 THEN
                MOVE 'CMPREDRS' TO FH-FUNCTION
                PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT
                IF FH-ALLOW NOT = 'Y' THEN
                     MOVE 'NOT AUTHORIZED TO PAY COMPLAINT REDRESS'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                MOVE WS-REDRESS-VALUE TO CP-REDRESS-AMOUNT
           END-IF.

      * DURING THE BATCH WINDOW MONEY-POSTING ACTIONS REFUSE RATHER
      * THAN INTERLEAVE WITH THE NIGHT'S POSTING RUN
           IF WS-REDRESS-VALUE > 0 AND CP-LIVE-ACCT THEN
                PERFORM 065-CHECK-DAYSTATE THRU 065-DAYSTATE-EXIT
                IF WS-DAY-OPEN-SW NOT = 'Y' THEN
                     MOVE 'POSTING IN PROGRESS - TRY AGAIN SHORTLY'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                PERFORM 600-POST-REDRESS THRU 600-POST-EXIT
                IF WS-POST-OK-SW NOT = 'Y' THEN
                     EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
           END-IF.

           MOVE 'U' TO CP-STATUS.
           PERFORM 570-STAMP-AND-REWRITE THRU 570-STAMP-EXIT.

           IF WS-REDRESS-VALUE = 0 THEN
                MOVE 'CLOSED UPHELD - FINAL RESPONSE GOES OVERNIGHT'
                     TO WS-DONE-MSG
           ELSE IF CP-LIVE-ACCT THEN
                MOVE 'CLOSED UPHELD - REDRESS CREDITED TO THE ACCOUNT'
                     TO WS-DONE-MSG
           ELSE
                MOVE 'CLOSED UPHELD - REDRESS RECORDED FOR PAYMENT'
                     TO WS-DONE-MSG
                END-IF
           END-IF.
           GO TO 220-PAINT-COMPLAINT.

      * PF8 - CLOSE THE COMPLAINT NOT UPHELD. NO REDRESS IS PAID
       560-CLOSE-NOT-UPHELD.

           MOVE '560-CLOSE-NOT-UPHELD' TO WS-LAST-PARA.

           PERFORM 530-OPEN-FOR-UPDATE THRU 530-OPEN-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 550-CHECK-CLOSE THRU 550-CHECK-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF REDRSL > 0 AND REDRSI NOT = SPACES AND
                REDRSI NOT = LOW-VALUES THEN
                MOVE 'NO REDRESS ON A COMPLAINT NOT UPHELD'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'R' TO CP-STATUS.
           PERFORM 570-STAMP-AND-REWRITE THRU 570-STAMP-EXIT.

           MOVE 'CLOSED NOT UPHELD - FINAL RESPONSE GOES OVERNIGHT'
                TO WS-DONE-MSG.
           GO TO 220-PAINT-COMPLAINT.

      * COMMON FRONT HALF OF THE UPDATE AND BOTH CLOSURES - RECEIVE,
      * THE ACCOUNT AND NUMBER, AND THE COMPLAINT READ FOR UPDATE,
      * WHICH MUST STILL BE OPEN. LEAVES WS-KEY-OK-SW 'Y' ONLY WHEN
      * THE COMPLAINT IS READY TO CHANGE
       530-OPEN-FOR-UPDATE.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNG')
                MAPSET('DCI8DNG')
           END-EXEC.

           MOVE 'N' TO WS-KEY-OK-SW.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 530-OPEN-EXIT
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.

           PERFORM 215-EDIT-SEQ THRU 215-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 530-OPEN-EXIT
           END-IF.
           MOVE 'N' TO WS-KEY-OK-SW.

           IF WS-CMP-SEQNO = 0 THEN
                MOVE 'KEY THE COMPLAINT NUMBER' TO WS-MESSAGE
                GO TO 530-OPEN-EXIT
           END-IF.

           PERFORM 150-SET-TODAY THRU 150-EXIT.

           MOVE WS-INQ-ACCTNO TO CP-ACCTNO.
           MOVE WS-CMP-SEQNO TO CP-SEQNO.

           EXEC CICS READ
                FILE('COMPLAINT')
                INTO(COMPLAINT-REC)
                LENGTH(COMPLAINT-LEN)
                RIDFLD(CP-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'NO COMPLAINT ON FILE UNDER THAT NUMBER'
                     TO WS-MESSAGE
                GO TO 530-OPEN-EXIT
           END-IF.

           IF NOT CP-OPEN THEN
                MOVE 'COMPLAINT IS ALREADY CLOSED' TO WS-MESSAGE
                GO TO 530-OPEN-EXIT
           END-IF.

           MOVE 'Y' TO WS-KEY-OK-SW.

       530-OPEN-EXIT.
           EXIT.

      * THE KEYED HANDLER, CATEGORY, SUMMARY AND ROOT CAUSE ONTO THE
      * COMPLAINT - A BAD CATEGORY OR ROOT CAUSE LEAVES WS-KEY-OK-SW
      * 'N' AND WS-MESSAGE SET
       540-APPLY-CHANGES.

           MOVE 'N' TO WS-KEY-OK-SW.

           IF CATGL > 0 AND CATGI NOT = SPACES AND
                CATGI NOT = LOW-VALUES THEN
                MOVE CATGI TO CP-CATEGORY
                IF NOT CP-CATEGORY-VALID THEN
                     MOVE 'CATEGORY: FC IN SV CO PY CD CR DP OR OT'
                          TO WS-MESSAGE
                     GO TO 540-APPLY-EXIT
                END-IF
           END-IF.

           IF ROOTCL > 0 AND ROOTCI NOT = SPACES AND
                ROOTCI NOT = LOW-VALUES THEN
                MOVE ROOTCI TO CP-ROOT-CAUSE
                IF NOT CP-ROOT-CAUSE-VALID THEN
                     MOVE 'ROOT CAUSE: PR SY ST CM TP OR NF'
                          TO WS-MESSAGE
                     GO TO 540-APPLY-EXIT
                END-IF
           END-IF.

           IF HANDLRL > 0 AND HANDLRI NOT = SPACES AND
                HANDLRI NOT = LOW-VALUES THEN
                MOVE HANDLRI TO CP-HANDLER
           END-IF.

           IF SUMML > 0 AND SUMMI NOT = SPACES AND
                SUMMI NOT = LOW-VALUES THEN
                MOVE SUMMI TO CP-SUMMARY
           END-IF.

           MOVE 'Y' TO WS-KEY-OK-SW.

       540-APPLY-EXIT.
           EXIT.

      * BOTH CLOSURES - THE CMPCLOSE GRANT, THE KEYED CHANGES, AND A
      * ROOT CAUSE, WHICH THE FINAL RESPONSE CANNOT GO WITHOUT
       550-CHECK-CLOSE.

           MOVE 'N' TO WS-KEY-OK-SW.

           MOVE 'CMPCLOSE' TO FH-FUNCTION.
           PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT.
           IF FH-ALLOW NOT = 'Y' THEN
                MOVE 'NOT AUTHORIZED TO CLOSE COMPLAINTS' TO WS-MESSAGE
                GO TO 550-CHECK-EXIT
           END-IF.

           PERFORM 540-APPLY-CHANGES THRU 540-APPLY-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 550-CHECK-EXIT
           END-IF.
           MOVE 'N' TO WS-KEY-OK-SW.

           IF NOT CP-ROOT-CAUSE-VALID THEN
                MOVE 'KEY THE ROOT CAUSE BEFORE CLOSING' TO WS-MESSAGE
                GO TO 550-CHECK-EXIT
           END-IF.

           MOVE 'Y' TO WS-KEY-OK-SW.

       550-CHECK-EXIT.
           EXIT.

      * THE CLOSURE STAMP - THE LETTER WAITS 'P' FOR THE NIGHTLY
      * DCI8BCMP RUN
       570-STAMP-AND-REWRITE.

           MOVE WS-TODAY-JUL TO CP-CLOSED-DATE.
           MOVE 'P' TO CP-LETTER-STATUS.
           MOVE 0 TO CP-LETTER-DATE.
           MOVE EIBUSERID TO CP-CLS-USERID.
           MOVE EIBTRMID TO CP-CLS-TRMID.
           MOVE EIBDATE TO CP-CLS-DATE.
           MOVE EIBTIME TO CP-CLS-TIME.

           EXEC CICS REWRITE
                FILE('COMPLAINT')
                FROM(COMPLAINT-REC)
                LENGTH(COMPLAINT-LEN)
           END-EXEC.

       570-STAMP-EXIT.
           EXIT.

      * STRIPS THE KEYED REDRESS TO A NUMBER - DIGITS, AT MOST ONE
      * POINT AND TWO DECIMALS, BLANKS IGNORED
       285-DEEDIT-AMOUNT.

           MOVE 0 TO WS-REDRESS-VALUE.
           MOVE 0 TO WS-DED-INT.
           MOVE 0 TO WS-DED-DEC-COUNT.
           MOVE 'N' TO WS-DED-POINT-SW.
           MOVE 'N' TO WS-DED-BAD-SW.

           PERFORM 286-DEEDIT-CHAR THRU 286-DEEDIT-CHAR-EXIT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 11.

           IF NOT WS-DED-BAD THEN
                IF WS-DED-DEC-COUNT = 2 THEN
                     COMPUTE WS-REDRESS-VALUE = WS-DED-INT / 100
                          ON SIZE ERROR
                               MOVE 'Y' TO WS-DED-BAD-SW
                     END-COMPUTE
                ELSE IF WS-DED-DEC-COUNT = 1 THEN
                     COMPUTE WS-REDRESS-VALUE = WS-DED-INT / 10
                          ON SIZE ERROR
                               MOVE 'Y' TO WS-DED-BAD-SW
                     END-COMPUTE
                ELSE
                     COMPUTE WS-REDRESS-VALUE = WS-DED-INT
                          ON SIZE ERROR
                               MOVE 'Y' TO WS-DED-BAD-SW
                     END-COMPUTE
                END-IF
           END-IF.

       285-DEEDIT-EXIT.
           EXIT.

       286-DEEDIT-CHAR.

           MOVE REDRSI(WS-DED-SUB:1) TO WS-DED-CHAR.

           IF WS-DED-CHAR-DIGIT THEN
                COMPUTE WS-DED-INT = (WS-DED-INT * 10) + WS-DED-DIGIT
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

      * CREDITS THE REDRESS TO THE LIVE ACCOUNT ON THE RESERVED
      * SEQUENCE 8014 WITH A TXNNARR ROW NAMING THE COMPLAINT, AND
      * KEEPS THE ROW'S KEY ON THE COMPLAINT. ONE REDRESS CREDIT PER
      * ACCOUNT PER DAY - A SECOND COLLIDES AND IS REFUSED
       600-POST-REDRESS.

           MOVE '600-POST-REDRESS' TO WS-LAST-PARA.
           MOVE 'N' TO WS-POST-OK-SW.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE CP-ACCTNO TO CK-ACCTNO.
           MOVE 'REDRESS' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 600-POST-EXIT
           END-IF.

           MOVE CP-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'ACCOUNT NOT ON ACCTFILE - NOTHING CHANGED'
                     TO WS-MESSAGE
                GO TO 600-POST-EXIT
           END-IF.

           COMPUTE WS-NEW-BALANCE = CURR-BAL - WS-REDRESS-VALUE.

           IF WS-NEW-BALANCE > 99999999 OR
                WS-NEW-BALANCE < -99999999 THEN
                MOVE 'BALANCE WOULD OVERFLOW - NOTHING CHANGED'
                     TO WS-MESSAGE
                GO TO 600-POST-EXIT
           END-IF.

           MOVE CP-ACCTNO TO TX-ACCTNO.
           MOVE WS-TODAY-JUL TO TX-DATE.
           MOVE WS-REDRESS-SEQNO TO TX-SEQNO.
           MOVE 'C' TO TX-TYPE.
           MOVE WS-REDRESS-VALUE TO TX-AMOUNT.
           MOVE WS-TODAY-JUL TO TX-POST-DATE.
           MOVE 'DCI8DPHG' TO TX-POST-JOB.
           MOVE 'O' TO TX-SOURCE.

           EXEC CICS WRITE
                FILE('ACCTTXN')
                FROM(ACCTTXN-REC)
                LENGTH(ACCTTXN-LEN)
                RIDFLD(TX-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'REDRESS ALREADY PAID ON THIS ACCOUNT TODAY'
                     TO WS-MESSAGE
                GO TO 600-POST-EXIT
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

           MOVE WS-NEW-BALANCE TO CURR-BAL.

           EXEC CICS REWRITE
                FILE('ACCTFILE')
                FROM(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'POSTING FAILED - NOTHING POSTED' TO WS-MESSAGE
                GO TO 600-POST-EXIT
           END-IF.

           MOVE TX-KEY TO NR-KEY.
           MOVE 'COMPLAINT REDRESS' TO NR-MERCHANT.
           MOVE SPACES TO NR-CATEGORY.
           MOVE CP-SEQNO TO WS-NARR-SEQNO.
           MOVE WS-NARR-REF TO NR-ORIG-REF.
           EXEC CICS WRITE
                FILE('TXNNARR')
                FROM(TXNNARR-REC)
                LENGTH(TXNNARR-LEN)
                RIDFLD(NR-KEY)
                RESP(WS-RESP)
           END-EXEC.

           MOVE TX-DATE TO CP-REDRESS-TXN-DATE.
           MOVE TX-SEQNO TO CP-REDRESS-TXN-SEQNO.

           MOVE 'Y' TO WS-POST-OK-SW.

       600-POST-EXIT.
           EXIT.

      * THE SCHEDULE CLOSES THE ONLINE DAY AROUND THE NIGHTLY
      * POSTING RUN VIA THE ACCTCTL 'DAYSTATE' ROW, SET BY DCI8BDAY
      * (1 OPEN, 2 CUTOVER, 3 BATCH). A MISSING ROW MEANS OPEN
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

      * PF3 - BACK TO THE INQUIRY ON THE KEYED ACCOUNT - DCI8DPGR
      * WITH THE 9-BYTE COMMAREA FOR A LIVE ACCOUNT, THE DCI8DPGQ
      * CLOSED-ACCOUNT INQUIRY FOR ANY OTHER
       450-JUMP-INQUIRY.

           MOVE '450-JUMP-INQUIRY' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNG')
                MAPSET('DCI8DNG')
           END-EXEC.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.
           MOVE WS-INQ-ACCTNO TO ACCTNO.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS XCTL
                     PROGRAM('DCI8DPGQ')
                     COMMAREA(WS-MENU-COMMAREA)
                     LENGTH(WS-MENU-COMMAREA-LEN)
                END-EXEC
           END-IF.

           EXEC CICS XCTL
                PROGRAM('DCI8DPGR')
                COMMAREA(WS-INQ-ACCTNO)
                LENGTH(9)
           END-EXEC.

       990-RETURN.

           EXEC CICS RETURN
                TRANSID('I8DG')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       990-RETURN-EXIT.
           EXIT.

       999-ERROR-MSG-RETURN.

           MOVE LOW-VALUES TO MAPNGO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNG')
                MAPSET('DCI8DNG')
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       999-EXIT.
           MOVE LOW-VALUES TO MAPNGO.
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

           MOVE LOW-VALUES TO MAPNGO.
           MOVE EL-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNG')
                MAPSET('DCI8DNG')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       END PROGRAM DCI8DPHG.
