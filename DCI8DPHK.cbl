       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DPHK.
       AUTHOR. AMAR AL-ADIL.

      *****************************************************************
      * INSOLVENCY CASE SCREEN (TRAN I8DL) - RECORDS THE BANKRUPTCY,
      * IVA OR DEBT RELIEF ORDER WE ARE NOTIFIED OF ON AN ACCOUNT,
      * ONE INSOLV ROW PER ACCOUNT. REACHED BY PF15 FROM THE DCI8DPGR
      * INQUIRY WITH THE 9-BYTE ACCOUNT COMMAREA, OR BY KEYING THE
      * ACCOUNT HERE. ENTER SHOWS THE CASE. PF5 RECORDS A NEW CASE -
      * TYPE, NOTIFIED DATE, THE PRACTITIONER'S CASE REFERENCE, NAME
      * AND ADDRESS - AND, IN THE SAME UNIT OF WORK, CHARGES THE
      * DRAWN BALANCE OFF TO THE RECOVERY LEDGER EXACTLY AS THE
      * DCI8DPGT PF6 CHARGE-OFF DOES; THAT FIGURE IS THE CLAIM
      * DCI8BPOD SENDS. AN ACCOUNT ALREADY ON THE LEDGER CLAIMS WHAT
      * IS STILL UNRECOVERED. THE ACCOUNT'S WORK ITEM COMES OFF THE
      * WORKLIST, RECORDED ON THE WLHIST HISTORY AS CHARGED OFF.
      * PF5 ON AN ACTIVE CASE AMENDS ITS DETAILS ONLY. PF6
      * POSTS A DIVIDEND RECEIVED FROM THE PRACTITIONER TO THE CASE
      * AND THE LEDGER ROW - NEVER TO THE ACCOUNT, WHICH STAYS AT
      * NIL. PF10 DISCHARGES THE CASE: WHATEVER IS STILL UNRECOVERED
      * IS WRITTEN OFF AS THE RESIDUE AND THE LEDGER ROW CLOSED. A
      * DISCHARGED CASE STAYS ON FILE AND CANNOT BE REOPENED. PF5
      * AND PF6 COME UNDER THE INSOLVCS FUNCTION, PF10 UNDER
      * INSOLVDS. PF3 RETURNS TO THE INQUIRY, PF4 CLEARS THE SCREEN,
      * PF9 GOES TO THE MENU
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY INSOLVENCY CASE MAP LAYOUT
       COPY 'DCI8DNK'.

      * COPY BMS ATTRIBUTE CONSTANTS - THE CASE DETAILS ARE SENT
      * WITH THE MODIFIED BIT ON SO AN AMENDMENT RECEIVES THEM ALL
       COPY 'DFHBMSCA'.

      * COPY INSOLVENCY CASE RECORD LAYOUT
       COPY 'INSOLV'.

      * COPY ACCOUNT RECORD AND TRANSACTION LAYOUTS - RECORDING A
      * CASE CHARGES THE DRAWN BALANCE OFF
       COPY 'ACCTREC'.
       COPY 'ACCTTXN'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY RECOVERY LEDGER RECORD - THE CHARGE-OFF, THE DIVIDENDS
      * AND THE RESIDUE AT DISCHARGE
       COPY 'RECOVLDG'.

      * COPY COLLECTIONS WORK-ITEM RECORD LAYOUT - A NEW CASE TAKES
      * THE ACCOUNT OFF THE WORKLIST
       COPY 'WORKLIST'.

      * COPY WORKLIST HISTORY RECORD LAYOUT - SEE 440-WRITE-HISTORY
       COPY 'WLHIST'.

      * COPY SYSTEM CONTROL RECORD LAYOUT - THE 'DAYSTATE' ROW
       COPY 'ACCTCTL'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT - READ FOR THE
      * OPERATOR'S CLASS AHEAD OF THE FUNCTION CHECKS
       COPY 'OPERREC'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

      * THE OUTCOME OF AN ACTION, SHOWN WHEN THE ACCOUNT IS
      * REPAINTED AFTER IT
       01 WS-DONE-MSG           PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.

       01 WS-COMMAREA.
           05 WS-CA-FILLER          PIC X(03) VALUE SPACES.

       01 WS-COMMAREA-LENGTH    PIC S9(4) COMP VALUE 3.

       01 WS-MENU-COMMAREA        PIC X(3) VALUE SPACES.
       01 WS-MENU-COMMAREA-LEN    PIC S9(4) COMP VALUE 3.

      * THE ACCOUNT HANDED OVER BY DCI8DPGR'S PF15 OR KEYED HERE
       01 WS-INQ-ACCTNO         PIC X(09) VALUE SPACES.

       77 WS-KEY-OK-SW          PIC X(01) VALUE 'N'.

      * DAY-STATE READ WORK - SEE 065-CHECK-DAYSTATE
       01 WS-DAY-RESP           PIC S9(8) COMP.
       77 WS-DAY-OPEN-SW        PIC X(01) VALUE 'Y'.

      * THE AMOUNT THE NEW CASE CLAIMS, AND WHAT IS STILL OWED ON
      * THE LEDGER ROW WHEN A DIVIDEND OR A DISCHARGE IS POSTED
       77 WS-CLAIM-AMT          PIC S9(08)V99 COMP-3 VALUE 0.
       77 WS-OWED-AMT           PIC S9(08)V99 COMP-3 VALUE 0.
       77 WS-CHGOFF-SW          PIC X(01) VALUE 'N'.

      * HISTORY WRITE WORK - SEE 440-WRITE-HISTORY
       01 WS-WH-RESP            PIC S9(8) COMP.
       77 WS-WH-DONE-SW         PIC X(01) VALUE 'N'.

      * TODAY - YYYYDDD OFF EIBDATE
       77 WS-TODAY-JUL          PIC S9(7) COMP-3 VALUE 0.

      * THE KEYED NOTIFIED DATE AND ITS YYYYDDD FORM
       01 WS-NTF-YMD.
           05 WS-NTF-YYYY       PIC 9(04).
           05 WS-NTF-MM         PIC 9(02).
           05 WS-NTF-DD         PIC 9(02).
       01 WS-NTF-YMD-X REDEFINES WS-NTF-YMD PIC X(08).
       77 WS-NTF-JUL            PIC S9(7) COMP-3 VALUE 0.
       77 WS-NTF-DOY            PIC 9(03) VALUE 0.

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

      * DIVIDEND DE-EDIT WORK - THE SAME 285-DEEDIT PATTERN THE
      * AMOUNT SCREENS USE
       01 WS-DED-VALUE          PIC 9(08)V99 VALUE 0.
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

      * THE CASE'S STANDING AND CLAIM, THEN ITS DIVIDENDS AND
      * RESIDUE, ONE SCREEN LINE EACH
       01 WS-CASE-LINE.
           05 CL-STATUS         PIC X(10).
           05 FILLER            PIC X(07) VALUE ' CLAIM '.
           05 CL-CLAIM          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(06) VALUE ' SENT '.
           05 CL-SENT           PIC X(10).
           05 FILLER            PIC X(14) VALUE SPACES.

       01 WS-LEDGER-LINE.
           05 FILLER            PIC X(09) VALUE 'DIVIDEND '.
           05 LL-DIVIDEND       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(06) VALUE ' LAST '.
           05 LL-LAST           PIC X(10).
           05 FILLER            PIC X(09) VALUE ' RESIDUE '.
           05 LL-RESIDUE        PIC ZZ,ZZZ,ZZ9.99.

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
           05 EL-PROGRAM         PIC X(8) VALUE 'DCI8DPHK'.
           05 EL-PARAGRAPH       PIC X(20).
           05 EL-RESP            PIC S9(8) COMP.
           05 EL-RESP2           PIC S9(8) COMP.
           05 EL-MESSAGE         PIC X(60).

       01 WS-ERRLOG-CA-LEN      PIC S9(4) COMP VALUE +100.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(9).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ENTERED FROM THE INQUIRY WITH THE ACCOUNT ON SHOW - PAINT THE
      * SCREEN WITH ITS CASE
           IF EIBCALEN = 9 THEN
                GO TO 105-FROM-INQUIRY
           END-IF.

           IF EIBCALEN = 0 THEN
                GO TO 110-PAINT-BLANK
           END-IF.

           EXEC CICS HANDLE AID
                PF3(450-JUMP-INQUIRY)
                PF4(110-PAINT-BLANK)
                PF5(400-RECORD-CASE)
                PF6(500-POST-DIVIDEND)
                PF9(999-EXIT)
                PF10(600-DISCHARGE-CASE)
           END-EXEC.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNK')
                MAPSET('DCI8DNK')
           END-EXEC.

           GO TO 200-SHOW-CASE.

       105-FROM-INQUIRY.

           MOVE '105-FROM-INQUIRY' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           MOVE DFHCOMMAREA TO WS-INQ-ACCTNO.

           GO TO 220-PAINT-CASE.

       110-PAINT-BLANK.

           MOVE '110-PAINT-BLANK' TO WS-LAST-PARA.

           MOVE LOW-VALUES TO MAPNKO.
           MOVE 'KEY THE ACCOUNT NUMBER AND PRESS ENTER' TO MSGO.

           EXEC CICS SEND
               MAP('MAPNK')
               MAPSET('DCI8DNK')
               ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * ENTER - SHOW THE ACCOUNT'S CASE
       200-SHOW-CASE.

           MOVE '200-SHOW-CASE' TO WS-LAST-PARA.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.

           GO TO 220-PAINT-CASE.

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

      * PAINTS THE ACCOUNT AND ITS CASE. WS-DONE-MSG, WHEN SET, IS
      * SHOWN IN PLACE OF THE PROMPT
       220-PAINT-CASE.

           MOVE '220-PAINT-CASE' TO WS-LAST-PARA.

           PERFORM 150-SET-TODAY THRU 150-EXIT.

           PERFORM 210-FIND-ACCOUNT THRU 210-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE LOW-VALUES TO MAPNKO.
           MOVE WS-INQ-ACCTNO TO ACCTNOO.
           STRING 'HOLDER ' TITL ' ' FNAME ' ' SNAME
                ' STATUS ' STAT
                DELIMITED BY SIZE INTO HOLDLNO.
           MOVE DFHBMFSE TO ACCTNOA.

           MOVE WS-INQ-ACCTNO TO IV-ACCTNO.
           EXEC CICS READ
                FILE('INSOLV')
                INTO(INSOLV-REC)
                LENGTH(INSOLV-LEN)
                RIDFLD(IV-ACCTNO)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'NO CASE ON FILE - KEY THE DETAILS, PRESS PF5'
                     TO MSGO
                GO TO 220-SEND
           END-IF.

           MOVE IV-CASE-TYPE TO CTYPEO.
           MOVE IV-NOTIFY-DATE TO WS-CNV-JUL.
           PERFORM 320-JUL-TO-YMD THRU 320-EXIT.
           MOVE WS-CNV-YMD-X TO NOTIFYO.
           MOVE IV-CLAIM-REF TO CLMREFO.
           MOVE IV-PRAC-NAME TO PNAMEO.
           MOVE IV-PRAC-ADDR1 TO PADDR1O.
           MOVE IV-PRAC-ADDR2 TO PADDR2O.
           MOVE IV-PRAC-ADDR3 TO PADDR3O.
           MOVE DFHBMFSE TO CTYPEA NOTIFYA CLMREFA PNAMEA PADDR1A
                PADDR2A PADDR3A.

           IF IV-ACTIVE THEN
                MOVE 'ACTIVE' TO CL-STATUS
           ELSE
                MOVE 'DISCHARGED' TO CL-STATUS
           END-IF.
           MOVE IV-CLAIM-AMT TO CL-CLAIM.
           IF IV-CLAIM-SENT-DATE > 0 THEN
                MOVE IV-CLAIM-SENT-DATE TO WS-CNV-JUL
                PERFORM 320-JUL-TO-YMD THRU 320-EXIT
                MOVE WS-CNV-DISP TO CL-SENT
           ELSE IF IV-CLAIM-AMT > 0 THEN
                MOVE 'NOT YET' TO CL-SENT
           ELSE
                MOVE 'NO CLAIM' TO CL-SENT
                END-IF
           END-IF.
           MOVE WS-CASE-LINE TO CASELNO.

           MOVE IV-DIVIDEND-AMT TO LL-DIVIDEND.
           MOVE SPACES TO LL-LAST.
           IF IV-LAST-DIV-DATE > 0 THEN
                MOVE IV-LAST-DIV-DATE TO WS-CNV-JUL
                PERFORM 320-JUL-TO-YMD THRU 320-EXIT
                MOVE WS-CNV-DISP TO LL-LAST
           END-IF.
           MOVE IV-RESIDUE-AMT TO LL-RESIDUE.
           MOVE WS-LEDGER-LINE TO LEDGLNO.

           IF IV-ACTIVE THEN
                MOVE 'PF5 AMEND  PF6 DIVIDEND  PF10 DISCHARGE'
                     TO MSGO
           ELSE
                MOVE IV-DISCHARGE-DATE TO WS-CNV-JUL
                PERFORM 320-JUL-TO-YMD THRU 320-EXIT
                STRING 'CASE DISCHARGED ' WS-CNV-DISP
                     ' - RESIDUE WRITTEN OFF'
                     DELIMITED BY SIZE INTO MSGO
           END-IF.

       220-SEND.

           IF WS-DONE-MSG NOT = SPACES THEN
                MOVE WS-DONE-MSG TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAPNK')
                MAPSET('DCI8DNK')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * TODAY - EIBDATE CARRIES 0CYYDDD
       150-SET-TODAY.

           COMPUTE WS-TODAY-JUL = EIBDATE + 1900000.

       150-EXIT.
           EXIT.

      * THE SCHEDULE CLOSES THE ONLINE DAY AROUND THE NIGHTLY
      * POSTING RUN VIA THE ACCTCTL 'DAYSTATE' ROW - THE SAME TEST
      * AS DCI8DPGT. A MISSING ROW MEANS OPEN
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

      * THE CASE DETAILS - A VALID TYPE, THE NOTIFIED DATE AS A REAL
      * YYYYMMDD DATE NOT AFTER TODAY, THE PRACTITIONER'S CASE
      * REFERENCE, NAME AND FIRST ADDRESS LINE. LEAVES WS-MESSAGE SET
      * WHEN ANY IS MISSING OR WRONG
       300-EDIT-CASE.

           MOVE SPACES TO WS-MESSAGE.

           MOVE CTYPEI TO IV-CASE-TYPE.
           IF CTYPEL = 0 OR NOT IV-TYPE-VALID THEN
                MOVE 'CASE TYPE: B BANKRUPTCY I IVA D DEBT RELIEF ORDER'
                     TO WS-MESSAGE
                GO TO 300-EXIT
           END-IF.

           IF NOTIFYL = 0 OR NOTIFYI = SPACES OR
                NOTIFYI = LOW-VALUES THEN
                MOVE 'KEY THE NOTIFIED DATE AS YYYYMMDD' TO WS-MESSAGE
                GO TO 300-EXIT
           END-IF.

           MOVE NOTIFYI TO WS-NTF-YMD-X.

           IF WS-NTF-YMD-X IS NOT NUMERIC THEN
                MOVE 'NOTIFIED DATE MUST BE YYYYMMDD' TO WS-MESSAGE
                GO TO 300-EXIT
           END-IF.

           IF WS-NTF-MM < 1 OR WS-NTF-MM > 12 OR
                WS-NTF-DD < 1 OR WS-NTF-YYYY < 2001 THEN
                MOVE 'NOTIFIED DATE IS NOT A VALID DATE' TO WS-MESSAGE
                GO TO 300-EXIT
           END-IF.

           MOVE WS-NTF-YYYY TO WS-LY-YEAR.
           PERFORM 310-YEAR-LENGTH THRU 310-YEAR-EXIT.

           MOVE WS-MON-DAY(WS-NTF-MM) TO WS-MONTH-LEN.
           IF WS-NTF-MM = 2 AND WS-LY-DAYS = 366 THEN
                ADD 1 TO WS-MONTH-LEN
           END-IF.

           IF WS-NTF-DD > WS-MONTH-LEN THEN
                MOVE 'NOTIFIED DATE IS NOT A VALID DATE' TO WS-MESSAGE
                GO TO 300-EXIT
           END-IF.

           COMPUTE WS-NTF-DOY = WS-CUM-DAY(WS-NTF-MM) + WS-NTF-DD.
           IF WS-NTF-MM > 2 AND WS-LY-DAYS = 366 THEN
                ADD 1 TO WS-NTF-DOY
           END-IF.
           COMPUTE WS-NTF-JUL = WS-NTF-YYYY * 1000 + WS-NTF-DOY.

           IF WS-NTF-JUL > WS-TODAY-JUL THEN
                MOVE 'NOTIFIED DATE CANNOT BE AFTER TODAY' TO WS-MESSAGE
                GO TO 300-EXIT
           END-IF.

           IF CLMREFL = 0 OR CLMREFI = SPACES OR
                CLMREFI = LOW-VALUES THEN
                MOVE 'KEY THE PRACTITIONER''S CASE REFERENCE'
                     TO WS-MESSAGE
                GO TO 300-EXIT
           END-IF.

           IF PNAMEL = 0 OR PNAMEI = SPACES OR
                PNAMEI = LOW-VALUES THEN
                MOVE 'KEY THE PRACTITIONER''S NAME' TO WS-MESSAGE
                GO TO 300-EXIT
           END-IF.

           IF PADDR1L = 0 OR PADDR1I = SPACES OR
                PADDR1I = LOW-VALUES THEN
                MOVE 'KEY THE PRACTITIONER''S ADDRESS' TO WS-MESSAGE
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

      * TURN THE KEYED DIVIDEND (DIGITS, AT MOST ONE POINT, AT MOST
      * TWO PENCE DIGITS) INTO WS-DED-VALUE - THE SAME 285-DEEDIT
      * PATTERN THE AMOUNT SCREENS USE
       285-DEEDIT-AMOUNT.

           MOVE 0 TO WS-DED-VALUE.
           MOVE 0 TO WS-DED-INT.
           MOVE 0 TO WS-DED-DEC-COUNT.
           MOVE 'N' TO WS-DED-POINT-SW.
           MOVE 'N' TO WS-DED-BAD-SW.

           IF DIVAMTL = 0 OR DIVAMTI = SPACES OR
                DIVAMTI = LOW-VALUES THEN
                MOVE 'Y' TO WS-DED-BAD-SW
                GO TO 285-DEEDIT-EXIT
           END-IF.

           PERFORM 286-DEEDIT-CHAR THRU 286-DEEDIT-CHAR-EXIT
               VARYING WS-DED-SUB FROM 1 BY 1
               UNTIL WS-DED-SUB > 11.

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

           MOVE DIVAMTI(WS-DED-SUB:1) TO WS-DED-CHAR.

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

      * PF5 - RECORD A NEW CASE, OR AMEND THE DETAILS OF AN ACTIVE
      * ONE. A DISCHARGED CASE CANNOT BE REOPENED
       400-RECORD-CASE.

           MOVE '400-RECORD-CASE' TO WS-LAST-PARA.

           PERFORM 510-RECEIVE-KEYS THRU 510-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'INSOLVCS' TO FH-FUNCTION.
           PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT.
           IF FH-ALLOW NOT = 'Y' THEN
                MOVE 'NOT AUTHORIZED TO RECORD INSOLVENCY CASES'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 300-EDIT-CASE THRU 300-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * RECORDING A CASE MAY CHARGE THE BALANCE OFF - DURING THE
      * BATCH WINDOW IT REFUSES RATHER THAN INTERLEAVE WITH THE
      * NIGHT'S POSTING RUN
           PERFORM 065-CHECK-DAYSTATE THRU 065-DAYSTATE-EXIT.
           IF WS-DAY-OPEN-SW NOT = 'Y' THEN
                MOVE 'POSTING IN PROGRESS - TRY AGAIN SHORTLY'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-INQ-ACCTNO TO IV-ACCTNO.
           EXEC CICS READ
                FILE('INSOLV')
                INTO(INSOLV-REC)
                LENGTH(INSOLV-LEN)
                RIDFLD(IV-ACCTNO)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 410-NEW-CASE
           END-IF.

           IF NOT IV-ACTIVE THEN
                EXEC CICS UNLOCK FILE('INSOLV') END-EXEC
                MOVE 'CASE IS DISCHARGED - IT CANNOT BE REOPENED'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 420-FILL-CASE THRU 420-EXIT.

           EXEC CICS REWRITE
                FILE('INSOLV')
                FROM(INSOLV-REC)
                LENGTH(INSOLV-LEN)
           END-EXEC.

           MOVE 'CASE DETAILS AMENDED' TO WS-DONE-MSG.
           GO TO 220-PAINT-CASE.

      * A NEW CASE. THE CLAIM IS THE DRAWN BALANCE, CHARGED OFF HERE
      * WHEN THE ACCOUNT IS NOT ON THE LEDGER YET, OR WHAT IS STILL
      * UNRECOVERED WHEN IT IS. AN ACCOUNT CHARGED OFF BEFORE AND
      * DRAWN AGAIN SINCE IS LEFT TO RECOVERIES TO RECONCILE FIRST
       410-NEW-CASE.

           MOVE 0 TO WS-CLAIM-AMT.
           MOVE 'N' TO WS-CHGOFF-SW.

           MOVE WS-INQ-ACCTNO TO ACCTNO.
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

           MOVE WS-INQ-ACCTNO TO RL-ACCTNO.
           EXEC CICS READ
                FILE('RECOVLDG')
                INTO(RECOVLDG-REC)
                LENGTH(RECOVLDG-LEN)
                RIDFLD(RL-ACCTNO)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                IF CURR-BAL > 0 THEN
                     EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                     MOVE 'ACCOUNT DRAWN AGAIN SINCE ITS CHARGE-OFF'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                IF RL-CHGOFF-AMT > RL-RECOVERED-AMT THEN
                     COMPUTE WS-CLAIM-AMT =
                         RL-CHGOFF-AMT - RL-RECOVERED-AMT
                END-IF
                GO TO 410-WRITE-CASE
           END-IF.

           IF CURR-BAL NOT > 0 THEN
                EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                GO TO 410-WRITE-CASE
           END-IF.

           PERFORM 430-CHARGE-OFF THRU 430-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

       410-WRITE-CASE.

           MOVE WS-INQ-ACCTNO TO IV-ACCTNO.
           MOVE 'A' TO IV-STATUS.
           MOVE WS-CLAIM-AMT TO IV-CLAIM-AMT.
           MOVE 0 TO IV-CLAIM-SENT-DATE.
           MOVE 0 TO IV-DIVIDEND-AMT.
           MOVE 0 TO IV-LAST-DIV-DATE.
           MOVE 0 TO IV-DISCHARGE-DATE.
           MOVE 0 TO IV-RESIDUE-AMT.
           MOVE SPACES TO IV-DIS-USERID.
           MOVE SPACES TO IV-DIS-TRMID.
           MOVE 0 TO IV-DIS-DATE.
           MOVE 0 TO IV-DIS-TIME.
           PERFORM 420-FILL-CASE THRU 420-EXIT.

           EXEC CICS WRITE
                FILE('INSOLV')
                FROM(INSOLV-REC)
                LENGTH(INSOLV-LEN)
                RIDFLD(IV-ACCTNO)
                RESP(WS-RESP)
           END-EXEC.

      * THE CHARGE-OFF, WHEN THERE WAS ONE, IS ON FILE BY HERE - A
      * CASE THAT CANNOT BE WRITTEN TAKES IT BACK OUT WITH IT
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'CASE NOT RECORDED - NOTHING POSTED' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * THE COLLECTORS STOP WORKING THE ACCOUNT - ITS WORK ITEM, IF
      * IT HAS ONE, COMES OFF THE WORKLIST, AND THE WLHIST HISTORY
      * RECORDS IT AS CHARGED OFF (OR SIMPLY TAKEN OFF WHEN THE
      * LEDGER ALREADY HELD THE ACCOUNT) AGAINST ITS COLLECTOR
           MOVE WS-INQ-ACCTNO TO WL-ACCTNO.
           EXEC CICS READ
                FILE('WORKLIST')
                INTO(WORKLIST-REC)
                LENGTH(WORKLIST-LEN)
                RIDFLD(WL-ACCTNO)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                EXEC CICS DELETE
                     FILE('WORKLIST')
                     RESP(WS-RESP)
                END-EXEC
                PERFORM 440-WRITE-HISTORY THRU 440-EXIT
                IF WS-WH-RESP NOT = DFHRESP(NORMAL) THEN
                     EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                     MOVE 'HISTORY NOT WRITTEN - CASE NOT RECORDED'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
           END-IF.

           IF WS-CHGOFF-SW = 'Y' THEN
                MOVE 'CASE RECORDED - BALANCE CHARGED OFF AS THE CLAIM'
                     TO WS-DONE-MSG
           ELSE IF WS-CLAIM-AMT > 0 THEN
                MOVE 'CASE RECORDED - CLAIM IS THE UNRECOVERED LEDGER'
                     TO WS-DONE-MSG
           ELSE
                MOVE 'CASE RECORDED - NOTHING OWED, NO CLAIM DUE'
                     TO WS-DONE-MSG
                END-IF
           END-IF.
           GO TO 220-PAINT-CASE.

      * THE KEYED DETAILS AND A FRESH RECORDED STAMP ONTO THE CASE
       420-FILL-CASE.

           MOVE CTYPEI TO IV-CASE-TYPE.
           MOVE WS-NTF-JUL TO IV-NOTIFY-DATE.
           MOVE CLMREFI TO IV-CLAIM-REF.
           MOVE PNAMEI TO IV-PRAC-NAME.
           MOVE PADDR1I TO IV-PRAC-ADDR1.

           MOVE SPACES TO IV-PRAC-ADDR2.
           IF PADDR2L > 0 AND PADDR2I NOT = LOW-VALUES THEN
                MOVE PADDR2I TO IV-PRAC-ADDR2
           END-IF.
           MOVE SPACES TO IV-PRAC-ADDR3.
           IF PADDR3L > 0 AND PADDR3I NOT = LOW-VALUES THEN
                MOVE PADDR3I TO IV-PRAC-ADDR3
           END-IF.

           MOVE EIBOPID TO IV-REC-OPID.
           MOVE EIBUSERID TO IV-REC-USERID.
           MOVE EIBTRMID TO IV-REC-TRMID.
           MOVE EIBDATE TO IV-REC-DATE.
           MOVE EIBTIME TO IV-REC-TIME.

       420-EXIT.
           EXIT.

      * THE DRAWN BALANCE OFF TO THE RECOVERY LEDGER - THE SAME 8004
      * CREDIT, LEDGER ROW AND NIL BALANCE AS THE DCI8DPGT PF6
      * CHARGE-OFF, ALL OR NOTHING. ACCTFILE IS HELD FOR UPDATE ON
      * ENTRY. LEAVES WS-MESSAGE SET WHEN NOTHING WAS POSTED
       430-CHARGE-OFF.

           MOVE SPACES TO WS-MESSAGE.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE ACCTNO TO CK-ACCTNO.
           MOVE 'CHGOFF' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 430-EXIT
           END-IF.

           MOVE ACCTNO TO TX-ACCTNO.
           COMPUTE TX-DATE = EIBDATE + 1900000.
           MOVE 8004 TO TX-SEQNO.
           MOVE 'C' TO TX-TYPE.
           MOVE CURR-BAL TO TX-AMOUNT.
           COMPUTE TX-POST-DATE = EIBDATE + 1900000.
           MOVE 'DCI8DPHK' TO TX-POST-JOB.
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
                GO TO 430-EXIT
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

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'ACCOUNT IS ALREADY ON THE RECOVERY LEDGER'
                     TO WS-MESSAGE
                GO TO 430-EXIT
           END-IF.

           MOVE CURR-BAL TO WS-CLAIM-AMT.
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
                GO TO 430-EXIT
           END-IF.

           MOVE 'Y' TO WS-CHGOFF-SW.

       430-EXIT.
           EXIT.

      * THE DELETED WORK ITEM TO THE WLHIST HISTORY - THE DCI8DPGT
      * 700-WRITE-HISTORY PATTERN. LEAVES WS-WH-RESP FOR THE CALLER
       440-WRITE-HISTORY.

           IF WS-CHGOFF-SW = 'Y' THEN
                MOVE 'O' TO WH-EVENT
           ELSE
                MOVE 'X' TO WH-EVENT
           END-IF.
           MOVE SPACES TO WH-PREV-COLLECTOR.

           MOVE WL-ACCTNO TO WH-ACCTNO.
           COMPUTE WH-DATE = EIBDATE + 1900000.
           MOVE EIBTIME TO WH-TIME.
           MOVE 0 TO WH-SEQNO.
           MOVE WL-DISPOSITION TO WH-DISPOSITION.
           MOVE WL-FOLLOWUP-DATE TO WH-FOLLOWUP-DATE.
           MOVE WL-SEVERITY TO WH-SEVERITY.
           MOVE WL-COLLECTOR TO WH-COLLECTOR.
           MOVE WL-PROMISE-AMT TO WH-PROMISE-AMT.
           MOVE WL-PROMISE-DATE TO WH-PROMISE-DATE.
           MOVE EIBUSERID TO WH-USERID.
           MOVE EIBTRMID TO WH-TRMID.

           MOVE 'N' TO WS-WH-DONE-SW.
           PERFORM 445-HISTORY-ROW THRU 445-EXIT
                UNTIL WS-WH-DONE-SW = 'Y'.

       440-EXIT.
           EXIT.

       445-HISTORY-ROW.

           EXEC CICS WRITE
                FILE('WLHIST')
                FROM(WLHIST-REC)
                LENGTH(WLHIST-LEN)
                RIDFLD(WH-KEY)
                RESP(WS-WH-RESP)
           END-EXEC.

           IF WS-WH-RESP = DFHRESP(DUPREC) AND WH-SEQNO < 99 THEN
                ADD 1 TO WH-SEQNO
           ELSE
                MOVE 'Y' TO WS-WH-DONE-SW
           END-IF.

       445-EXIT.
           EXIT.

      * PF6 - A DIVIDEND FROM THE PRACTITIONER. IT IS RECOVERED MONEY
      * ON THE LEDGER ROW, COUNTED ON THE CASE, AND NEVER MORE THAN
      * IS STILL OWED
       500-POST-DIVIDEND.

           MOVE '500-POST-DIVIDEND' TO WS-LAST-PARA.

           PERFORM 510-RECEIVE-KEYS THRU 510-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'INSOLVCS' TO FH-FUNCTION.
           PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT.
           IF FH-ALLOW NOT = 'Y' THEN
                MOVE 'NOT AUTHORIZED TO POST INSOLVENCY DIVIDENDS'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 285-DEEDIT-AMOUNT THRU 285-DEEDIT-EXIT.
           IF WS-DED-BAD OR WS-DED-VALUE = 0 THEN
                MOVE 'KEY THE DIVIDEND RECEIVED, E.G. 125.50'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 065-CHECK-DAYSTATE THRU 065-DAYSTATE-EXIT.
           IF WS-DAY-OPEN-SW NOT = 'Y' THEN
                MOVE 'POSTING IN PROGRESS - TRY AGAIN SHORTLY'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-INQ-ACCTNO TO IV-ACCTNO.
           EXEC CICS READ
                FILE('INSOLV')
                INTO(INSOLV-REC)
                LENGTH(INSOLV-LEN)
                RIDFLD(IV-ACCTNO)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'NO CASE ON FILE FOR THIS ACCOUNT' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF NOT IV-ACTIVE THEN
                EXEC CICS UNLOCK FILE('INSOLV') END-EXEC
                MOVE 'CASE IS DISCHARGED - NO MORE DIVIDENDS'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-INQ-ACCTNO TO RL-ACCTNO.
           EXEC CICS READ
                FILE('RECOVLDG')
                INTO(RECOVLDG-REC)
                LENGTH(RECOVLDG-LEN)
                RIDFLD(RL-ACCTNO)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS UNLOCK FILE('INSOLV') END-EXEC
                MOVE 'NOT ON THE RECOVERY LEDGER - NOTHING IS OWED'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           COMPUTE WS-OWED-AMT = RL-CHGOFF-AMT - RL-RECOVERED-AMT.
           IF WS-DED-VALUE > WS-OWED-AMT THEN
                EXEC CICS UNLOCK FILE('RECOVLDG') END-EXEC
                EXEC CICS UNLOCK FILE('INSOLV') END-EXEC
                MOVE 'DIVIDEND IS MORE THAN IS STILL OWED' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           ADD WS-DED-VALUE TO RL-DIVIDEND-AMT.
           ADD WS-DED-VALUE TO RL-RECOVERED-AMT.

           EXEC CICS REWRITE
                FILE('RECOVLDG')
                FROM(RECOVLDG-REC)
                LENGTH(RECOVLDG-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'DIVIDEND NOT POSTED' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           ADD WS-DED-VALUE TO IV-DIVIDEND-AMT.
           MOVE WS-TODAY-JUL TO IV-LAST-DIV-DATE.

           EXEC CICS REWRITE
                FILE('INSOLV')
                FROM(INSOLV-REC)
                LENGTH(INSOLV-LEN)
                RESP(WS-RESP)
           END-EXEC.

      * THE LEDGER ROW IS ALREADY REWRITTEN - A CASE THAT CANNOT BE
      * REWRITTEN TAKES IT BACK OUT SO THE TWO NEVER DISAGREE
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'DIVIDEND NOT POSTED' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'DIVIDEND POSTED TO THE RECOVERY LEDGER' TO WS-DONE-MSG.
           GO TO 220-PAINT-CASE.

      * THE ACCOUNT, KEYED AND ON FILE - EVERY UPDATE NEEDS IT.
      * LEAVES WS-KEY-OK-SW 'N' AND WS-MESSAGE SET WHEN IT IS NOT
       510-RECEIVE-KEYS.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNK')
                MAPSET('DCI8DNK')
           END-EXEC.

           MOVE 'N' TO WS-KEY-OK-SW.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 510-EXIT
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.

           PERFORM 150-SET-TODAY THRU 150-EXIT.

           PERFORM 210-FIND-ACCOUNT THRU 210-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 510-EXIT
           END-IF.

           MOVE 'Y' TO WS-KEY-OK-SW.

       510-EXIT.
           EXIT.

      * PF10 - DISCHARGE THE CASE. WHATEVER THE LEDGER ROW HAS NOT
      * RECOVERED BY NOW IS WRITTEN OFF AS THE RESIDUE AND THE ROW
      * CLOSED; THE CASE STAYS ON FILE WITH WHO DISCHARGED IT
       600-DISCHARGE-CASE.

           MOVE '600-DISCHARGE-CASE' TO WS-LAST-PARA.

           PERFORM 510-RECEIVE-KEYS THRU 510-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'INSOLVDS' TO FH-FUNCTION.
           PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT.
           IF FH-ALLOW NOT = 'Y' THEN
                MOVE 'NOT AUTHORIZED TO DISCHARGE INSOLVENCY CASES'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 065-CHECK-DAYSTATE THRU 065-DAYSTATE-EXIT.
           IF WS-DAY-OPEN-SW NOT = 'Y' THEN
                MOVE 'POSTING IN PROGRESS - TRY AGAIN SHORTLY'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-INQ-ACCTNO TO IV-ACCTNO.
           EXEC CICS READ
                FILE('INSOLV')
                INTO(INSOLV-REC)
                LENGTH(INSOLV-LEN)
                RIDFLD(IV-ACCTNO)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'NO CASE ON FILE FOR THIS ACCOUNT' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF NOT IV-ACTIVE THEN
                EXEC CICS UNLOCK FILE('INSOLV') END-EXEC
                MOVE 'CASE IS ALREADY DISCHARGED' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 0 TO WS-OWED-AMT.

           MOVE WS-INQ-ACCTNO TO RL-ACCTNO.
           EXEC CICS READ
                FILE('RECOVLDG')
                INTO(RECOVLDG-REC)
                LENGTH(RECOVLDG-LEN)
                RIDFLD(RL-ACCTNO)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 600-CLOSE-CASE
           END-IF.

           IF RL-CHGOFF-AMT > RL-RECOVERED-AMT THEN
                COMPUTE WS-OWED-AMT = RL-CHGOFF-AMT - RL-RECOVERED-AMT
           END-IF.

           MOVE WS-OWED-AMT TO RL-RESIDUE-AMT.
           MOVE WS-TODAY-JUL TO RL-CLOSED-DATE.

           EXEC CICS REWRITE
                FILE('RECOVLDG')
                FROM(RECOVLDG-REC)
                LENGTH(RECOVLDG-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'DISCHARGE FAILED - NOTHING WRITTEN OFF'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

       600-CLOSE-CASE.

           MOVE 'D' TO IV-STATUS.
           MOVE WS-TODAY-JUL TO IV-DISCHARGE-DATE.
           MOVE WS-OWED-AMT TO IV-RESIDUE-AMT.
           MOVE EIBUSERID TO IV-DIS-USERID.
           MOVE EIBTRMID TO IV-DIS-TRMID.
           MOVE EIBDATE TO IV-DIS-DATE.
           MOVE EIBTIME TO IV-DIS-TIME.

           EXEC CICS REWRITE
                FILE('INSOLV')
                FROM(INSOLV-REC)
                LENGTH(INSOLV-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'DISCHARGE FAILED - NOTHING WRITTEN OFF'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'CASE DISCHARGED - RESIDUE WRITTEN OFF' TO WS-DONE-MSG.
           GO TO 220-PAINT-CASE.

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
                MAP('MAPNK')
                MAPSET('DCI8DNK')
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
                TRANSID('I8DL')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       990-RETURN-EXIT.
           EXIT.

       999-ERROR-MSG-RETURN.

           MOVE LOW-VALUES TO MAPNKO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNK')
                MAPSET('DCI8DNK')
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       999-EXIT.
           MOVE LOW-VALUES TO MAPNKO.
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

           MOVE LOW-VALUES TO MAPNKO.
           MOVE EL-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNK')
                MAPSET('DCI8DNK')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       END PROGRAM DCI8DPHK.
