       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DPHI.
       AUTHOR. AMAR AL-ADIL.

      *****************************************************************
      * VULNERABLE CUSTOMER REGISTER SCREEN (TRAN I8DR) - RECORDS,
      * REVIEWS AND REMOVES THE VULNMARK MARKERS THAT CHANGE HOW
      * COLLECTIONS TREATS AN ACCOUNT. REACHED BY PF14 FROM THE
      * DCI8DPGR INQUIRY WITH THE 9-BYTE ACCOUNT COMMAREA, OR BY
      * KEYING THE ACCOUNT HERE. ENTER LISTS THE ACCOUNT'S MARKERS,
      * ONE LINE PER CATEGORY, AND SHOWS THE KEYED CATEGORY IN FULL.
      * PF5 RECORDS THE KEYED CATEGORY - CONSENT TO RECORD (Y/N), A
      * REVIEW-BY DATE AFTER TODAY AND, ONLY WITH CONSENT, A NOTE OF
      * THE CIRCUMSTANCES - UNDER THE VULNMARK FUNCTION. PF5 ON A
      * MARKER ALREADY ON FILE IS ITS REVIEW: THE NEW DETAILS AND
      * DATE REPLACE THE OLD, A REMOVED MARKER IS MADE ACTIVE AGAIN,
      * AND THE OPERATOR AND STAMP ARE TAKEN AFRESH. PF6 REMOVES THE
      * KEYED CATEGORY'S MARKER UNDER THE VULNREMV FUNCTION - THE ROW
      * STAYS ON FILE WITH WHO REMOVED IT. PF3 RETURNS TO THE
      * INQUIRY, PF4 CLEARS THE SCREEN, PF9 GOES TO THE MENU
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY VULNERABLE CUSTOMER REGISTER MAP LAYOUT
       COPY 'DCI8DNI'.

      * COPY VULNERABLE CUSTOMER MARKER RECORD LAYOUT
       COPY 'VULNMARK'.

      * COPY ACCOUNT RECORD LAYOUT - A MARKER IS ONLY RECORDED
      * AGAINST A LIVE ACCOUNT
       COPY 'ACCTREC'.

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

      * THE ACCOUNT HANDED OVER BY DCI8DPGR'S PF14 OR KEYED HERE
       01 WS-INQ-ACCTNO         PIC X(09) VALUE SPACES.

      * THE KEYED CATEGORY - SHOWN IN FULL WHEN THE ACCOUNT IS
      * PAINTED. SPACE WHEN NONE WAS KEYED
       77 WS-SHOW-CAT           PIC X(01) VALUE SPACE.
       77 WS-KEY-OK-SW          PIC X(01) VALUE 'N'.

      * MARKER LIST WORK - SEE 240-LIST-MARKERS
       77 WS-LINE-COUNT         PIC 9(02) COMP VALUE 0.
       77 WS-BROWSE-SW          PIC X(01) VALUE 'N'.
           88 WS-BROWSE-DONE           VALUE 'Y'.
       77 WS-ACTIVE-COUNT       PIC 9(02) COMP VALUE 0.

      * TODAY - YYYYDDD OFF EIBDATE
       77 WS-TODAY-JUL          PIC S9(7) COMP-3 VALUE 0.

      * THE KEYED REVIEW-BY DATE AND ITS YYYYDDD FORM
       01 WS-RVW-YMD.
           05 WS-RVW-YYYY       PIC 9(04).
           05 WS-RVW-MM         PIC 9(02).
           05 WS-RVW-DD         PIC 9(02).
       01 WS-RVW-YMD-X REDEFINES WS-RVW-YMD PIC X(08).
       77 WS-RVW-JUL            PIC S9(7) COMP-3 VALUE 0.
       77 WS-RVW-DOY            PIC 9(03) VALUE 0.

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

      * ONE LINE PER MARKER UNDER THE ACCOUNT
       01 WS-MARKER-LINE.
           05 ML-CATEGORY       PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 ML-CAT-NAME       PIC X(12).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 ML-STATUS         PIC X(08).
           05 FILLER            PIC X(07) VALUE 'REVIEW '.
           05 ML-REVIEW         PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 ML-OVERDUE        PIC X(07).
           05 FILLER            PIC X(08) VALUE 'CONSENT '.
           05 ML-CONSENT        PIC X(01).
           05 FILLER            PIC X(04) VALUE ' BY '.
           05 ML-OPID           PIC X(03).
           05 FILLER            PIC X(06) VALUE SPACES.

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

      * 'Y' WHEN THE FUNCTION BEING CHECKED IS OPEN TO EVERY CLASS
      * UNLESS FUNCAUTH SAYS OTHERWISE, 'N' WHEN ONLY THE FULL CLASS
      * HAS IT BY DEFAULT
       77 WS-OPEN-TO-ALL-SW     PIC X(01) VALUE 'N'.

       01 WS-LAST-PARA          PIC X(20) VALUE SPACES.

      * COMMAREA SHAPE SHARED WITH DCI8DPGZ, THE UNHANDLED-CONDITION
      * LOGGER
       01 WS-ERRLOG-CA.
           05 EL-TRANID          PIC X(4).
           05 EL-PROGRAM         PIC X(8) VALUE 'DCI8DPHI'.
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
      * SCREEN WITH ITS MARKERS
           IF EIBCALEN = 9 THEN
                GO TO 105-FROM-INQUIRY
           END-IF.

           IF EIBCALEN = 0 THEN
                GO TO 110-PAINT-BLANK
           END-IF.

           EXEC CICS HANDLE AID
                PF3(450-JUMP-INQUIRY)
                PF4(110-PAINT-BLANK)
                PF5(400-RECORD-MARKER)
                PF6(500-REMOVE-MARKER)
                PF9(999-EXIT)
           END-EXEC.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNI')
                MAPSET('DCI8DNI')
           END-EXEC.

           GO TO 200-SHOW-MARKERS.

       105-FROM-INQUIRY.

           MOVE '105-FROM-INQUIRY' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           MOVE DFHCOMMAREA TO WS-INQ-ACCTNO.
           MOVE SPACE TO WS-SHOW-CAT.

           GO TO 220-PAINT-MARKERS.

       110-PAINT-BLANK.

           MOVE '110-PAINT-BLANK' TO WS-LAST-PARA.

           MOVE LOW-VALUES TO MAPNIO.
           MOVE 'KEY THE ACCOUNT NUMBER AND PRESS ENTER' TO MSGO.

           EXEC CICS SEND
               MAP('MAPNI')
               MAPSET('DCI8DNI')
               ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * ENTER - LIST THE ACCOUNT'S MARKERS, THE KEYED CATEGORY IN
      * FULL
       200-SHOW-MARKERS.

           MOVE '200-SHOW-MARKERS' TO WS-LAST-PARA.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.

           PERFORM 215-EDIT-CATEGORY THRU 215-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           GO TO 220-PAINT-MARKERS.

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

      * THE KEYED CATEGORY INTO WS-SHOW-CAT - SPACE WHEN NONE WAS
      * KEYED. LEAVES WS-KEY-OK-SW 'N' AND WS-MESSAGE SET WHEN IT IS
      * NOT ONE OF THE FOUR
       215-EDIT-CATEGORY.

           MOVE 'N' TO WS-KEY-OK-SW.
           MOVE SPACE TO WS-SHOW-CAT.

           IF CATGL = 0 OR CATGI = SPACES OR
                CATGI = LOW-VALUES THEN
                MOVE 'Y' TO WS-KEY-OK-SW
                GO TO 215-EXIT
           END-IF.

           MOVE CATGI TO VM-CATEGORY.
           IF NOT VM-CAT-VALID THEN
                MOVE 'CATEGORY: B BEREAVED I ILL M CAPACITY O OTHER'
                     TO WS-MESSAGE
                GO TO 215-EXIT
           END-IF.

           MOVE CATGI TO WS-SHOW-CAT.
           MOVE 'Y' TO WS-KEY-OK-SW.

       215-EXIT.
           EXIT.

      * PAINTS THE ACCOUNT, ITS MARKERS AND THE CATEGORY IN
      * WS-SHOW-CAT. WS-DONE-MSG, WHEN SET, IS SHOWN IN PLACE OF THE
      * PROMPT
       220-PAINT-MARKERS.

           MOVE '220-PAINT-MARKERS' TO WS-LAST-PARA.

           PERFORM 150-SET-TODAY THRU 150-EXIT.

           PERFORM 210-FIND-ACCOUNT THRU 210-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE LOW-VALUES TO MAPNIO.
           MOVE WS-INQ-ACCTNO TO ACCTNOO.
           STRING 'HOLDER ' TITL ' ' FNAME ' ' SNAME
                ' STATUS ' STAT
                DELIMITED BY SIZE INTO HOLDLNO.

           PERFORM 240-LIST-MARKERS THRU 240-EXIT.

           IF WS-LINE-COUNT = 0 THEN
                MOVE 'NO MARKER ON FILE - KEY THE DETAILS, PRESS PF5'
                     TO MSGO
           ELSE IF WS-ACTIVE-COUNT = 0 THEN
                MOVE 'NO ACTIVE MARKER - COLLECTIONS TREATS AS NORMAL'
                     TO MSGO
           ELSE
                MOVE 'PF5 RECORD OR REVIEW  PF6 REMOVE  PF3 INQUIRY'
                     TO MSGO
                END-IF
           END-IF.

           IF WS-SHOW-CAT = SPACE THEN
                GO TO 220-SEND
           END-IF.

           MOVE WS-INQ-ACCTNO TO VM-ACCTNO.
           MOVE WS-SHOW-CAT TO VM-CATEGORY.
           EXEC CICS READ
                FILE('VULNMARK')
                INTO(VULNMARK-REC)
                LENGTH(VULNMARK-LEN)
                RIDFLD(VM-KEY)
                RESP(WS-RESP)
           END-EXEC.

           MOVE WS-SHOW-CAT TO CATGO.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'NO MARKER IN THAT CATEGORY - KEY DETAILS, PF5'
                     TO MSGO
                GO TO 220-SEND
           END-IF.

           MOVE VM-CONSENT TO CONSNTO.
           MOVE VM-REVIEW-DATE TO WS-CNV-JUL.
           PERFORM 320-JUL-TO-YMD THRU 320-EXIT.
           MOVE WS-CNV-YMD-X TO REVWDTO.
           MOVE VM-NOTE TO NOTEO.

       220-SEND.

           IF WS-DONE-MSG NOT = SPACES THEN
                MOVE WS-DONE-MSG TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAPNI')
                MAPSET('DCI8DNI')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * THE ACCOUNT'S MARKERS ONTO LINE1-LINE4, ONE PER CATEGORY -
      * WS-LINE-COUNT HOW MANY, WS-ACTIVE-COUNT HOW MANY ARE ACTIVE
       240-LIST-MARKERS.

           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-ACTIVE-COUNT.
           MOVE 'N' TO WS-BROWSE-SW.

           MOVE WS-INQ-ACCTNO TO VM-ACCTNO.
           MOVE LOW-VALUES TO VM-CATEGORY.

           EXEC CICS STARTBR
                FILE('VULNMARK')
                RIDFLD(VM-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 240-EXIT
           END-IF.

           PERFORM 245-NEXT-MARKER THRU 245-EXIT
               UNTIL WS-BROWSE-DONE.

           EXEC CICS ENDBR FILE('VULNMARK') END-EXEC.

       240-EXIT.
           EXIT.

       245-NEXT-MARKER.

           EXEC CICS READNEXT
                FILE('VULNMARK')
                INTO(VULNMARK-REC)
                RIDFLD(VM-KEY)
                LENGTH(VULNMARK-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
                VM-ACCTNO NOT = WS-INQ-ACCTNO OR
                WS-LINE-COUNT = 4 THEN
                MOVE 'Y' TO WS-BROWSE-SW
                GO TO 245-EXIT
           END-IF.

           PERFORM 250-FORMAT-LINE THRU 250-EXIT.

           ADD 1 TO WS-LINE-COUNT.
           IF WS-LINE-COUNT = 1 THEN
                MOVE WS-MARKER-LINE TO LINE1O
           ELSE IF WS-LINE-COUNT = 2 THEN
                MOVE WS-MARKER-LINE TO LINE2O
           ELSE IF WS-LINE-COUNT = 3 THEN
                MOVE WS-MARKER-LINE TO LINE3O
           ELSE
                MOVE WS-MARKER-LINE TO LINE4O
                END-IF
                END-IF
           END-IF.

       245-EXIT.
           EXIT.

      * THE MARKER IN VULNMARK-REC INTO WS-MARKER-LINE
       250-FORMAT-LINE.

           MOVE VM-CATEGORY TO ML-CATEGORY.
           IF VM-CAT-BEREAVEMENT THEN
                MOVE 'BEREAVEMENT' TO ML-CAT-NAME
           ELSE IF VM-CAT-ILLNESS THEN
                MOVE 'ILLNESS' TO ML-CAT-NAME
           ELSE IF VM-CAT-CAPACITY THEN
                MOVE 'CAPACITY' TO ML-CAT-NAME
           ELSE
                MOVE 'OTHER' TO ML-CAT-NAME
                END-IF
                END-IF
           END-IF.

           MOVE SPACES TO ML-OVERDUE.
           IF VM-ACTIVE THEN
                MOVE 'ACTIVE' TO ML-STATUS
                ADD 1 TO WS-ACTIVE-COUNT
                IF VM-REVIEW-DATE < WS-TODAY-JUL THEN
                     MOVE 'OVERDUE' TO ML-OVERDUE
                END-IF
           ELSE
                MOVE 'REMOVED' TO ML-STATUS
           END-IF.

           MOVE VM-REVIEW-DATE TO WS-CNV-JUL.
           PERFORM 320-JUL-TO-YMD THRU 320-EXIT.
           MOVE WS-CNV-DISP TO ML-REVIEW.
           MOVE VM-CONSENT TO ML-CONSENT.
           MOVE VM-REC-OPID TO ML-OPID.

       250-EXIT.
           EXIT.

      * TODAY - EIBDATE CARRIES 0CYYDDD
       150-SET-TODAY.

           COMPUTE WS-TODAY-JUL = EIBDATE + 1900000.

       150-EXIT.
           EXIT.

      * THE REVIEW-BY DATE - REQUIRED, A REAL YYYYMMDD DATE AFTER
      * TODAY. LEAVES WS-MESSAGE SET WHEN IT IS NOT
       300-EDIT-REVIEW.

           MOVE SPACES TO WS-MESSAGE.

           IF REVWDTL = 0 OR REVWDTI = SPACES OR
                REVWDTI = LOW-VALUES THEN
                MOVE 'KEY THE REVIEW-BY DATE AS YYYYMMDD' TO WS-MESSAGE
                GO TO 300-EXIT
           END-IF.

           MOVE REVWDTI TO WS-RVW-YMD-X.

           IF WS-RVW-YMD-X IS NOT NUMERIC THEN
                MOVE 'REVIEW-BY DATE MUST BE YYYYMMDD' TO WS-MESSAGE
                GO TO 300-EXIT
           END-IF.

           IF WS-RVW-MM < 1 OR WS-RVW-MM > 12 OR
                WS-RVW-DD < 1 OR WS-RVW-YYYY < 2001 THEN
                MOVE 'REVIEW-BY DATE IS NOT A VALID DATE' TO WS-MESSAGE
                GO TO 300-EXIT
           END-IF.

           MOVE WS-RVW-YYYY TO WS-LY-YEAR.
           PERFORM 310-YEAR-LENGTH THRU 310-YEAR-EXIT.

           MOVE WS-MON-DAY(WS-RVW-MM) TO WS-MONTH-LEN.
           IF WS-RVW-MM = 2 AND WS-LY-DAYS = 366 THEN
                ADD 1 TO WS-MONTH-LEN
           END-IF.

           IF WS-RVW-DD > WS-MONTH-LEN THEN
                MOVE 'REVIEW-BY DATE IS NOT A VALID DATE' TO WS-MESSAGE
                GO TO 300-EXIT
           END-IF.

           COMPUTE WS-RVW-DOY = WS-CUM-DAY(WS-RVW-MM) + WS-RVW-DD.
           IF WS-RVW-MM > 2 AND WS-LY-DAYS = 366 THEN
                ADD 1 TO WS-RVW-DOY
           END-IF.
           COMPUTE WS-RVW-JUL = WS-RVW-YYYY * 1000 + WS-RVW-DOY.

           IF WS-RVW-JUL NOT > WS-TODAY-JUL THEN
                MOVE 'REVIEW-BY DATE MUST BE AFTER TODAY' TO WS-MESSAGE
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

      * PF5 - RECORD THE KEYED CATEGORY, OR REVIEW IT WHEN IT IS
      * ALREADY ON FILE. WITHOUT CONSENT NO NOTE MAY BE KEPT - THE
      * CATEGORY ALONE STILL PROTECTS THE CUSTOMER
       400-RECORD-MARKER.

           MOVE '400-RECORD-MARKER' TO WS-LAST-PARA.

           PERFORM 510-RECEIVE-KEYS THRU 510-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'VULNMARK' TO FH-FUNCTION.
           MOVE 'Y' TO WS-OPEN-TO-ALL-SW.
           PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT.
           IF FH-ALLOW NOT = 'Y' THEN
                MOVE 'NOT AUTHORIZED TO RECORD VULNERABILITY MARKERS'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF CONSNTI NOT = 'Y' AND CONSNTI NOT = 'N' THEN
                MOVE 'KEY CONSENT TO RECORD AS Y OR N' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF CONSNTI = 'N' AND NOTEL > 0 AND
                NOTEI NOT = SPACES AND NOTEI NOT = LOW-VALUES THEN
                MOVE 'NO CONSENT - CLEAR THE NOTE, ONLY THE CATEGORY'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 300-EDIT-REVIEW THRU 300-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-INQ-ACCTNO TO VM-ACCTNO.
           MOVE WS-SHOW-CAT TO VM-CATEGORY.

           EXEC CICS READ
                FILE('VULNMARK')
                INTO(VULNMARK-REC)
                LENGTH(VULNMARK-LEN)
                RIDFLD(VM-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                PERFORM 420-FILL-MARKER THRU 420-EXIT
                EXEC CICS REWRITE
                     FILE('VULNMARK')
                     FROM(VULNMARK-REC)
                     LENGTH(VULNMARK-LEN)
                END-EXEC
                MOVE 'MARKER REVIEWED - NEW DETAILS AND DATE SAVED'
                     TO WS-DONE-MSG
                GO TO 220-PAINT-MARKERS
           END-IF.

           MOVE WS-INQ-ACCTNO TO VM-ACCTNO.
           MOVE WS-SHOW-CAT TO VM-CATEGORY.
           PERFORM 420-FILL-MARKER THRU 420-EXIT.

           EXEC CICS WRITE
                FILE('VULNMARK')
                FROM(VULNMARK-REC)
                LENGTH(VULNMARK-LEN)
                RIDFLD(VM-KEY)
           END-EXEC.

           MOVE 'MARKER RECORDED' TO WS-DONE-MSG.
           GO TO 220-PAINT-MARKERS.

      * THE KEYED DETAILS AND A FRESH RECORDED STAMP ONTO THE MARKER
       420-FILL-MARKER.

           MOVE 'A' TO VM-STATUS.
           MOVE CONSNTI TO VM-CONSENT.
           MOVE WS-RVW-JUL TO VM-REVIEW-DATE.

           MOVE SPACES TO VM-NOTE.
           IF VM-CONSENT-GIVEN AND NOTEL > 0 AND
                NOTEI NOT = LOW-VALUES THEN
                MOVE NOTEI TO VM-NOTE
           END-IF.

           MOVE EIBOPID TO VM-REC-OPID.
           MOVE EIBUSERID TO VM-REC-USERID.
           MOVE EIBTRMID TO VM-REC-TRMID.
           MOVE EIBDATE TO VM-REC-DATE.
           MOVE EIBTIME TO VM-REC-TIME.

           MOVE SPACES TO VM-RMV-USERID.
           MOVE SPACES TO VM-RMV-TRMID.
           MOVE 0 TO VM-RMV-DATE.
           MOVE 0 TO VM-RMV-TIME.

       420-EXIT.
           EXIT.

      * PF6 - REMOVE THE KEYED CATEGORY'S MARKER. THE ROW STAYS ON
      * FILE WITH THE REMOVAL STAMPED ON IT
       500-REMOVE-MARKER.

           MOVE '500-REMOVE-MARKER' TO WS-LAST-PARA.

           PERFORM 510-RECEIVE-KEYS THRU 510-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'VULNREMV' TO FH-FUNCTION.
           MOVE 'N' TO WS-OPEN-TO-ALL-SW.
           PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT.
           IF FH-ALLOW NOT = 'Y' THEN
                MOVE 'NOT AUTHORIZED TO REMOVE VULNERABILITY MARKERS'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-INQ-ACCTNO TO VM-ACCTNO.
           MOVE WS-SHOW-CAT TO VM-CATEGORY.

           EXEC CICS READ
                FILE('VULNMARK')
                INTO(VULNMARK-REC)
                LENGTH(VULNMARK-LEN)
                RIDFLD(VM-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'NO MARKER IN THAT CATEGORY' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF NOT VM-ACTIVE THEN
                EXEC CICS UNLOCK FILE('VULNMARK') END-EXEC
                MOVE 'MARKER IS ALREADY REMOVED' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'R' TO VM-STATUS.
           MOVE EIBUSERID TO VM-RMV-USERID.
           MOVE EIBTRMID TO VM-RMV-TRMID.
           MOVE EIBDATE TO VM-RMV-DATE.
           MOVE EIBTIME TO VM-RMV-TIME.

           EXEC CICS REWRITE
                FILE('VULNMARK')
                FROM(VULNMARK-REC)
                LENGTH(VULNMARK-LEN)
           END-EXEC.

           MOVE 'MARKER REMOVED' TO WS-DONE-MSG.
           GO TO 220-PAINT-MARKERS.

      * BOTH UPDATES - THE ACCOUNT, ON FILE, AND A CATEGORY, WHICH
      * THEY CANNOT GO WITHOUT. LEAVES WS-KEY-OK-SW 'N' AND
      * WS-MESSAGE SET WHEN EITHER IS MISSING
       510-RECEIVE-KEYS.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNI')
                MAPSET('DCI8DNI')
           END-EXEC.

           MOVE 'N' TO WS-KEY-OK-SW.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 510-EXIT
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.

           PERFORM 215-EDIT-CATEGORY THRU 215-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 510-EXIT
           END-IF.
           MOVE 'N' TO WS-KEY-OK-SW.

           IF WS-SHOW-CAT = SPACE THEN
                MOVE 'KEY THE CATEGORY - B I M OR O' TO WS-MESSAGE
                GO TO 510-EXIT
           END-IF.

           PERFORM 150-SET-TODAY THRU 150-EXIT.

           PERFORM 210-FIND-ACCOUNT THRU 210-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 510-EXIT
           END-IF.

           MOVE 'Y' TO WS-KEY-OK-SW.

       510-EXIT.
           EXIT.

      * LOOKS THE SIGNED-ON OPERATOR'S CLASS UP AND ASKS DCI8DPGH
      * WHETHER THE NAMED FUNCTION IS ALLOWED. RECORDING A MARKER IS
      * OPEN TO EVERY CLASS BY DEFAULT (WS-OPEN-TO-ALL-SW 'Y') SO NO
      * CUSTOMER-FACING OPERATOR IS LEFT UNABLE TO FLAG ONE; REMOVAL
      * FOLLOWS THE LEGACY FULL-CLASS DEFAULT
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
                IF OPER-CLASS-FULL OR WS-OPEN-TO-ALL-SW = 'Y' THEN
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

      * PF3 - BACK TO THE INQUIRY ON THE KEYED ACCOUNT WITH THE 9-BYTE
      * COMMAREA
       450-JUMP-INQUIRY.

           MOVE '450-JUMP-INQUIRY' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNI')
                MAPSET('DCI8DNI')
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
                TRANSID('I8DR')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       990-RETURN-EXIT.
           EXIT.

       999-ERROR-MSG-RETURN.

           MOVE LOW-VALUES TO MAPNIO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNI')
                MAPSET('DCI8DNI')
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       999-EXIT.
           MOVE LOW-VALUES TO MAPNIO.
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

           MOVE LOW-VALUES TO MAPNIO.
           MOVE EL-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNI')
                MAPSET('DCI8DNI')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       END PROGRAM DCI8DPHI.
