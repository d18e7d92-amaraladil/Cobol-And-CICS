       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DPHH.
       AUTHOR. AMAR AL-ADIL.

      *****************************************************************
      * SANCTIONS MATCH REVIEW QUEUE (TRAN I8DH, MENU CHOICE K).
      * WORKS THE SANCHIT ROWS RAISED BY THE DCI8DPGW APPLICATION
      * SCREEN AND THE NIGHTLY DCI8BSRS RESCREEN. PF7 LISTS THE NEXT
      * SIX MATCHES STILL OPEN, WRAPPING BACK TO THE START OF THE
      * QUEUE AT THE END; ENTER WITH A LINE NUMBER SHOWS THAT MATCH -
      * THE PERSON SCREENED BESIDE THE LIST ENTRY THEY MATCHED, WITH
      * ITS DATE OF BIRTH AND REGIME. PF6 CLEARS A FALSE POSITIVE;
      * PF5 CONFIRMS A TRUE MATCH, WHICH FOR AN ACCOUNT HOLDER OR
      * RELATED PARTY FREEZES THE ACCOUNT (STAT 'X' WITH AN 'S' EVENT
      * ROW) - DCI8DPGF WILL NOT LIFT THAT FREEZE OR CLOSE THE
      * ACCOUNT WHILE THE MATCH STANDS. AN APPLICANT'S CONFIRMED
      * MATCH BLOCKS APPROVAL FOR GOOD; THE OFFICER DECLINES IT IN
      * VETTING. BOTH DECISIONS NEED THE SANCREVW FUNCTION, WHICH NO
      * CLASS HAS BY DEFAULT, AND A NOTE GIVING THE GROUNDS, AND ARE
      * REFUSED ON AN ACCOUNT CONNECTED TO THE OPERATOR (DCI8DPHN). PF4
      * CLEARS THE SCREEN, PF9 RETURNS TO THE MENU. EIGHTH PROGRAM
      * OF THE DCI8DPH SERIES
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY SANCTIONS REVIEW MAP LAYOUT
       COPY 'DCI8DNH'.

      * COPY SANCTIONS REVIEW QUEUE RECORD LAYOUT
       COPY 'SANCHIT'.

      * COPY ACCTFILE RECORD LAYOUT - A CONFIRMED MATCH FREEZES IT
       COPY 'ACCTREC'.

      * COPY ACCOUNT CHANGE HISTORY RECORD LAYOUT - THE FREEZE
      * LEAVES ITS 'S' EVENT ROW
       COPY 'ACCTHIST'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT - READ FOR THE
      * OPERATOR'S CLASS AHEAD OF THE FUNCTION CHECK
       COPY 'OPERREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT - THE 'DAYSTATE' ROW
       COPY 'ACCTCTL'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

      * THE OUTCOME OF A DECISION, SHOWN WHEN THE MATCH IS REPAINTED
      * AFTER IT
       01 WS-DONE-MSG           PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.

      * THE QUEUE POSITION CARRIED BETWEEN TURNS - THE LAST KEY
      * LISTED (PF7 CARRIES ON FROM IT), THE SIX KEYS ON SHOW SO A
      * LINE NUMBER FINDS ITS ROW, AND THE MATCH ON DISPLAY THAT
      * PF5/PF6 WILL DECIDE
       01 WS-COMMAREA.
           05 WS-CA-SWITCH          PIC X(01) VALUE SPACE.
           05 WS-CA-LAST-KEY        PIC X(22) VALUE LOW-VALUES.
           05 WS-CA-LIST-KEYS.
               10 WS-CA-LIST-KEY    PIC X(22) OCCURS 6 TIMES.
           05 WS-CA-SEL-KEY         PIC X(22) VALUE SPACES.

       01 WS-COMMAREA-LENGTH    PIC S9(4) COMP VALUE 177.

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
           05 LL-SUBJ-TYPE      PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LL-SUBJ-ID        PIC X(11).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LL-SUBJ-NAME      PIC X(25).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LL-LIST-ID        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LL-STATUS         PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 LL-ENTRY-NAME     PIC X(24).
       01 WS-LIST-LINES.
           05 WS-LIST-TEXT      PIC X(79) OCCURS 6 TIMES.

       01 WS-RAISED-LINE.
           05 RL-DATE           PIC 9(07).
           05 FILLER            PIC X(04) VALUE ' BY '.
           05 RL-BY             PIC X(08).
           05 FILLER            PIC X(11) VALUE SPACES.
       01 WS-SUBJ-LINE.
           05 SJ-TYPE           PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 SJ-ID             PIC X(11).
           05 FILLER            PIC X(08) VALUE SPACES.

      * FREEZE WORK - SEE 600-FREEZE-ACCOUNT
       77 WS-FROZE-SW           PIC X(01) VALUE 'N'.
       77 WS-ACCT-FOUND-SW      PIC X(01) VALUE 'N'.

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
           05 EL-PROGRAM         PIC X(8) VALUE 'DCI8DPHH'.
           05 EL-PARAGRAPH       PIC X(20).
           05 EL-RESP            PIC S9(8) COMP.
           05 EL-RESP2           PIC S9(8) COMP.
           05 EL-MESSAGE         PIC X(60).

       01 WS-ERRLOG-CA-LEN      PIC S9(4) COMP VALUE +100.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(177).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * FROM THE MENU - START AT THE TOP OF THE QUEUE
           IF EIBCALEN NOT = 177 THEN
                GO TO 100-FIRST-TIME
           END-IF.

           MOVE DFHCOMMAREA TO WS-COMMAREA.

           EXEC CICS HANDLE AID
                PF4(150-RESET)
                PF5(500-CONFIRM-MATCH)
                PF6(550-CLEAR-MATCH)
                PF7(300-LIST-QUEUE)
                PF9(999-EXIT)
           END-EXEC.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNH')
                MAPSET('DCI8DNH')
           END-EXEC.

           GO TO 200-SELECT-MATCH.

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

           MOVE LOW-VALUES TO MAPNHO.
           MOVE 'PF7 LISTS THE OPEN SANCTIONS MATCHES' TO MSGO.

           EXEC CICS SEND
               MAP('MAPNH')
               MAPSET('DCI8DNH')
               ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * ENTER - SHOW THE MATCH ON THE KEYED LINE NUMBER
       200-SELECT-MATCH.

           MOVE '200-SELECT-MATCH' TO WS-LAST-PARA.

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
                MOVE 'NO MATCH ON THAT LINE - PF7 TO LIST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-CA-LIST-KEY(WS-SEL-NUM) TO WS-CA-SEL-KEY.
           GO TO 400-PAINT-MATCH.

      * PF7 - THE NEXT SIX OPEN MATCHES AFTER THE LAST KEY LISTED
       300-LIST-QUEUE.

           MOVE '300-LIST-QUEUE' TO WS-LAST-PARA.

           MOVE DFHCOMMAREA TO WS-COMMAREA.

           EXEC CICS HANDLE CONDITION
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

       310-LIST-PAGE.

           MOVE LOW-VALUES TO MAPNHO.
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
                MOVE 'NO OPEN SANCTIONS MATCHES ON THE QUEUE' TO MSGO
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
               MAP('MAPNH')
               MAPSET('DCI8DNH')
               ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * BROWSES SANCHIT FROM JUST PAST WS-CA-LAST-KEY, TAKING OPEN
      * ROWS UNTIL SIX ARE HELD. WS-CA-LAST-KEY FOLLOWS THE LAST
      * ONE TAKEN
       320-BROWSE-FROM.

           MOVE 'N' TO WS-LIST-EOF.
           MOVE WS-CA-LAST-KEY TO SH-KEY.

           EXEC CICS STARTBR
                FILE('SANCHIT')
                RIDFLD(SH-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 320-BROWSE-EXIT
           END-IF.

           PERFORM 325-NEXT-ROW THRU 325-NEXT-EXIT
                UNTIL WS-LIST-EOF = 'Y' OR WS-LIST-COUNT = 6.

           EXEC CICS ENDBR FILE('SANCHIT') END-EXEC.

       320-BROWSE-EXIT.
           EXIT.

       325-NEXT-ROW.

           EXEC CICS READNEXT
                FILE('SANCHIT')
                INTO(SANCHIT-REC)
                RIDFLD(SH-KEY)
                LENGTH(SANCHIT-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-LIST-EOF
                GO TO 325-NEXT-EXIT
           END-IF.

      * GTEQ LANDS ON THE LAST KEY ITSELF WHEN IT IS STILL THERE
           IF SH-KEY = WS-CA-LAST-KEY OR NOT SH-OPEN THEN
                GO TO 325-NEXT-EXIT
           END-IF.

           ADD 1 TO WS-LIST-COUNT.
           MOVE SH-KEY TO WS-CA-LIST-KEY(WS-LIST-COUNT).
           MOVE SH-KEY TO WS-CA-LAST-KEY.
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

      * THE LIST LINE FOR THE SANCHIT ROW IN HAND, AS LINE
      * WS-LINE-SUB
       335-BUILD-LINE.

           MOVE WS-LINE-SUB TO LL-LINE-NO.
           MOVE SH-SUBJ-TYPE TO LL-SUBJ-TYPE.
           MOVE SH-SUBJ-ID TO LL-SUBJ-ID.
           MOVE SH-SUBJ-NAME TO LL-SUBJ-NAME.
           MOVE SH-LIST-ID TO LL-LIST-ID.
           MOVE SH-STATUS TO LL-STATUS.
           MOVE SH-ENTRY-NAME TO LL-ENTRY-NAME.
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

           MOVE WS-CA-LIST-KEY(WS-LINE-SUB) TO SH-KEY.
           EXEC CICS READ
                FILE('SANCHIT')
                INTO(SANCHIT-REC)
                LENGTH(SANCHIT-LEN)
                RIDFLD(SH-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                PERFORM 335-BUILD-LINE THRU 335-BUILD-EXIT
           END-IF.

       345-RELIST-EXIT.
           EXIT.

      * PAINTS THE MATCH IN WS-CA-SEL-KEY UNDER THE LIST LINES.
      * WS-DONE-MSG, WHEN SET, IS SHOWN IN PLACE OF THE PROMPT
       400-PAINT-MATCH.

           MOVE '400-PAINT-MATCH' TO WS-LAST-PARA.

           MOVE LOW-VALUES TO MAPNHO.
           PERFORM 340-RELIST THRU 340-RELIST-EXIT.

           MOVE WS-CA-SEL-KEY TO SH-KEY.
           EXEC CICS READ
                FILE('SANCHIT')
                INTO(SANCHIT-REC)
                LENGTH(SANCHIT-LEN)
                RIDFLD(SH-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'MATCH NO LONGER ON THE QUEUE' TO MSGO
                MOVE SPACES TO WS-CA-SEL-KEY
                MOVE 'L' TO WS-CA-SWITCH
                GO TO 400-SEND
           END-IF.

           IF SH-SUBJ-APPLICANT THEN
                MOVE 'APPLICANT' TO SJ-TYPE
           ELSE
                IF SH-SUBJ-HOLDER THEN
                     MOVE 'HOLDER' TO SJ-TYPE
                ELSE
                     MOVE 'REL PARTY' TO SJ-TYPE
                END-IF
           END-IF.
           MOVE SH-SUBJ-ID TO SJ-ID.
           MOVE WS-SUBJ-LINE TO SUBJO.
           MOVE SH-ACCTNO TO ACCTNOO.
           MOVE SH-SUBJ-NAME TO SNAMEO.
           MOVE SH-ENTRY-NAME TO ENTRYO.
           MOVE SH-LIST-ID TO LISTIDO.
           MOVE SH-REGIME TO REGIMEO.
           MOVE SH-ENTRY-DOB TO DOBO.

           IF SH-MATCH-EXACT THEN
                MOVE 'EXACT' TO MTYPEO
           ELSE
                IF SH-MATCH-REVERSED THEN
                     MOVE 'NAME REVERSED' TO MTYPEO
                ELSE
                     MOVE 'SOUNDS ALIKE' TO MTYPEO
                END-IF
           END-IF.

           IF SH-OPEN THEN
                MOVE 'OPEN' TO STATUSO
           ELSE
                IF SH-CONFIRMED THEN
                     MOVE 'TRUE MATCH' TO STATUSO
                ELSE
                     MOVE 'CLEARED' TO STATUSO
                END-IF
           END-IF.

           MOVE SH-RAISED-DATE TO RL-DATE.
           MOVE SH-RAISED-BY TO RL-BY.
           MOVE WS-RAISED-LINE TO RAISEDO.
           MOVE SH-REVIEW-NOTE TO NOTEO.

           MOVE 'D' TO WS-CA-SWITCH.

           IF SH-OPEN THEN
                MOVE 'PF5 TRUE MATCH  PF6 FALSE POSITIVE - NOTE NEEDED'
                     TO MSGO
           ELSE
                STRING 'REVIEWED BY ' SH-REV-USERID
                     ' - PF7 FOR THE NEXT PAGE'
                     DELIMITED BY SIZE INTO MSGO
           END-IF.

       400-SEND.

           IF WS-DONE-MSG NOT = SPACES THEN
                MOVE WS-DONE-MSG TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAPNH')
                MAPSET('DCI8DNH')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * PF5 - CONFIRM A TRUE MATCH. AN ACCOUNT HOLDER'S OR RELATED
      * PARTY'S ACCOUNT IS FROZEN IN THE SAME UNIT OF WORK; AN
      * APPLICANT'S APPLICATION CAN NO LONGER BE APPROVED
       500-CONFIRM-MATCH.

           MOVE '500-CONFIRM-MATCH' TO WS-LAST-PARA.

           PERFORM 520-OPEN-FOR-REVIEW THRU 520-OPEN-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'N' TO WS-FROZE-SW.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           IF NOT SH-SUBJ-APPLICANT THEN
                PERFORM 600-FREEZE-ACCOUNT THRU 600-FREEZE-EXIT
           END-IF.

           MOVE 'T' TO SH-STATUS.
           IF WS-ACCT-FOUND-SW = 'Y' THEN
                MOVE 'Y' TO SH-FROZEN-FLAG
           END-IF.
           PERFORM 570-STAMP-AND-REWRITE THRU 570-STAMP-EXIT.

           IF SH-SUBJ-APPLICANT THEN
                MOVE 'CONFIRMED - DECLINE THE APPLICATION IN VETTING'
                     TO WS-DONE-MSG
           ELSE
                IF WS-FROZE-SW = 'Y' THEN
                     MOVE 'CONFIRMED - ACCOUNT FROZEN' TO WS-DONE-MSG
                ELSE
                     IF WS-ACCT-FOUND-SW = 'Y' THEN
                          MOVE 'CONFIRMED - ACCOUNT WAS ALREADY FROZEN'
                               TO WS-DONE-MSG
                     ELSE
                          MOVE 'CONFIRMED - ACCOUNT IS NO LONGER LIVE'
                               TO WS-DONE-MSG
                     END-IF
                END-IF
           END-IF.

           GO TO 400-PAINT-MATCH.

      * PF6 - CLEAR A FALSE POSITIVE. THE ROW STAYS ON SANCHIT SO
      * THE SAME MATCH IS NOT RAISED AGAIN
       550-CLEAR-MATCH.

           MOVE '550-CLEAR-MATCH' TO WS-LAST-PARA.

           PERFORM 520-OPEN-FOR-REVIEW THRU 520-OPEN-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'F' TO SH-STATUS.
           PERFORM 570-STAMP-AND-REWRITE THRU 570-STAMP-EXIT.

           MOVE 'CLEARED AS A FALSE POSITIVE' TO WS-DONE-MSG.
           GO TO 400-PAINT-MATCH.

      * COMMON FRONT HALF OF BOTH DECISIONS - RECEIVE, THE SANCREVW
      * GRANT, A NOTE, THE DAY STATE FOR A FREEZE, AND THE MATCH
      * READ FOR UPDATE, WHICH MUST STILL BE OPEN. LEAVES WS-MESSAGE
      * SET WHEN THE DECISION CANNOT GO AHEAD
       520-OPEN-FOR-REVIEW.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE SPACES TO WS-MESSAGE.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPNH')
                MAPSET('DCI8DNH')
           END-EXEC.

           MOVE 'SANCREVW' TO FH-FUNCTION.
           PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT.
           IF FH-ALLOW NOT = 'Y' THEN
                MOVE 'NOT AUTHORIZED TO REVIEW SANCTIONS MATCHES'
                     TO WS-MESSAGE
                GO TO 520-OPEN-EXIT
           END-IF.

           IF WS-CA-SWITCH NOT = 'D' OR WS-CA-SEL-KEY = SPACES THEN
                MOVE 'SHOW A MATCH FIRST - LINE NUMBER AND ENTER'
                     TO WS-MESSAGE
                GO TO 520-OPEN-EXIT
           END-IF.

           IF NOTEL = 0 OR NOTEI = SPACES OR NOTEI = LOW-VALUES THEN
                MOVE 'KEY A NOTE GIVING THE GROUNDS FOR THE DECISION'
                     TO WS-MESSAGE
                GO TO 520-OPEN-EXIT
           END-IF.

      * DURING THE BATCH WINDOW A FREEZE REFUSES RATHER THAN
      * INTERLEAVE WITH THE NIGHT'S RUNS
           IF WS-CA-SEL-KEY(1:1) NOT = 'A' THEN
                PERFORM 065-CHECK-DAYSTATE THRU 065-DAYSTATE-EXIT
                IF WS-DAY-OPEN-SW NOT = 'Y' THEN
                     MOVE 'POSTING IN PROGRESS - TRY AGAIN SHORTLY'
                          TO WS-MESSAGE
                     GO TO 520-OPEN-EXIT
                END-IF
           END-IF.

           MOVE WS-CA-SEL-KEY TO SH-KEY.
           EXEC CICS READ
                FILE('SANCHIT')
                INTO(SANCHIT-REC)
                LENGTH(SANCHIT-LEN)
                RIDFLD(SH-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'MATCH NO LONGER ON THE QUEUE' TO WS-MESSAGE
                GO TO 520-OPEN-EXIT
           END-IF.

           IF NOT SH-OPEN THEN
                EXEC CICS UNLOCK FILE('SANCHIT') END-EXEC
                MOVE 'MATCH HAS ALREADY BEEN REVIEWED' TO WS-MESSAGE
                GO TO 520-OPEN-EXIT
           END-IF.

      * NOBODY DECIDES A MATCH ON AN ACCOUNT THAT IS THEIR OWN OR
      * CONNECTED TO THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT.
      * AN APPLICANT HAS NO ACCOUNT YET SO THERE IS NOTHING TO ASK
           MOVE 'N' TO CK-BLOCKED.
           IF NOT SH-SUBJ-APPLICANT THEN
                MOVE SH-ACCTNO TO CK-ACCTNO
                MOVE 'SANCREVW' TO CK-ACTION
                PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT
           END-IF.
           IF CK-BLOCKED = 'Y' THEN
                EXEC CICS UNLOCK FILE('SANCHIT') END-EXEC
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 520-OPEN-EXIT
           END-IF.

       520-OPEN-EXIT.
           EXIT.

      * THE REVIEWER'S STAMP AND NOTE ON THE DECIDED MATCH
       570-STAMP-AND-REWRITE.

           MOVE NOTEI TO SH-REVIEW-NOTE.
           MOVE EIBUSERID TO SH-REV-USERID.
           MOVE EIBTRMID TO SH-REV-TRMID.
           MOVE EIBDATE TO SH-REV-DATE.
           MOVE EIBTIME TO SH-REV-TIME.

           EXEC CICS REWRITE
                FILE('SANCHIT')
                FROM(SANCHIT-REC)
                LENGTH(SANCHIT-LEN)
           END-EXEC.

       570-STAMP-EXIT.
           EXIT.

      * FREEZES THE MATCHED PERSON'S ACCOUNT - STAT 'X' WITH AN 'S'
      * EVENT ROW, THE DCI8DPGF STATUS-CHANGE PATTERN. AN ACCOUNT
      * ALREADY FROZEN IS LEFT AS IT IS; ONE NO LONGER ON ACCTFILE
      * (CLOSED SINCE THE RESCREEN) HAS NOTHING TO FREEZE
       600-FREEZE-ACCOUNT.

           MOVE '600-FREEZE-ACCOUNT' TO WS-LAST-PARA.

           MOVE SH-ACCTNO TO ACCTNO.
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
           MOVE 'X' TO AH-AFTER-STAT.
           MOVE EIBUSERID TO AH-CHG-USERID.
           MOVE EIBTRMID TO AH-CHG-TRMID.
           MOVE EIBDATE TO AH-CHG-DATE.
           MOVE EIBTIME TO AH-CHG-TIME.
           MOVE 'S' TO AH-EVENT-TYPE.

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
      * WHETHER THE NAMED FUNCTION IS ALLOWED. SANCREVW HAS NO CLASS
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
                TRANSID('I8DH')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       990-RETURN-EXIT.
           EXIT.

       999-ERROR-MSG-RETURN.

           MOVE LOW-VALUES TO MAPNHO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNH')
                MAPSET('DCI8DNH')
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       999-EXIT.
           MOVE LOW-VALUES TO MAPNHO.
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

           MOVE LOW-VALUES TO MAPNHO.
           MOVE EL-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPNH')
                MAPSET('DCI8DNH')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       END PROGRAM DCI8DPHH.
