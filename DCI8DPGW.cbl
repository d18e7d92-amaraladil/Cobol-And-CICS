      * MARKED APPROVED) AND PF6 DECLINES IT WITH A REASON - THE
      * DECLINED RECORD STAYS ON PENDAPP FOR THE REGULATOR.
      * VETTING (PF5/PF6) NEEDS THE APPVET FUNCTION - DEFAULT FULL
      * CLASS ONLY; CAPTURE IS OPEN TO ANY SIGNED-ON OPERATOR.
      * EVERY APPLICANT IS SCREENED AGAINST THE SANCTIONS LIST AT
      * CAPTURE AND AGAIN AT APPROVAL (700-SANCTIONS-SCREEN); A
      * MATCH JOINS THE SANCHIT REVIEW QUEUE AND THE APPLICATION
      * CANNOT BE APPROVED UNTIL COMPLIANCE CLEARS IT ON DCI8DPHH -
      * UNLIKE A FRAUD HIT, NO ACKNOWLEDGEMENT OVERRIDES IT.
      * PF10 ON A DISPLAYED APPLICATION GOES ACROSS TO THE DCI8DPHJ
      * INCOME AND EXPENDITURE SCREEN, WHERE THE APPLICANT'S I&E IS
      * HELD UNDER THE ACCOUNT NUMBER THE APPLICATION WILL OPEN AS.
      * THE DISPLAY SHOWS THE DATE IT WAS TAKEN, AND THE DECISION
      * RECORDS THAT DATE ON PENDAPP (AP-IE-DATE, ZERO WHEN THE
      * OFFICER DECIDED WITHOUT ONE).
      * AN APPLICANT WHO IS ALREADY A CUSTOMER (SAME SURNAME AND
      * ADDRESS AS A LINKED ACCOUNT) IS HELD TO THE CUSTOMER'S
      * OVERALL LIMIT AT CAPTURE (THE DCI8DPGE EDIT) AND AGAIN AT
      * APPROVAL, AND THE NEW ACCOUNT IS WRITTEN LINKED TO THEM
      * AN APPLICATION BROUGHT IN BY A BROKER OR PARTNER RETAILER
      * CARRIES THE INTRODUCER'S CODE (AP-INTRO-CODE), WHICH MUST BE
      * ON INTROCFG AND TAKING NEW INTRODUCTIONS AT CAPTURE - THE
      * NIGHTLY DCI8BICM PAYS THE INTRODUCER'S COMMISSION FROM IT

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * COPY ACCOUNT CHANGE HISTORY RECORD LAYOUT
       COPY 'ACCTHIST'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY PENDING-APPLICATION RECORD LAYOUT
       COPY 'PENDAPP'.
      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT
       COPY 'OPERREC'.

      * COPY SANCTIONS LIST RECORD LAYOUT (READ THROUGH THE
      * SANCCODE SOUNDEX PATH)
       COPY 'SANCLIST'.

      * COPY SANCTIONS REVIEW QUEUE RECORD LAYOUT
       COPY 'SANCHIT'.

      * COPY INCOME AND EXPENDITURE RECORD LAYOUT
       COPY 'INCEXP'.

      * COPY INTRODUCER RECORD LAYOUT
       COPY 'INTROCFG'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.

       01 WS-FUNCAUTH-CA-LEN    PIC S9(4) COMP VALUE +14.

      * COMMAREA SHAPE SHARED WITH DCI8DPHQ, THE CUSTOMER OVERALL-
      * LIMIT CHECKER
       01 WS-CUSTLIM-CA.
           05 OL-ACCTNO          PIC X(9).
           05 OL-SNAME           PIC X(15).
           05 OL-ADDR1           PIC X(20).
           05 OL-NEW-CRLIMIT     PIC 9(8)V99.
           05 OL-CUSTID          PIC 9(8).
           05 OL-OVERALL         PIC 9(8)V99.
           05 OL-TOTAL           PIC 9(10)V99.
           05 OL-OVER            PIC X(1).

       01 WS-CUSTLIM-CA-LEN     PIC S9(4) COMP VALUE +85.
       01 WS-OVERALL-DISP       PIC ZZ,ZZZ,ZZ9.

      * THE APPLICATION CURRENTLY DISPLAYED FOR VETTING, CARRIED
      * BETWEEN THE PF8 DISPLAY TURN AND THE PF5/PF6 DECISION TURN
       01 WS-COMMAREA.
           05 HB-SOURCE         PIC X(12).
           05 FILLER            PIC X(06) VALUE SPACES.

      * SANCTIONS SCREEN WORK - SEE 700-SANCTIONS-SCREEN. WS-SAN-NEW
      * COUNTS MATCHES THIS SCREEN ADDED TO THE QUEUE; WS-SAN-OPEN
      * COUNTS THE APPLICATION'S QUEUE ROWS STILL OPEN OR CONFIRMED,
      * WHICH IS WHAT BLOCKS APPROVAL. A LIST OR QUEUE THAT CANNOT
      * BE READ BLOCKS IT TOO - AN UNSCREENED APPLICANT IS NOT A
      * CLEAN ONE
       01 WS-SAN-RESP           PIC S9(8) COMP.
       77 WS-SAN-NEW            PIC 9(03) VALUE 0.
       77 WS-SAN-OPEN           PIC 9(03) VALUE 0.
       77 WS-SAN-EOF-SW         PIC X(01) VALUE 'N'.
       77 WS-SAN-FAIL-SW        PIC X(01) VALUE 'N'.
       01 WS-SAN-MATCH          PIC X(01) VALUE SPACE.
       01 WS-SAN-BY-CODE        PIC X(04) VALUE SPACES.
       01 WS-SAN-SKEY           PIC X(15) VALUE SPACES.
       01 WS-SAN-SCODE          PIC X(04) VALUE SPACES.
       01 WS-SAN-FKEY           PIC X(15) VALUE SPACES.
       01 WS-SAN-FCODE          PIC X(04) VALUE SPACES.
       01 WS-SAN-AGREE-SW       PIC X(01) VALUE 'N'.
       01 WS-SAN-SUBJ-ID        PIC X(11) VALUE SPACES.
       01 WS-SAN-SUBJ-NAME      PIC X(35) VALUE SPACES.
      * LIST ENTRIES ALREADY MATCHED THIS SCREEN - AN ENTRY HIT ON
      * SEVERAL OF ITS NAMES IS ONE MATCH
       01 WS-SAN-SEEN-TABLE.
           05 WS-SAN-SEEN-ID    PIC X(10) OCCURS 20 TIMES.
       77 WS-SAN-SEEN-COUNT     PIC S9(4) COMP VALUE 0.
       77 WS-SAN-SEEN-SUB       PIC S9(4) COMP VALUE 0.
       77 WS-SAN-SEEN-SW        PIC X(01) VALUE 'N'.
       01 WS-SAN-HIT-BUILD.
           05 SB-LIST-ID        PIC X(10).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 SB-ENTRY-NAME     PIC X(36).
           05 FILLER            PIC X(01) VALUE SPACES.
           05 SB-STATUS         PIC X(12).

      * NAME-KEY WORK - 730-NAME-KEYS CUTS WS-NK-NAME DOWN TO ITS
      * LETTERS (WS-NK-KEY) AND THEIR SOUNDEX CODE (WS-NK-CODE). THE
      * SAME RULE BUILDS THE LIST KEYS IN DCI8BSLD AND RESCREENS IN
      * DCI8BSRS, KEPT IN LOCKSTEP BY CONVENTION
       01 WS-NK-NAME            PIC X(35) VALUE SPACES.
       01 WS-NK-KEY             PIC X(15) VALUE SPACES.
       01 WS-NK-CODE            PIC X(04) VALUE SPACES.
       01 WS-NK-SDX             PIC X(15) VALUE SPACES.
       01 WS-NK-CHAR            PIC X(01) VALUE SPACE.
           88 WS-NK-LETTER              VALUE 'A' THRU 'I'
                                              'J' THRU 'R'
                                              'S' THRU 'Z'.
       01 WS-NK-PREV            PIC X(01) VALUE SPACE.
       77 WS-NK-SUB             PIC S9(4) COMP VALUE 0.
       77 WS-NK-OUT             PIC S9(4) COMP VALUE 0.

       01 WS-MENU-COMMAREA        PIC X(3) VALUE SPACES.
       01 WS-MENU-COMMAREA-LEN    PIC S9(4) COMP VALUE 3.


       01 WS-CLS-DATE-DISP      PIC 9(7).

      * THE APPLICANT'S I&E DATE (YYYYDDD, ZERO WHEN NONE TAKEN) -
      * SEE 480-FIND-IE-DATE - AND THE 10-BYTE COMMAREA HANDED TO
      * DCI8DPHJ: THE ACCOUNT NUMBER AND 'W' FOR "FROM VETTING"
       77 WS-IE-DATE            PIC S9(7) COMP-3 VALUE 0.
       01 WS-IE-DATE-DISP       PIC 9(7).
       01 WS-IE-JUMP-CA.
           05 WS-IJ-ACCTNO      PIC X(09).
           05 WS-IJ-ORIGIN      PIC X(01) VALUE 'W'.

       01 WS-LAST-PARA          PIC X(20) VALUE SPACES.

      * COMMAREA SHAPE SHARED WITH DCI8DPGZ, THE UNHANDLED-CONDITION
                PF7(300-LIST-PENDING)
                PF8(400-DISPLAY-APPL)
                PF9(999-EXIT)
                PF10(470-JUMP-INCEXP)
           END-EXEC.

           EXEC CICS HANDLE CONDITION
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * AN INTRODUCER CODE IS OPTIONAL, BUT ONE KEYED MUST BE ON
      * INTROCFG AND STILL TAKING NEW INTRODUCTIONS
           IF INTROL = 0 OR INTROI = SPACES OR
                INTROI = LOW-VALUES THEN
                MOVE SPACES TO INTROI
           ELSE
                MOVE INTROI TO IT-CODE
                EXEC CICS READ
                     FILE('INTROCFG')
                     INTO(INTROCFG-REC)
                     LENGTH(INTROCFG-LEN)
                     RIDFLD(IT-CODE)
                     RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                     MOVE 'INTRODUCER CODE NOT ON FILE' TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                IF NOT IT-TAKES-NEW THEN
                     MOVE 'INTRODUCER NOT TAKING NEW INTRODUCTIONS'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
           END-IF.

           PERFORM 260-ASSIGN-APPLID THRU 260-ASSIGN-EXIT.
           IF WS-MESSAGE NOT = SPACES THEN
                GO TO 999-ERROR-MSG-RETURN
           MOVE MAILAD2I TO AP-MAIL-ADDR2.
           MOVE FSNAMEI TO AP-FORMER-SNAME.
           MOVE BRANCHI TO AP-BRANCH.
           MOVE INTROI TO AP-INTRO-CODE.
           MOVE EIBUSERID TO AP-CAP-USERID.
           MOVE EIBTRMID TO AP-CAP-TRMID.
           MOVE EIBDATE TO AP-CAP-DATE.
           MOVE 0 TO AP-VET-DATE.
           MOVE 0 TO AP-VET-TIME.
           MOVE SPACES TO AP-VET-REASON.
           MOVE 0 TO AP-IE-DATE.
           MOVE SPACE TO AP-NOTIFIED-FLAG.

           EXEC CICS WRITE
      * SAME SCREEN RUNS AGAIN AT PF5 APPROVAL
           PERFORM 270-FRAUD-SCREEN THRU 270-SCREEN-EXIT.

      * THE SANCTIONS SCREEN RUNS AT CAPTURE TOO, SO COMPLIANCE HAS
      * THE MATCH ON THE QUEUE BEFORE THE APPLICATION REACHES A
      * VETTING OFFICER. A SANCTIONS MATCH OUTRANKS FRAUD HITS ON
      * THE LIST LINES - THE FRAUD HITS SHOW AGAIN AT APPROVAL
           PERFORM 700-SANCTIONS-SCREEN THRU 700-SCREEN-EXIT.

           MOVE LOW-VALUES TO MAP1O.
           MOVE AP-APPLID TO APPLIDO.
           IF WS-SAN-NEW > 0 THEN
                PERFORM 750-CHECK-QUEUE THRU 750-CHECK-EXIT
                PERFORM 275-FILL-HIT-LINES THRU 275-FILL-EXIT
                STRING 'CAPTURED - SANCTIONS MATCHES: '
                     WS-SAN-OPEN ' - REFERRED TO COMPLIANCE'
                     DELIMITED BY SIZE INTO MSGO
           ELSE
                IF WS-HIT-COUNT > 0 THEN
                     PERFORM 275-FILL-HIT-LINES THRU 275-FILL-EXIT
                     STRING 'CAPTURED - FRAUD MATCHES FOUND: '
                          WS-HIT-COUNT ' - SEE LIST'
                          DELIMITED BY SIZE INTO MSGO
                ELSE
                     STRING 'APPLICATION CAPTURED FOR VETTING - ACCT '
                          AP-ACCTNO DELIMITED BY SIZE INTO MSGO
                END-IF
           END-IF.

           MOVE 0 TO WS-CA-APPLID.
           MOVE AP-MAIL-ADDR2 TO MAILAD2O.
           MOVE AP-FORMER-SNAME TO FSNAMEO.
           MOVE AP-BRANCH TO BRANCHO.
           MOVE AP-INTRO-CODE TO INTROO.

           IF AP-PENDING THEN
                PERFORM 480-FIND-IE-DATE THRU 480-EXIT
                IF WS-IE-DATE > 0 THEN
                     MOVE WS-IE-DATE TO WS-IE-DATE-DISP
                     STRING 'PF5 APPROVES - PF6 DECLINES - I&E '
                          WS-IE-DATE-DISP ' (PF10)'
                          DELIMITED BY SIZE INTO MSGO
                ELSE
                     MOVE 'PF5 APPROVES - PF6 DECLINES - NO I&E (PF10)'
                          TO MSGO
                END-IF
                MOVE AP-APPLID TO WS-CA-APPLID
                MOVE 'S' TO WS-CA-SWITCH
                PERFORM 750-CHECK-QUEUE THRU 750-CHECK-EXIT
                IF WS-SAN-OPEN > 0 THEN
                     PERFORM 275-FILL-HIT-LINES THRU 275-FILL-EXIT
                     MOVE SPACES TO MSGO
                     STRING 'SANCTIONS REVIEW OUTSTANDING: '
                          WS-SAN-OPEN ' - CANNOT APPROVE YET'
                          DELIMITED BY SIZE INTO MSGO
                END-IF
           ELSE
                MOVE AP-VET-REASON TO REASONO
                STRING 'ALREADY VETTED (' AP-STATUS ') BY '
           LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      * PF10 - ACROSS TO THE INCOME AND EXPENDITURE SCREEN FOR THE
      * DISPLAYED APPLICATION. ITS PF3 COMES BACK HERE AFRESH, SO THE
      * OFFICER PULLS THE APPLICATION UP AGAIN WITH PF8 TO DECIDE
       470-JUMP-INCEXP.

           MOVE '470-JUMP-INCEXP' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                NOTFND(600-APPL-NOTFND)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           MOVE DFHCOMMAREA TO WS-COMMAREA.

           IF WS-CA-SWITCH NOT = 'S' THEN
                MOVE 'DISPLAY AN APPLICATION WITH PF8 FIRST'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-CA-APPLID TO AP-APPLID.
           EXEC CICS READ
                FILE('PENDAPP')
                INTO(PENDAPP-REC)
                LENGTH(PENDAPP-LEN)
                RIDFLD(AP-APPLID)
           END-EXEC.

           MOVE AP-ACCTNO TO WS-IJ-ACCTNO.
           MOVE 'W' TO WS-IJ-ORIGIN.

           EXEC CICS XCTL
                PROGRAM('DCI8DPHJ')
                COMMAREA(WS-IE-JUMP-CA)
                LENGTH(10)
           END-EXEC.

      * THE DATE OF THE APPLICANT'S I&E INTO WS-IE-DATE, ZERO WHEN
      * NONE HAS BEEN TAKEN. AN APPLICANT HAS NO CUSTMAST LINK YET,
      * SO THE ROW IS THE ONE HELD UNDER AP-ACCTNO
       480-FIND-IE-DATE.

           MOVE 0 TO WS-IE-DATE.

           MOVE 'A' TO IE-SUBJ-TYPE.
           MOVE AP-ACCTNO TO IE-SUBJ-ID.
           EXEC CICS READ
                FILE('INCEXP')
                INTO(INCEXP-REC)
                LENGTH(INCEXP-LEN)
                RIDFLD(IE-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE IE-DATE TO WS-IE-DATE
           END-IF.

       480-EXIT.
           EXIT.

      * PF5 - APPROVE: THE ACCOUNT IS BORN. ACCTFILE WRITTEN WITH
      * THE VETTING OFFICER'S CREATED-INFO STAMP AND A 'C' EVENT
      * ROW, EXACTLY AS DCI8DPGC'S CONFIRM PATH WRITES THEM; THE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * THE SANCTIONS SCREEN RUNS AGAIN AT THE DECISION (THE LIST
      * MAY HAVE CHANGED SINCE CAPTURE). ANY QUEUE ROW STILL OPEN,
      * OR CONFIRMED AS A TRUE MATCH, STOPS THE APPROVAL OUTRIGHT
           PERFORM 700-SANCTIONS-SCREEN THRU 700-SCREEN-EXIT.
           PERFORM 750-CHECK-QUEUE THRU 750-CHECK-EXIT.

           IF WS-SAN-OPEN > 0 OR WS-SAN-FAIL-SW = 'Y' THEN
                GO TO 945-SANC-BLOCKED
           END-IF.

      * THE FRAUD-CLOSURE SCREEN RUNS AGAIN AT THE DECISION - AN
      * APPLICATION WITH MATCHES ONLY PROCEEDS WHEN THE OFFICER HAS
      * SEEN THE HITS AND KEYED Y IN THE ACK FIELD. THE REFUSAL
                GO TO 940-SHOW-HITS
           END-IF.

      * THE CUSTOMER'S OVERALL LIMIT IS CHECKED AGAIN AT THE DECISION
      * - ANOTHER OF THE CUSTOMER'S ACCOUNTS MAY HAVE BEEN RAISED
      * SINCE CAPTURE
           MOVE AP-ACCTNO TO OL-ACCTNO.
           MOVE AP-SNAME TO OL-SNAME.
           MOVE AP-ADDR1 TO OL-ADDR1.
           MOVE AP-CRLIMIT TO OL-NEW-CRLIMIT.

           EXEC CICS LINK
                PROGRAM('DCI8DPHQ')
                COMMAREA(WS-CUSTLIM-CA)
                LENGTH(WS-CUSTLIM-CA-LEN)
           END-EXEC.

           IF OL-OVER = 'Y' THEN
                MOVE OL-OVERALL TO WS-OVERALL-DISP
                STRING 'OVER CUSTOMER OVERALL LIMIT ' WS-OVERALL-DISP
                     ' CUST ' OL-CUSTID
                     DELIMITED BY SIZE INTO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE AP-ACCTNO TO ACCTNO.
           MOVE AP-FNAME TO FNAME.
           MOVE AP-SNAME TO SNAME.
           MOVE AP-FORMER-SNAME TO FORMER-SNAME.
           MOVE AP-BRANCH TO BRANCH.
           MOVE 'P' TO CONTACT-PREF.
           MOVE OL-CUSTID TO CUST-ID.
      * NO PRODUCT UNTIL ONE IS GIVEN ON DCI8DPHR
           MOVE SPACES TO PRODUCT-CODE.

           MOVE EIBUSERID TO CR-USERID.
           MOVE EIBTRMID TO CR-TRMID.
           MOVE EIBDATE TO AP-VET-DATE.
           MOVE EIBTIME TO AP-VET-TIME.
           MOVE 'APPROVED' TO AP-VET-REASON.
           PERFORM 480-FIND-IE-DATE THRU 480-EXIT.
           MOVE WS-IE-DATE TO AP-IE-DATE.

           EXEC CICS REWRITE
                FILE('PENDAPP')
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

       520-HIST-EXIT.
           EXIT.

           MOVE EIBDATE TO AP-VET-DATE.
           MOVE EIBTIME TO AP-VET-TIME.
           MOVE REASONI TO AP-VET-REASON.
           PERFORM 480-FIND-IE-DATE THRU 480-EXIT.
           MOVE WS-IE-DATE TO AP-IE-DATE.

           EXEC CICS REWRITE
                FILE('PENDAPP')
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      * THE SANCTIONS REFUSAL TURN - THE OPEN OR CONFIRMED MATCHES
      * GO ON THE LIST LINES. THERE IS NO OVERRIDE HERE: COMPLIANCE
      * CLEARS A FALSE POSITIVE ON DCI8DPHH, AFTER WHICH PF5 WORKS;
      * A CONFIRMED MATCH LEAVES ONLY PF6 TO DECLINE
       945-SANC-BLOCKED.

           MOVE LOW-VALUES TO MAP1O.
           PERFORM 275-FILL-HIT-LINES THRU 275-FILL-EXIT.
           MOVE WS-CA-APPLID TO APPLIDO.
           IF WS-SAN-OPEN > 0 THEN
                STRING 'SANCTIONS MATCHES: ' WS-SAN-OPEN
                     ' - COMPLIANCE MUST CLEAR FIRST'
                     DELIMITED BY SIZE INTO MSGO
           ELSE
                MOVE 'SANCTIONS SCREEN UNAVAILABLE - CANNOT APPROVE NOW'
                     TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCI8DMW')
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('I8DW')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       600-APPL-NOTFND.

           MOVE 'NO APPLICATION ON FILE UNDER THAT NUMBER'
       285-DEEDIT-EXIT.
           EXIT.

      * SANCTIONS SCREEN - THE APPLICANT'S SURNAME IS LOOKED UP ON
      * THE SANCCODE PATH BY ITS SOUNDEX CODE, SO SPELLING, SPACING
      * AND PUNCTUATION VARIANTS STILL MEET, AND A LISTED NAME
      * MATCHES WHEN THE FORENAMES AGREE TOO (718). THE FORENAME'S
      * CODE IS LOOKED UP AS A SURNAME TO CATCH THE NAME THE OTHER
      * WAY ROUND, AND ANY FORMER SURNAME IS SCREENED LIKE THE
      * SURNAME. ONLY INDIVIDUAL ENTRIES ARE MATCHED. EACH MATCH IS
      * WRITTEN TO SANCHIT UNDER 'A' AND THE APPLICATION NUMBER;
      * ONE ALREADY THERE (DUPREC) KEEPS ITS REVIEW STATUS
       700-SANCTIONS-SCREEN.

           MOVE '700-SANCTIONS' TO WS-LAST-PARA.

           MOVE 0 TO WS-SAN-NEW.
           MOVE 0 TO WS-SAN-SEEN-COUNT.
           MOVE 'N' TO WS-SAN-FAIL-SW.
           MOVE SPACES TO WS-SAN-SUBJ-ID.
           MOVE AP-APPLID TO WS-SAN-SUBJ-ID(1:8).
           MOVE SPACES TO WS-SAN-SUBJ-NAME.
           STRING AP-FNAME DELIMITED BY '  '
                ' ' DELIMITED BY SIZE
                AP-SNAME DELIMITED BY '  '
                INTO WS-SAN-SUBJ-NAME.

           MOVE AP-FNAME TO WS-NK-NAME.
           PERFORM 730-NAME-KEYS THRU 730-KEYS-EXIT.
           MOVE WS-NK-KEY TO WS-SAN-FKEY.
           MOVE WS-NK-CODE TO WS-SAN-FCODE.

           MOVE AP-SNAME TO WS-NK-NAME.
           PERFORM 730-NAME-KEYS THRU 730-KEYS-EXIT.
           MOVE WS-NK-KEY TO WS-SAN-SKEY.
           MOVE WS-NK-CODE TO WS-SAN-SCODE.

           IF WS-SAN-SCODE NOT = SPACES THEN
                MOVE 'N' TO WS-SAN-MATCH
                MOVE WS-SAN-SCODE TO WS-SAN-BY-CODE
                PERFORM 710-BROWSE-CODE THRU 710-BROWSE-EXIT
                IF WS-SAN-FCODE NOT = SPACES THEN
                     MOVE 'R' TO WS-SAN-MATCH
                     MOVE WS-SAN-FCODE TO WS-SAN-BY-CODE
                     PERFORM 710-BROWSE-CODE THRU 710-BROWSE-EXIT
                END-IF
           END-IF.

           IF AP-FORMER-SNAME = SPACES OR
                AP-FORMER-SNAME = LOW-VALUES OR
                AP-FORMER-SNAME = AP-SNAME THEN
                GO TO 700-SCREEN-EXIT
           END-IF.

           MOVE AP-FORMER-SNAME TO WS-NK-NAME.
           PERFORM 730-NAME-KEYS THRU 730-KEYS-EXIT.
           MOVE WS-NK-KEY TO WS-SAN-SKEY.
           MOVE WS-NK-CODE TO WS-SAN-SCODE.

           IF WS-SAN-SCODE NOT = SPACES THEN
                MOVE 'N' TO WS-SAN-MATCH
                MOVE WS-SAN-SCODE TO WS-SAN-BY-CODE
                PERFORM 710-BROWSE-CODE THRU 710-BROWSE-EXIT
           END-IF.

       700-SCREEN-EXIT.
           EXIT.

      * EVERY LIST NAME WHOSE SURNAME CODE IS WS-SAN-BY-CODE. THE
      * PATH HOLDS DUPLICATE CODES, SO READNEXT ANSWERS DUPKEY
      * WHILE MORE OF THE SAME CODE FOLLOW
       710-BROWSE-CODE.

           MOVE 'N' TO WS-SAN-EOF-SW.
           MOVE WS-SAN-BY-CODE TO SL-SNAME-CODE.

           EXEC CICS STARTBR
                FILE('SANCCODE')
                RIDFLD(SL-SNAME-CODE)
                GTEQ
                RESP(WS-SAN-RESP)
           END-EXEC.

           IF WS-SAN-RESP = DFHRESP(NOTFND) THEN
                GO TO 710-BROWSE-EXIT
           END-IF.
           IF WS-SAN-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-SAN-FAIL-SW
                GO TO 710-BROWSE-EXIT
           END-IF.

           PERFORM 715-NEXT-CODE THRU 715-NEXT-EXIT
                UNTIL WS-SAN-EOF-SW = 'Y'.

           EXEC CICS ENDBR FILE('SANCCODE') END-EXEC.

       710-BROWSE-EXIT.
           EXIT.

       715-NEXT-CODE.

           EXEC CICS READNEXT
                FILE('SANCCODE')
                INTO(SANCLIST-REC)
                RIDFLD(SL-SNAME-CODE)
                LENGTH(SANCLIST-LEN)
                RESP(WS-SAN-RESP)
           END-EXEC.

           IF WS-SAN-RESP NOT = DFHRESP(NORMAL) AND
                WS-SAN-RESP NOT = DFHRESP(DUPKEY) THEN
                MOVE 'Y' TO WS-SAN-EOF-SW
                GO TO 715-NEXT-EXIT
           END-IF.

           IF SL-SNAME-CODE NOT = WS-SAN-BY-CODE THEN
                MOVE 'Y' TO WS-SAN-EOF-SW
                GO TO 715-NEXT-EXIT
           END-IF.

           IF NOT SL-INDIVIDUAL THEN
                GO TO 715-NEXT-EXIT
           END-IF.

           IF WS-SAN-MATCH = 'R' THEN
                IF SL-FNAME-CODE = WS-SAN-SCODE THEN
                     MOVE 'R' TO SH-MATCH-TYPE
                     PERFORM 720-RECORD-HIT THRU 720-RECORD-EXIT
                END-IF
                GO TO 715-NEXT-EXIT
           END-IF.

           PERFORM 718-FNAME-AGREES THRU 718-AGREE-EXIT.
           IF WS-SAN-AGREE-SW NOT = 'Y' THEN
                GO TO 715-NEXT-EXIT
           END-IF.

           IF SL-SNAME-KEY = WS-SAN-SKEY AND
                (SL-FNAME-KEY = WS-SAN-FKEY OR
                 SL-FNAME-KEY = SPACES) THEN
                MOVE 'E' TO SH-MATCH-TYPE
           ELSE
                MOVE 'P' TO SH-MATCH-TYPE
           END-IF.
           PERFORM 720-RECORD-HIT THRU 720-RECORD-EXIT.

       715-NEXT-EXIT.
           EXIT.

      * THE SURNAMES SOUND ALIKE; THE FORENAMES AGREE IF THEY SOUND
      * ALIKE, IF THE LIST GIVES NO FORENAME, IF THE APPLICANT GAVE
      * NONE, OR IF EITHER SIDE IS AN INITIAL AND THE INITIALS MATCH
       718-FNAME-AGREES.

           MOVE 'N' TO WS-SAN-AGREE-SW.

           IF SL-FNAME-CODE = WS-SAN-FCODE OR
                SL-FNAME-KEY = SPACES OR
                WS-SAN-FKEY = SPACES THEN
                MOVE 'Y' TO WS-SAN-AGREE-SW
                GO TO 718-AGREE-EXIT
           END-IF.

           IF (SL-FNAME-KEY(2:1) = SPACE OR
                WS-SAN-FKEY(2:1) = SPACE) AND
                SL-FNAME-KEY(1:1) = WS-SAN-FKEY(1:1) THEN
                MOVE 'Y' TO WS-SAN-AGREE-SW
           END-IF.

       718-AGREE-EXIT.
           EXIT.

       720-RECORD-HIT.

           MOVE 'N' TO WS-SAN-SEEN-SW.
           PERFORM 725-CHECK-SEEN THRU 725-CHECK-EXIT
                VARYING WS-SAN-SEEN-SUB FROM 1 BY 1
                UNTIL WS-SAN-SEEN-SUB > WS-SAN-SEEN-COUNT
                   OR WS-SAN-SEEN-SW = 'Y'.
           IF WS-SAN-SEEN-SW = 'Y' THEN
                GO TO 720-RECORD-EXIT
           END-IF.
           IF WS-SAN-SEEN-COUNT < 20 THEN
                ADD 1 TO WS-SAN-SEEN-COUNT
                MOVE SL-LIST-ID TO WS-SAN-SEEN-ID(WS-SAN-SEEN-COUNT)
           END-IF.

           MOVE 'A' TO SH-SUBJ-TYPE.
           MOVE WS-SAN-SUBJ-ID TO SH-SUBJ-ID.
           MOVE SL-LIST-ID TO SH-LIST-ID.
           MOVE AP-ACCTNO TO SH-ACCTNO.
           MOVE WS-SAN-SUBJ-NAME TO SH-SUBJ-NAME.
           MOVE SL-FULL-NAME TO SH-ENTRY-NAME.
           MOVE SL-NAME-SEQ TO SH-NAME-SEQ.
           MOVE SL-REGIME TO SH-REGIME.
           MOVE SL-DOB TO SH-ENTRY-DOB.
           MOVE 'O' TO SH-STATUS.
           MOVE EIBDATE TO SH-RAISED-DATE.
           MOVE EIBUSERID TO SH-RAISED-BY.
           MOVE SPACES TO SH-REV-USERID.
           MOVE SPACES TO SH-REV-TRMID.
           MOVE 0 TO SH-REV-DATE.
           MOVE 0 TO SH-REV-TIME.
           MOVE SPACES TO SH-REVIEW-NOTE.
           MOVE 'N' TO SH-FROZEN-FLAG.

           EXEC CICS WRITE
                FILE('SANCHIT')
                FROM(SANCHIT-REC)
                LENGTH(SANCHIT-LEN)
                RIDFLD(SH-KEY)
                RESP(WS-SAN-RESP)
           END-EXEC.

           IF WS-SAN-RESP = DFHRESP(NORMAL) THEN
                ADD 1 TO WS-SAN-NEW
           ELSE
                IF WS-SAN-RESP NOT = DFHRESP(DUPREC) THEN
                     MOVE 'Y' TO WS-SAN-FAIL-SW
                END-IF
           END-IF.

       720-RECORD-EXIT.
           EXIT.

       725-CHECK-SEEN.

           IF WS-SAN-SEEN-ID(WS-SAN-SEEN-SUB) = SL-LIST-ID THEN
                MOVE 'Y' TO WS-SAN-SEEN-SW
           END-IF.

       725-CHECK-EXIT.
           EXIT.

      * WS-NK-NAME TO ITS LETTERS-ONLY KEY AND THE SOUNDEX CODE OF
      * THAT KEY (FIRST LETTER, THEN THE DIGITS OF THE NEXT SOUNDS,
      * REPEATS AND VOWELS DROPPED, ZERO FILLED). SPACES, HYPHENS,
      * APOSTROPHES AND STOPS ARE DROPPED AND LOWER CASE IS FOLDED.
      * A NAME WITH NO LETTERS GIVES SPACES
       730-NAME-KEYS.

           MOVE SPACES TO WS-NK-KEY.
           MOVE SPACES TO WS-NK-CODE.
           INSPECT WS-NK-NAME CONVERTING
                'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE 0 TO WS-NK-OUT.
           PERFORM 735-KEY-CHAR THRU 735-KEY-EXIT
                VARYING WS-NK-SUB FROM 1 BY 1
                UNTIL WS-NK-SUB > 35 OR WS-NK-OUT NOT < 15.

           IF WS-NK-OUT = 0 THEN
                GO TO 730-KEYS-EXIT
           END-IF.

      * SOUNDEX DIGITS BY LETTER - '-' (H AND W) NEITHER COUNTS NOR
      * SEPARATES A REPEAT, '0' (THE VOWELS AND Y) SEPARATES ONLY
           MOVE WS-NK-KEY TO WS-NK-SDX.
           INSPECT WS-NK-SDX CONVERTING
                'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                TO '0123012-02245501262301-202'.

           MOVE WS-NK-KEY(1:1) TO WS-NK-CODE(1:1).
           MOVE '000' TO WS-NK-CODE(2:3).
           MOVE WS-NK-SDX(1:1) TO WS-NK-PREV.
           MOVE 1 TO WS-NK-OUT.
           PERFORM 740-SOUNDEX-CHAR THRU 740-SOUNDEX-EXIT
                VARYING WS-NK-SUB FROM 2 BY 1
                UNTIL WS-NK-SUB > 15 OR WS-NK-OUT NOT < 4.

       730-KEYS-EXIT.
           EXIT.

       735-KEY-CHAR.

           MOVE WS-NK-NAME(WS-NK-SUB:1) TO WS-NK-CHAR.
           IF WS-NK-LETTER THEN
                ADD 1 TO WS-NK-OUT
                MOVE WS-NK-CHAR TO WS-NK-KEY(WS-NK-OUT:1)
           END-IF.

       735-KEY-EXIT.
           EXIT.

       740-SOUNDEX-CHAR.

           MOVE WS-NK-SDX(WS-NK-SUB:1) TO WS-NK-CHAR.

           IF WS-NK-CHAR = SPACE OR WS-NK-CHAR = '-' THEN
                GO TO 740-SOUNDEX-EXIT
           END-IF.

           IF WS-NK-CHAR = '0' OR WS-NK-CHAR = WS-NK-PREV THEN
                MOVE WS-NK-CHAR TO WS-NK-PREV
                GO TO 740-SOUNDEX-EXIT
           END-IF.

           ADD 1 TO WS-NK-OUT.
           MOVE WS-NK-CHAR TO WS-NK-CODE(WS-NK-OUT:1).
           MOVE WS-NK-CHAR TO WS-NK-PREV.

       740-SOUNDEX-EXIT.
           EXIT.

      * THE APPLICATION'S QUEUE ROWS - THOSE STILL OPEN OR CONFIRMED
      * ARE COUNTED INTO WS-SAN-OPEN AND THE FIRST SIX PUT ON THE
      * HIT LINES. A QUEUE THAT CANNOT BE READ SETS WS-SAN-FAIL-SW
       750-CHECK-QUEUE.

           MOVE '750-CHECK-QUEUE' TO WS-LAST-PARA.

           MOVE 0 TO WS-SAN-OPEN.
           MOVE SPACES TO WS-HIT-TABLE.
           MOVE 'N' TO WS-SAN-EOF-SW.
           MOVE SPACES TO WS-SAN-SUBJ-ID.
           MOVE AP-APPLID TO WS-SAN-SUBJ-ID(1:8).
           MOVE 'A' TO SH-SUBJ-TYPE.
           MOVE WS-SAN-SUBJ-ID TO SH-SUBJ-ID.
           MOVE LOW-VALUES TO SH-LIST-ID.

           EXEC CICS STARTBR
                FILE('SANCHIT')
                RIDFLD(SH-KEY)
                GTEQ
                RESP(WS-SAN-RESP)
           END-EXEC.

           IF WS-SAN-RESP = DFHRESP(NOTFND) THEN
                GO TO 750-CHECK-EXIT
           END-IF.
           IF WS-SAN-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-SAN-FAIL-SW
                GO TO 750-CHECK-EXIT
           END-IF.

           PERFORM 755-NEXT-QUEUE THRU 755-NEXT-EXIT
                UNTIL WS-SAN-EOF-SW = 'Y'.

           EXEC CICS ENDBR FILE('SANCHIT') END-EXEC.

       750-CHECK-EXIT.
           EXIT.

       755-NEXT-QUEUE.

           EXEC CICS READNEXT
                FILE('SANCHIT')
                INTO(SANCHIT-REC)
                RIDFLD(SH-KEY)
                LENGTH(SANCHIT-LEN)
                RESP(WS-SAN-RESP)
           END-EXEC.

           IF WS-SAN-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-SAN-EOF-SW
                GO TO 755-NEXT-EXIT
           END-IF.

           IF NOT SH-SUBJ-APPLICANT OR
                SH-SUBJ-ID NOT = WS-SAN-SUBJ-ID THEN
                MOVE 'Y' TO WS-SAN-EOF-SW
                GO TO 755-NEXT-EXIT
           END-IF.

           IF SH-CLEARED THEN
                GO TO 755-NEXT-EXIT
           END-IF.

           ADD 1 TO WS-SAN-OPEN.
           MOVE SH-LIST-ID TO SB-LIST-ID.
           MOVE SH-ENTRY-NAME TO SB-ENTRY-NAME.
           IF SH-CONFIRMED THEN
                MOVE 'SANCT-TRUE' TO SB-STATUS
           ELSE
                MOVE 'SANCT-REVIEW' TO SB-STATUS
           END-IF.
           IF WS-SAN-OPEN < 7 THEN
                MOVE WS-SAN-HIT-BUILD TO WS-HIT-LINE(WS-SAN-OPEN)
           END-IF.

       755-NEXT-EXIT.
           EXIT.

       999-ERROR-MSG-RETURN.

           MOVE LOW-VALUES TO MAP1O.
