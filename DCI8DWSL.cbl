       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DWSL.
       AUTHOR. AMAR AL-ADIL.

      * CUSTOMER ACCOUNTS WEB SERVICE - GIVEN A CUSTMAST CUSTOMER ID
      * AND AN OPTIONAL CONTINUATION CURSOR (THE SAME PAGING
      * CONVENTION DCI8DWSB USES WITH REQ-LAST-ACCTNO), RETURNS A PAGE
      * OF EVERY ACCOUNT LINKED TO THE CUSTOMER THROUGH THE CUSTACCT
      * PATH, SO A LOGGED-IN CUSTOMER WITH SEVERAL ACCOUNTS SEES THEM
      * ALL INSTEAD OF ONLY THE ONE TYPED INTO DCI8DWSR. A CLOSED
      * ACCOUNT HAS LEFT ACCTFILE FOR CLOSEACCT, SO EVERY ACCOUNT ON
      * THE PATH IS A LIVE ONE. EACH ACCOUNT COMES BACK WITH CURR-BAL,
      * CRLIMIT, THE OPEN-TO-BUY (CRLIMIT LESS CURR-BAL LESS EVERY
      * OUTSTANDING AUTHHOLD ROW, THE SAME SUM DCI8DWSA DECIDES ON)
      * AND THE MINIMUM PAYMENT, DUE DATE AND PAID FLAG OF ITS LATEST
      * BILLCYCL ROW. THE CALLER CREDENTIAL, THE DCI8DPHC QUOTA, THE
      * ACCQ LOGGING OF SENSITIVE ACCOUNTS AND THE WSLG JOURNAL ARE
      * THE SAME AS THE REST OF THE FAMILY. A RESTRICTED ACCOUNT IS
      * LISTED BY NUMBER ONLY, FLAGGED 'R', UNLESS THE CALLER HOLDS
      * SENSVIEW - THE WAY THE BROWSE MASKS IT
      *
      * STATUS 0 IS SUCCESS (A CUSTOMER WITH NO LINKED ACCOUNTS IS A
      * SUCCESSFUL EMPTY LIST), 1 A VALIDATION FAILURE, 2 CUSTOMER
      * NOT FOUND, 8 OVER QUOTA AND 9 NOT AUTHORIZED

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY ACCTFILE AND CUSTOMER MASTER LAYOUTS
       COPY 'ACCTREC'.
       COPY 'CUSTMAST'.

      * COPY BILLING CYCLE RECORD LAYOUT - THE LATEST ROW GIVES THE
      * AMOUNT AND DATE DUE
       COPY 'BILLCYCL'.

      * COPY AUTHORIZATION HOLD RECORD LAYOUT - OUTSTANDING HOLDS
      * COME OFF THE OPEN-TO-BUY
       COPY 'AUTHHOLD'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT - THE CALLER
      * CREDENTIAL IN EVERY REQUEST IS VERIFIED AGAINST OPERTAB
       COPY 'OPERREC'.

       01 WS-AUTH-RESP          PIC S9(8) COMP.
       77 WS-AUTH-SW            PIC X(01) VALUE 'N'.

       01 WS-RESP               PIC S9(8) COMP.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

      * REQ-LAST-ACCTNO IS THE CONTINUATION CURSOR - LEAVE IT SPACES
      * FOR THE FIRST PAGE, OR ECHO BACK THE RESP-NEXT-ACCTNO FROM
      * THE PRIOR RESPONSE TO FETCH THE PAGE AFTER IT
       01 ACCT-REQ.
           05 REQ-CUSTID        PIC X(8).
           05 REQ-OPERID        PIC X(3).
           05 REQ-LAST-ACCTNO   PIC X(9).
           05 FILLER            PIC X(40).

       01 ACCT-RESP.
           05 RESP-STATUS.
               10 RESP-S-CODE     PIC 9.
               10 RESP-S-MESSAGE  PIC X(60).
           05 RESP-CUST-LIST.
               10 RESP-COUNT            PIC 9(2).
      * RESP-MORE = 'Y' MEANS MORE ACCOUNTS EXIST BEYOND THIS PAGE -
      * PASS RESP-NEXT-ACCTNO BACK AS REQ-LAST-ACCTNO TO GET THEM -
      * BOTH KEPT AHEAD OF RESP-ACCTS SO THEIR OFFSETS STAY FIXED
               10 RESP-NEXT-ACCTNO      PIC X(9).
               10 RESP-MORE             PIC X(1).
               10 RESP-ACCTS OCCURS 0 TO 10 TIMES
                                DEPENDING ON WS-COUNT.
                   15 RESP-ACCTNO       PIC X(9).
      * 'R' - RESTRICTED AND THE CALLER HOLDS NO SENSVIEW GRANT, SO
      * EVERYTHING AFTER THE ACCOUNT NUMBER IS LEFT BLANK
                   15 RESP-RESTRICTED   PIC X(1).
                   15 RESP-STAT         PIC X(1).
                   15 RESP-BALANCE      PIC X(14).
                   15 RESP-LIMIT        PIC X(11).
                   15 RESP-OTB          PIC X(14).
      * FROM THE LATEST BILLCYCL ROW - ZEROS AND A BLANK FLAG WHEN
      * THE ACCOUNT HAS NEVER CLOSED A PERIOD WITH A DRAWN BALANCE
                   15 RESP-MIN-PAYMENT  PIC X(11).
                   15 RESP-DUE-DATE     PIC 9(7).
                   15 RESP-PAID-FLAG    PIC X(1).

       77 WS-COUNT               PIC 9(2) VALUE 0.
       77 WS-LINE-SUB            PIC 9(2) VALUE 0.
       77 WS-LINES               PIC 9(2) VALUE 10.

      * WS-SKIP-DONE = 'N' MEANS WE'RE STILL FAST-FORWARDING PAST
      * ACCOUNTS AT OR BEFORE THE CALLER'S CURSOR; WS-EOF = 'Y' ONCE
      * THE BROWSE RUNS OFF THE CUSTOMER
       77 WS-SKIP-DONE           PIC X VALUE 'Y'.
       77 WS-EOF                 PIC X VALUE 'N'.

      * MIRROR KEY FOR THE CUSTACCT ALTERNATE PATH BROWSE
       01 WS-CUSTACCT-KEY       PIC 9(08) VALUE 0.

      * SENSVIEW IS ASKED AT MOST ONCE PER CALL - ' ' NOT YET ASKED
       77 WS-SENSVIEW-SW         PIC X(01) VALUE ' '.

      * OPEN-TO-BUY WORK - SIGNED AND WIDE ENOUGH FOR AN OVERDRAWN
      * ACCOUNT CARRYING HOLDS AS WELL
       77 WS-HOLDS-TOTAL        PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-OTB                PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-HOLD-EOF           PIC X(01) VALUE 'N'.
       77 WS-CY-EOF             PIC X(01) VALUE 'N'.

      * LATEST BILLCYCL ROW SEEN SO FAR ON THE FORWARD BROWSE
       01 WS-LAST-CYCLE.
           05 WS-LC-MIN-PAYMENT  PIC 9(08)V99 VALUE 0.
           05 WS-LC-DUE-DATE     PIC S9(7) COMP-3 VALUE 0.
           05 WS-LC-PAID-FLAG    PIC X(01) VALUE SPACE.

      * EDITED FORMS FOR THE RESPONSE
       01 WS-CURBAL-DISP        PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-OTB-DISP           PIC -ZZ,ZZZ,ZZ9.99.
       01 WS-CRLIM-DISP         PIC ZZZZZZZ9.99.
       01 WS-MINPAY-DISP        PIC ZZZZZZZ9.99.
       01 WS-DATE-DISP          PIC 9(7).

      * ONE ROW WRITTEN TO THE WSLG TD QUEUE PER INVOCATION - THE
      * SAME JOURNALLING THE OTHER WEB SERVICES CARRY. THE ACCOUNT
      * NUMBER SLOT CARRIES THE CUSTOMER ID ASKED FOR
       01 WS-WSLG-REC.
           05 WL-DATE            PIC S9(7) COMP-3.
           05 WL-TIME            PIC S9(7) COMP-3.
           05 WL-SERVICE         PIC X(1) VALUE 'L'.
           05 WL-OPERID          PIC X(3).
           05 WL-ACCTNO          PIC X(9).
           05 WL-STATUS          PIC X(1).
           05 WL-MESSAGE         PIC X(60).

       01 WS-WSLG-LEN           PIC S9(4) COMP VALUE +82.

      * ONE ROW WRITTEN TO THE ACCQ TD QUEUE FOR EVERY SERVICE READ
      * OF A SENSITIVE ACCOUNT - SAME JOURNAL THE GREEN SCREENS FEED
       01 WS-ACCQ-REC.
           05 AQ-TRMID           PIC X(4).
           05 AQ-USERID          PIC X(8).
           05 AQ-OPID            PIC X(3).
           05 AQ-DATE            PIC S9(7) COMP-3.
           05 AQ-TIME            PIC S9(7) COMP-3.
           05 AQ-ACCTNO          PIC X(9).
           05 AQ-SOURCE          PIC X(1).

       01 WS-ACCQ-LEN           PIC S9(4) COMP VALUE +33.

      * COMMAREA SHAPE SHARED WITH DCI8DPGH - THE RESTRICTED TIER
      * NEEDS A SENSVIEW GRANT EVEN THROUGH THE PORTAL
       01 WS-FUNCAUTH-CA.
           05 FH-OPER-ID         PIC X(3).
           05 FH-CLASS           PIC X(1).
           05 FH-FUNCTION        PIC X(8).
           05 FH-DEFAULT         PIC X(1).
           05 FH-ALLOW           PIC X(1).

       01 WS-FUNCAUTH-CA-LEN    PIC S9(4) COMP VALUE +14.

      * COMMAREA SHAPE SHARED WITH DCI8DPHC, THE PER-CREDENTIAL
      * QUOTA CHECKER - 'N' MEANS THIS CALLER IS OVER ITS HOURLY
      * LINE AND GETS THE DISTINCT OVER-QUOTA ANSWER
       01 WS-QUOTA-CA.
           05 QC-OPERID          PIC X(3).
           05 QC-ALLOW           PIC X(1).

       01 WS-QUOTA-CA-LEN       PIC S9(4) COMP VALUE +4.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(763).

       PROCEDURE DIVISION.

       000-START-LOGIC.

           MOVE DFHCOMMAREA TO ACCT-REQ.

           PERFORM 050-VERIFY-CALLER THRU 050-VERIFY-EXIT.

           IF WS-AUTH-SW NOT = 'Y' THEN
                GO TO 900-NOT-AUTHORIZED
           END-IF.

           PERFORM 060-CHECK-QUOTA THRU 060-QUOTA-EXIT.
           IF QC-ALLOW NOT = 'Y' THEN
                GO TO 905-OVER-QUOTA
           END-IF.

           GO TO 200-MAIN-LOGIC.

      * SAME OPERTAB LIFECYCLE CHECKS AS THE OTHER SERVICES - ANY
      * ACTIVE OPERATOR CLASS MAY READ
       050-VERIFY-CALLER.

           MOVE 'N' TO WS-AUTH-SW.

           IF REQ-OPERID = SPACES OR REQ-OPERID = LOW-VALUES THEN
                GO TO 050-VERIFY-EXIT
           END-IF.

           EXEC CICS READ
                FILE('OPERTAB')
                INTO(OPERREC)
                LENGTH(OPERREC-LEN)
                RIDFLD(REQ-OPERID)
                RESP(WS-AUTH-RESP)
           END-EXEC.

           IF WS-AUTH-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 050-VERIFY-EXIT
           END-IF.

           IF OPER-REVOKED THEN
                GO TO 050-VERIFY-EXIT
           END-IF.

           IF OPER-EXPIRY-DATE > 0 AND
                EIBDATE > OPER-EXPIRY-DATE THEN
                GO TO 050-VERIFY-EXIT
           END-IF.

           MOVE 'Y' TO WS-AUTH-SW.

       050-VERIFY-EXIT.
           EXIT.

      * THE QUOTA CHECK RIDES ON DCI8DPHC SO EVERY SERVICE ENFORCES
      * THE SAME LINE THE SAME WAY
       060-CHECK-QUOTA.

           MOVE REQ-OPERID TO QC-OPERID.
           MOVE 'Y' TO QC-ALLOW.

           EXEC CICS LINK
                PROGRAM('DCI8DPHC')
                COMMAREA(WS-QUOTA-CA)
                LENGTH(WS-QUOTA-CA-LEN)
           END-EXEC.

       060-QUOTA-EXIT.
           EXIT.

      * STATUS 8 IS THE DISTINCT OVER-QUOTA ANSWER - THE CALLER CAN
      * TELL A RATE PROBLEM FROM A CREDENTIAL OR DATA ONE, AND THE
      * WSLG ROW PUTS IT ON THE DCI8BWSA MORNING REPORT
       905-OVER-QUOTA.

           MOVE 0 TO WS-COUNT.
           MOVE LOW-VALUES TO ACCT-RESP.
           MOVE 8 TO RESP-S-CODE.
           MOVE 'REQUEST QUOTA EXCEEDED - TRY LATER'
                TO RESP-S-MESSAGE.
           MOVE ACCT-RESP TO DFHCOMMAREA.
           GO TO 999-EXIT.

      * STATUS 9 IS THE DISTINCT NOT-AUTHORIZED ANSWER
       900-NOT-AUTHORIZED.

           MOVE 0 TO WS-COUNT.
           MOVE LOW-VALUES TO ACCT-RESP.
           MOVE 9 TO RESP-S-CODE.
           MOVE 'CALLER NOT AUTHORIZED' TO RESP-S-MESSAGE.
           MOVE ACCT-RESP TO DFHCOMMAREA.
           GO TO 999-EXIT.

       200-MAIN-LOGIC.

           MOVE 0 TO WS-COUNT.
           MOVE LOW-VALUES TO ACCT-RESP.

           IF REQ-CUSTID = SPACES OR REQ-CUSTID = LOW-VALUES OR
                REQ-CUSTID IS NOT NUMERIC THEN
                MOVE 'CUSTOMER ID MUST BE 8 DIGITS' TO
                     RESP-S-MESSAGE
                MOVE 1 TO RESP-S-CODE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           MOVE REQ-CUSTID TO CM-CUSTID.

           IF CM-CUSTID = 0 THEN
                MOVE 'CUSTOMER ID MUST BE 8 DIGITS' TO
                     RESP-S-MESSAGE
                MOVE 1 TO RESP-S-CODE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           EXEC CICS READ
                FILE('CUSTMAST')
                INTO(CUSTMAST-REC)
                LENGTH(CUSTMAST-LEN)
                RIDFLD(CM-CUSTID)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'CUSTOMER NOT FOUND' TO RESP-S-MESSAGE
                MOVE 2 TO RESP-S-CODE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           IF REQ-LAST-ACCTNO = SPACES OR REQ-LAST-ACCTNO = LOW-VALUES
                THEN
                MOVE 'Y' TO WS-SKIP-DONE
           ELSE
                MOVE 'N' TO WS-SKIP-DONE
           END-IF.

           MOVE 'N' TO WS-EOF.
           MOVE CM-CUSTID TO WS-CUSTACCT-KEY.

           EXEC CICS STARTBR
                FILE('CUSTACCT')
                RIDFLD(WS-CUSTACCT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

      * NOTHING ON THE PATH AT OR AFTER THIS CUSTOMER - AN EMPTY LIST
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-EOF
           END-IF.

           MOVE 1 TO WS-LINE-SUB.

           IF WS-EOF = 'N' THEN
                PERFORM 250-BRWS-FORWARD THRU 250-BRWS-EXIT
                     UNTIL WS-LINE-SUB > WS-LINES OR WS-EOF = 'Y'
                EXEC CICS ENDBR
                     FILE('CUSTACCT')
                END-EXEC
           END-IF.

           MOVE 'SUCCESS' TO RESP-S-MESSAGE.
           MOVE 0 TO RESP-S-CODE.
           MOVE WS-COUNT TO RESP-COUNT.

      * A FULL PAGE WITHOUT RUNNING OFF THE CUSTOMER MEANS MORE
      * ACCOUNTS ARE WAITING - HAND BACK THE LAST ACCTNO RETURNED AS
      * THE NEXT CALL'S CURSOR
           IF WS-EOF = 'N' AND WS-COUNT NOT = 0 THEN
                MOVE 'Y' TO RESP-MORE
                MOVE RESP-ACCTNO(WS-COUNT) TO RESP-NEXT-ACCTNO
           ELSE
                MOVE 'N' TO RESP-MORE
                MOVE SPACES TO RESP-NEXT-ACCTNO
           END-IF.

           MOVE ACCT-RESP TO DFHCOMMAREA.
           GO TO 999-EXIT.

       250-BRWS-FORWARD.

           EXEC CICS READNEXT
                FILE('CUSTACCT')
                INTO(ACCTREC)
                RIDFLD(WS-CUSTACCT-KEY)
                LENGTH(ACCTREC-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) AND
                WS-RESP NOT = DFHRESP(DUPKEY) THEN
                MOVE 'Y' TO WS-EOF
                GO TO 250-BRWS-EXIT
           END-IF.

           IF CUST-ID NOT = CM-CUSTID THEN
                MOVE 'Y' TO WS-EOF
                GO TO 250-BRWS-EXIT
           END-IF.

      * ALREADY RETURNED ON AN EARLIER PAGE - KEEP SKIPPING
           IF WS-SKIP-DONE = 'N' AND ACCTNO NOT > REQ-LAST-ACCTNO THEN
                GO TO 250-BRWS-EXIT
           END-IF.

           MOVE 'Y' TO WS-SKIP-DONE.

           IF SENS-FLAG NOT = SPACE THEN
                PERFORM 270-LOG-ACCESS THRU 270-LOG-EXIT
           END-IF.

           MOVE ACCTNO TO RESP-ACCTNO(WS-LINE-SUB).
           MOVE SPACE TO RESP-RESTRICTED(WS-LINE-SUB).

           IF SENS-RESTRICTED THEN
                IF WS-SENSVIEW-SW = SPACE THEN
                     PERFORM 275-CHECK-SENSVIEW THRU 275-CHECK-EXIT
                     MOVE FH-ALLOW TO WS-SENSVIEW-SW
                END-IF
                IF WS-SENSVIEW-SW NOT = 'Y' THEN
                     MOVE 'R' TO RESP-RESTRICTED(WS-LINE-SUB)
                     MOVE SPACES TO RESP-STAT(WS-LINE-SUB)
                          RESP-BALANCE(WS-LINE-SUB)
                          RESP-LIMIT(WS-LINE-SUB)
                          RESP-OTB(WS-LINE-SUB)
                          RESP-MIN-PAYMENT(WS-LINE-SUB)
                          RESP-PAID-FLAG(WS-LINE-SUB)
                     MOVE 0 TO RESP-DUE-DATE(WS-LINE-SUB)
                     GO TO 250-BRWS-COUNT
                END-IF
           END-IF.

           PERFORM 260-SUM-HOLDS THRU 260-SUM-EXIT.
           COMPUTE WS-OTB = CRLIMIT - CURR-BAL - WS-HOLDS-TOTAL.

           PERFORM 280-LATEST-CYCLE THRU 280-LATEST-EXIT.

           MOVE STAT TO RESP-STAT(WS-LINE-SUB).
           MOVE CURR-BAL TO WS-CURBAL-DISP.
           MOVE WS-CURBAL-DISP TO RESP-BALANCE(WS-LINE-SUB).
           MOVE CRLIMIT TO WS-CRLIM-DISP.
           MOVE WS-CRLIM-DISP TO RESP-LIMIT(WS-LINE-SUB).
           MOVE WS-OTB TO WS-OTB-DISP.
           MOVE WS-OTB-DISP TO RESP-OTB(WS-LINE-SUB).
           MOVE WS-LC-MIN-PAYMENT TO WS-MINPAY-DISP.
           MOVE WS-MINPAY-DISP TO RESP-MIN-PAYMENT(WS-LINE-SUB).
           MOVE WS-LC-DUE-DATE TO WS-DATE-DISP.
           MOVE WS-DATE-DISP TO RESP-DUE-DATE(WS-LINE-SUB).
           MOVE WS-LC-PAID-FLAG TO RESP-PAID-FLAG(WS-LINE-SUB).

       250-BRWS-COUNT.

           ADD 1 TO WS-COUNT.
           ADD 1 TO WS-LINE-SUB.

       250-BRWS-EXIT.
           EXIT.

      * ADDS UP THE ACCOUNT'S OUTSTANDING HOLDS - RELEASED AND
      * EXPIRED ROWS STAY ON FILE FOR THE RECORD BUT NO LONGER COUNT
       260-SUM-HOLDS.

           MOVE 0 TO WS-HOLDS-TOTAL.
           MOVE 'N' TO WS-HOLD-EOF.

           MOVE ACCTNO TO AU-ACCTNO.
           MOVE LOW-VALUES TO AU-AUTH-CODE.

           EXEC CICS STARTBR
                FILE('AUTHHOLD')
                RIDFLD(AU-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 260-SUM-EXIT
           END-IF.

           PERFORM 265-NEXT-HOLD THRU 265-NEXT-EXIT
                UNTIL WS-HOLD-EOF = 'Y'.

           EXEC CICS ENDBR
                FILE('AUTHHOLD')
           END-EXEC.

       260-SUM-EXIT.
           EXIT.

       265-NEXT-HOLD.

           EXEC CICS READNEXT
                FILE('AUTHHOLD')
                INTO(AUTHHOLD-REC)
                LENGTH(AUTHHOLD-LEN)
                RIDFLD(AU-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-HOLD-EOF
           ELSE IF AU-ACCTNO NOT = ACCTNO THEN
                MOVE 'Y' TO WS-HOLD-EOF
           ELSE IF AU-OUTSTANDING THEN
                ADD AU-AMOUNT TO WS-HOLDS-TOTAL
           END-IF
           END-IF
           END-IF.

       265-NEXT-EXIT.
           EXIT.

      * FILES THE ACCESS-LOG ROW FOR A SERVICE READ OF A SENSITIVE
      * ACCOUNT
       270-LOG-ACCESS.

           MOVE EIBTRMID TO AQ-TRMID.
           MOVE EIBUSERID TO AQ-USERID.
           MOVE REQ-OPERID TO AQ-OPID.
           MOVE EIBDATE TO AQ-DATE.
           MOVE EIBTIME TO AQ-TIME.
           MOVE ACCTNO TO AQ-ACCTNO.
           MOVE 'W' TO AQ-SOURCE.

           EXEC CICS WRITEQ TD
                QUEUE('ACCQ')
                FROM(WS-ACCQ-REC)
                LENGTH(WS-ACCQ-LEN)
           END-EXEC.

       270-LOG-EXIT.
           EXIT.

      * ASKS DCI8DPGH WHETHER THE CALLER CREDENTIAL HOLDS SENSVIEW -
      * THE CALLER'S CLASS IS STILL IN OPERREC FROM 050-VERIFY-CALLER
       275-CHECK-SENSVIEW.

           MOVE REQ-OPERID TO FH-OPER-ID.
           MOVE OPER-CLASS TO FH-CLASS.
           MOVE 'SENSVIEW' TO FH-FUNCTION.
           MOVE 'N' TO FH-DEFAULT.
           MOVE 'N' TO FH-ALLOW.

           EXEC CICS LINK
                PROGRAM('DCI8DPGH')
                COMMAREA(WS-FUNCAUTH-CA)
                LENGTH(WS-FUNCAUTH-CA-LEN)
           END-EXEC.

       275-CHECK-EXIT.
           EXIT.

      * THE ACCOUNT'S BILLCYCL ROWS BROWSE IN PERIOD ORDER - THE
      * LAST ONE SEEN IS THE LATEST STATEMENT
       280-LATEST-CYCLE.

           MOVE 0 TO WS-LC-MIN-PAYMENT.
           MOVE 0 TO WS-LC-DUE-DATE.
           MOVE SPACE TO WS-LC-PAID-FLAG.
           MOVE 'N' TO WS-CY-EOF.

           MOVE ACCTNO TO CY-ACCTNO.
           MOVE 0 TO CY-PERIOD.

           EXEC CICS STARTBR
                FILE('BILLCYCL')
                RIDFLD(CY-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 280-LATEST-EXIT
           END-IF.

           PERFORM 285-CYCLE-ROW THRU 285-CYCLE-EXIT
                UNTIL WS-CY-EOF = 'Y'.

           EXEC CICS ENDBR FILE('BILLCYCL') END-EXEC.

       280-LATEST-EXIT.
           EXIT.

       285-CYCLE-ROW.

           EXEC CICS READNEXT
                FILE('BILLCYCL')
                INTO(BILLCYCL-REC)
                RIDFLD(CY-KEY)
                LENGTH(BILLCYCL-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
                CY-ACCTNO NOT = ACCTNO THEN
                MOVE 'Y' TO WS-CY-EOF
                GO TO 285-CYCLE-EXIT
           END-IF.

           MOVE CY-MIN-PAYMENT TO WS-LC-MIN-PAYMENT.
           MOVE CY-DUE-DATE TO WS-LC-DUE-DATE.
           MOVE CY-PAID-FLAG TO WS-LC-PAID-FLAG.

       285-CYCLE-EXIT.
           EXIT.

       999-EXIT.

      * JOURNAL THE CALL - EVERY PATH FUNNELS THROUGH HERE
           MOVE EIBDATE TO WL-DATE.
           MOVE EIBTIME TO WL-TIME.
           MOVE REQ-OPERID TO WL-OPERID.
           MOVE REQ-CUSTID TO WL-ACCTNO.
           MOVE RESP-S-CODE TO WL-STATUS.
           MOVE RESP-S-MESSAGE TO WL-MESSAGE.

           EXEC CICS WRITEQ TD
                QUEUE('WSLG')
                FROM(WS-WSLG-REC)
                LENGTH(WS-WSLG-LEN)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCI8DWSL.
