       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DWSP.
       AUTHOR. AMAR AL-ADIL.

      * PAYMENT-POSTING WEB SERVICE - TAKES A CUSTOMER'S CARD PAYMENT
      * FROM THE WEBSITE AND POSTS IT STRAIGHT TO THE ACCOUNT AS A
      * CREDIT, WITH THE SAME EDITS DCI8DPGD APPLIES TO A KEYED
      * PAYMENT (LUHN CHECK DIGIT, AMOUNT ABOVE ZERO, ACCOUNT ON
      * FILE, THE OVERFLOW GUARD AND THE CLOSED-PERIOD REFUSAL). THE
      * ROW IS AN 'O' ROW ON THE 9001-UP RANGE WITH TX-POST-JOB
      * DCI8DWSP, SO DCI8BPST NEVER APPLIES IT A SECOND TIME AND THE
      * CASH RECONCILIATION COUNTS IT IN THE ONLINE CHANNEL.
      * EVERY PAYMENT MUST CARRY THE CALLER'S OWN UNIQUE REFERENCE.
      * IT IS FILED ON PAYREF BEFORE ANY MONEY MOVES, IN THE SAME
      * UNIT OF WORK AS THE POSTING, SO A RETRIED REQUEST IS ANSWERED
      * FROM THE ROW ALREADY ON FILE AND NEVER POSTS TWICE - EVEN
      * WHEN THE TWO COPIES ARRIVE TOGETHER. A REFERENCE REUSED FOR
      * A DIFFERENT ACCOUNT OR AMOUNT IS REFUSED.
      * WHILE DAYSTATE SHOWS CUTOVER OR THE BATCH WINDOW THE PAYMENT
      * IS NOT REFUSED: THE ACCOUNT IS CHECKED, THE PAYREF ROW IS
      * FILED QUEUED, AND THE DCI8BWPQ STEP POSTS IT AFTER DCI8BPST.
      * FUNCTION 'Q' ANSWERS WITH WHERE A REFERENCE STANDS - POSTED,
      * QUEUED OR REJECTED. THE CALLER MUST PASS THE SAME OPERTAB
      * LIFECYCLE CHECKS AS THE REST OF THE FAMILY AND HOLD THE
      * WEBPAY FUNCTION (NO FOR EVERYONE BY DEFAULT - ONLY AN
      * EXPLICIT FUNCAUTH ROW LETS A CREDENTIAL TAKE PAYMENTS)
      *
      * STATUS 0 MEANS THE REQUEST WAS DECIDED - RESP-PAY-STATUS
      * SAYS WHERE THE PAYMENT STANDS ('P' POSTED, 'Q' QUEUED, 'R'
      * REJECTED) AND RESP-S-MESSAGE SAYS WHETHER IT WAS TAKEN NOW
      * OR ALREADY ON FILE. 1 IS A VALIDATION FAILURE, 2 ACCOUNT (OR
      * ON A QUERY, REFERENCE) NOT FOUND, 3 A FILE PROBLEM OR CLOSED
      * PERIOD (NOTHING POSTED - THE SAME REFERENCE MAY BE RETRIED),
      * 8 OVER QUOTA AND 9 NOT AUTHORIZED, AS ELSEWHERE IN THE FAMILY

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY MONETARY TRANSACTION RECORD LAYOUT
       COPY 'ACCTTXN'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY TRANSACTION NARRATIVE SATELLITE LAYOUT
       COPY 'TXNNARR'.

      * COPY WEB PAYMENT REFERENCE RECORD LAYOUT
       COPY 'PAYREF'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT
       COPY 'OPERREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT - THE 'DAYSTATE' AND
      * 'PRDCLOSE' ROWS
       COPY 'ACCTCTL'.

       01 WS-AUTH-RESP          PIC S9(8) COMP.
       77 WS-AUTH-SW            PIC X(01) VALUE 'N'.

       01 WS-RESP               PIC S9(8) COMP.

      * DAY-STATE READ WORK - SEE 070-CHECK-DAYSTATE
       01 WS-DAY-RESP           PIC S9(8) COMP.
       77 WS-DAY-OPEN-SW        PIC X(01) VALUE 'Y'.

      * CLOSED-PERIOD READ WORK - SEE 075-CHECK-PERIOD
       01 WS-PRD-RESP           PIC S9(8) COMP.
       77 WS-PRD-OPEN-SW        PIC X(01) VALUE 'Y'.

      * COMMAREA SHAPE SHARED WITH DCI8DPGH, THE FUNCTION-AUTHORITY
      * CHECKER
       01 WS-FUNCAUTH-CA.
           05 FH-OPER-ID         PIC X(3).
           05 FH-CLASS           PIC X(1).
           05 FH-FUNCTION        PIC X(8).
           05 FH-DEFAULT         PIC X(1).
           05 FH-ALLOW           PIC X(1).

       01 WS-FUNCAUTH-CA-LEN    PIC S9(4) COMP VALUE +14.

       01 ACCT-REQ.
      * 'P' TAKES A PAYMENT, 'Q' ASKS WHERE A REFERENCE STANDS
           05 REQ-FUNCTION      PIC X(1).
           05 REQ-OPERID        PIC X(3).
      * THE CALLER'S OWN UNIQUE PAYMENT REFERENCE - REQUIRED
           05 REQ-REF           PIC X(16).
           05 REQ-ACCTNO        PIC X(9).
      * POUNDS AND PENCE, NO SIGN - A PAYMENT IS ALWAYS A CREDIT
           05 REQ-AMOUNT        PIC 9(08)V99.
      * WHO PAID, FOR THE STATEMENT NARRATIVE - OPTIONAL
           05 REQ-PAYER         PIC X(30).
           05 FILLER            PIC X(131).

       01 ACCT-RESP.
           05 RESP-STATUS.
               10 RESP-S-CODE     PIC 9.
               10 RESP-S-MESSAGE  PIC X(60).
           05 RESP-REF           PIC X(16).
           05 RESP-ACCTNO        PIC X(9).
           05 RESP-PAY-STATUS    PIC X(1).
           05 RESP-AMOUNT        PIC X(13).
      * YYYYDDD - TAKEN, AND POSTED (ZERO WHILE QUEUED)
           05 RESP-RECV-DATE     PIC 9(7).
           05 RESP-POST-DATE     PIC 9(7).
      * THE BALANCE AFTER A PAYMENT POSTED BY THIS CALL, EDITED WITH
      * ITS SIGN - SPACES OTHERWISE
           05 RESP-NEWBAL        PIC X(14).
           05 RESP-REASON        PIC X(40).

       01 WS-AMOUNT-DISP        PIC ZZ,ZZZ,ZZ9.99.
       01 WS-NEWBAL-DISP        PIC -ZZ,ZZZ,ZZ9.99.

      * WS-NEW-BALANCE IS SIGNED AND WIDER THAN CURR-BAL SO A
      * PAYMENT THAT WOULD OVERFLOW THE BALANCE FIELD IS REFUSED
      * INSTEAD OF WRITTEN BAD - DCI8DPGD'S GUARD
       77 WS-NEW-BALANCE        PIC S9(10)V99 COMP-3 VALUE 0.

      * TODAY AS FULL-CENTURY JULIAN - EIBDATE CARRIES 0CYYDDD, THE
      * BATCH SUITE'S DATE STAMPS CARRY YYYYDDD
       77 WS-TODAY-YYYYDDD      PIC S9(7) COMP-3 VALUE 0.

      * LUHN CHECK-DIGIT WORK FIELDS - SAME SCHEME AS DCI8DPGD'S
      * EDIT, KEPT IN LOCKSTEP BY CONVENTION
       01 WS-CKD-BASE           PIC X(08).
       01 WS-CKD-DIGIT-X        PIC X(01).
       01 WS-CKD-DIGIT REDEFINES WS-CKD-DIGIT-X PIC 9(01).
       77 WS-CKD-SUB            PIC S9(4) COMP VALUE 0.
       77 WS-CKD-HALF           PIC S9(4) COMP VALUE 0.
       77 WS-CKD-ODD            PIC S9(4) COMP VALUE 0.
       77 WS-CKD-PROD           PIC 9(02) VALUE 0.
       77 WS-CKD-SUM            PIC 9(03) VALUE 0.
       77 WS-CKD-Q              PIC 9(03) VALUE 0.
       77 WS-CKD-REM            PIC 9(02) VALUE 0.
       77 WS-CKD-EXPECT         PIC 9(01) VALUE 0.
       77 WS-CKD-EXPECT-X       PIC X(01).
       77 WS-CKD-OK-SW          PIC X(01) VALUE 'N'.

      * ONE ROW WRITTEN TO THE WSLG TD QUEUE PER INVOCATION
       01 WS-WSLG-REC.
           05 WL-DATE            PIC S9(7) COMP-3.
           05 WL-TIME            PIC S9(7) COMP-3.
           05 WL-SERVICE         PIC X(1) VALUE 'P'.
           05 WL-OPERID          PIC X(3).
           05 WL-ACCTNO          PIC X(9).
           05 WL-STATUS          PIC X(1).
           05 WL-MESSAGE         PIC X(60).

       01 WS-WSLG-LEN           PIC S9(4) COMP VALUE +82.

      * COMMAREA SHAPE SHARED WITH DCI8DPHC, THE PER-CREDENTIAL
      * QUOTA CHECKER - 'N' MEANS THIS CALLER IS OVER ITS HOURLY
      * LINE AND GETS THE DISTINCT OVER-QUOTA ANSWER
       01 WS-QUOTA-CA.
           05 QC-OPERID          PIC X(3).
           05 QC-ALLOW           PIC X(1).

       01 WS-QUOTA-CA-LEN       PIC S9(4) COMP VALUE +4.


       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(200).

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

      * SAME OPERTAB LIFECYCLE CHECKS AS THE OTHER SERVICES, PLUS
      * THE WEBPAY FUNCTION - SHUT BY DEFAULT, SO ONLY A CREDENTIAL
      * GIVEN AN EXPLICIT FUNCAUTH ROW MAY TAKE OR QUERY PAYMENTS
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

           MOVE REQ-OPERID TO FH-OPER-ID.
           MOVE OPER-CLASS TO FH-CLASS.
           MOVE 'WEBPAY' TO FH-FUNCTION.
           MOVE 'N' TO FH-DEFAULT.
           MOVE 'N' TO FH-ALLOW.

           EXEC CICS LINK
                PROGRAM('DCI8DPGH')
                COMMAREA(WS-FUNCAUTH-CA)
                LENGTH(WS-FUNCAUTH-CA-LEN)
           END-EXEC.

           IF FH-ALLOW = 'Y' THEN
                MOVE 'Y' TO WS-AUTH-SW
           END-IF.

       050-VERIFY-EXIT.
           EXIT.

       200-MAIN-LOGIC.

           MOVE LOW-VALUES TO ACCT-RESP.
           MOVE 0 TO RESP-S-CODE.
           MOVE SPACES TO RESP-REF RESP-ACCTNO RESP-PAY-STATUS
                RESP-AMOUNT RESP-NEWBAL RESP-REASON.
           MOVE 0 TO RESP-RECV-DATE RESP-POST-DATE.

           COMPUTE WS-TODAY-YYYYDDD = EIBDATE + 1900000.

           IF REQ-FUNCTION NOT = 'P' AND REQ-FUNCTION NOT = 'Q' THEN
                MOVE 'FUNCTION MUST BE P (PAY) OR Q (QUERY)' TO
                     RESP-S-MESSAGE
                MOVE 1 TO RESP-S-CODE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           IF REQ-REF = SPACES OR REQ-REF = LOW-VALUES THEN
                MOVE 'A UNIQUE PAYMENT REFERENCE IS REQUIRED' TO
                     RESP-S-MESSAGE
                MOVE 1 TO RESP-S-CODE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           MOVE REQ-REF TO RESP-REF.
           MOVE REQ-OPERID TO PR-OPERID.
           MOVE REQ-REF TO PR-REF.

           IF REQ-FUNCTION = 'Q' THEN
                GO TO 400-QUERY
           END-IF.

      * THE SAME FIELD EDITS DCI8DPGD APPLIES TO A KEYED PAYMENT
           PERFORM 210-VERIFY-CHECK-DIGIT THRU 210-VERIFY-EXIT.

           IF REQ-ACCTNO IS NOT NUMERIC OR WS-CKD-OK-SW = 'N' THEN
                MOVE 'ACCT # MUST BE NUMERIC WITH A VALID CHECK DIGIT'
                     TO RESP-S-MESSAGE
                MOVE 1 TO RESP-S-CODE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           IF REQ-AMOUNT IS NOT NUMERIC OR REQ-AMOUNT = 0 THEN
                MOVE 'AMOUNT MUST BE NUMERIC AND ABOVE ZERO' TO
                     RESP-S-MESSAGE
                MOVE 1 TO RESP-S-CODE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           IF REQ-PAYER = LOW-VALUES THEN
                MOVE SPACES TO REQ-PAYER
           END-IF.

           MOVE REQ-ACCTNO TO RESP-ACCTNO.

      * A REFERENCE ALREADY ON FILE IS A RETRY - ANSWERED FROM THE
      * ROW, NEVER POSTED AGAIN
           EXEC CICS READ
                FILE('PAYREF')
                INTO(PAYREF-REC)
                LENGTH(PAYREF-LEN)
                RIDFLD(PR-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                GO TO 250-ALREADY-RECEIVED
           END-IF.

           IF WS-RESP NOT = DFHRESP(NOTFND) THEN
                MOVE 3 TO RESP-S-CODE
                MOVE 'PAYMENT REFERENCE FILE UNAVAILABLE - RETRY'
                     TO RESP-S-MESSAGE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

      * DURING CUTOVER OR THE BATCH WINDOW THE PAYMENT IS TAKEN AND
      * QUEUED FOR DCI8BWPQ RATHER THAN REFUSED
           PERFORM 070-CHECK-DAYSTATE THRU 070-DAYSTATE-EXIT.
           IF WS-DAY-OPEN-SW NOT = 'Y' THEN
                GO TO 300-QUEUE-PAYMENT
           END-IF.

      * NOR MAY ANYTHING BE DATED INTO A CLOSED ACCOUNTING PERIOD
           PERFORM 075-CHECK-PERIOD THRU 075-PERIOD-EXIT.
           IF WS-PRD-OPEN-SW NOT = 'Y' THEN
                MOVE 3 TO RESP-S-CODE
                MOVE 'TODAY IS IN A CLOSED ACCOUNTING PERIOD - RETRY'
                     TO RESP-S-MESSAGE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           MOVE REQ-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 290-ACCTFILE-NOTFND
           END-IF.

           COMPUTE WS-NEW-BALANCE = CURR-BAL - REQ-AMOUNT.

           IF WS-NEW-BALANCE < -99999999 THEN
                EXEC CICS UNLOCK
                     FILE('ACCTFILE')
                END-EXEC
                MOVE 1 TO RESP-S-CODE
                MOVE 'POSTED BALANCE WOULD OVERFLOW - NOT POSTED'
                     TO RESP-S-MESSAGE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           PERFORM 320-NEXT-ONLINE-SEQ THRU 320-NEXT-SEQ-EXIT.

      * THE REFERENCE GOES ON FILE FIRST - A TWIN REQUEST ALREADY
      * PAST ITS OWN READ MEETS THIS ROW AS A DUPLICATE KEY HERE
           PERFORM 260-BUILD-PAYREF THRU 260-BUILD-EXIT.
           MOVE 'P' TO PR-STATUS.
           MOVE TX-DATE TO PR-TX-DATE.
           MOVE TX-SEQNO TO PR-TX-SEQNO.
           MOVE 'DCI8DWSP' TO PR-POST-JOB.
           MOVE WS-TODAY-YYYYDDD TO PR-POST-DATE.

           EXEC CICS WRITE
                FILE('PAYREF')
                FROM(PAYREF-REC)
                LENGTH(PAYREF-LEN)
                RIDFLD(PR-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(DUPREC) THEN
                EXEC CICS UNLOCK
                     FILE('ACCTFILE')
                END-EXEC
                GO TO 240-REREAD-PAYREF
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 3 TO RESP-S-CODE
                MOVE 'PAYMENT REFERENCE NOT RECORDED - NOTHING POSTED'
                     TO RESP-S-MESSAGE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           MOVE REQ-ACCTNO TO TX-ACCTNO.
           MOVE WS-TODAY-YYYYDDD TO TX-DATE.
           MOVE 'C' TO TX-TYPE.
           MOVE REQ-AMOUNT TO TX-AMOUNT.
           MOVE WS-TODAY-YYYYDDD TO TX-POST-DATE.
           MOVE 'DCI8DWSP' TO TX-POST-JOB.
           MOVE 'O' TO TX-SOURCE.

           EXEC CICS WRITE
                FILE('ACCTTXN')
                FROM(ACCTTXN-REC)
                LENGTH(ACCTTXN-LEN)
                RIDFLD(TX-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 280-ROLL-BACK
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

      * THE REFERENCE AND TXN ROWS ARE ALREADY ON FILE BY HERE - A
      * FAILED BALANCE REWRITE MUST TAKE THEM BOTH BACK OUT
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 280-ROLL-BACK
           END-IF.

           MOVE TX-KEY TO NR-KEY.
           MOVE REQ-PAYER TO NR-MERCHANT.
           IF NR-MERCHANT = SPACES THEN
                MOVE 'WEBSITE CARD PAYMENT' TO NR-MERCHANT
           END-IF.
           MOVE SPACES TO NR-CATEGORY.
           MOVE REQ-REF TO NR-ORIG-REF.

           EXEC CICS WRITE
                FILE('TXNNARR')
                FROM(TXNNARR-REC)
                LENGTH(TXNNARR-LEN)
                RIDFLD(NR-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 280-ROLL-BACK
           END-IF.

           PERFORM 270-FILL-FROM-PAYREF THRU 270-FILL-EXIT.
           MOVE WS-NEW-BALANCE TO WS-NEWBAL-DISP.
           MOVE WS-NEWBAL-DISP TO RESP-NEWBAL.
           MOVE 0 TO RESP-S-CODE.
           MOVE 'PAYMENT POSTED' TO RESP-S-MESSAGE.
           MOVE ACCT-RESP TO DFHCOMMAREA.
           GO TO 999-EXIT.

      * THE ONLINE DAY IS CLOSED - THE ACCOUNT IS PROVED ON FILE
      * WITHOUT TOUCHING IT, AND THE PAYMENT WAITS ON PAYREF FOR
      * DCI8BWPQ, WHICH RUNS THE OTHER EDITS AGAIN WHEN IT POSTS
       300-QUEUE-PAYMENT.

           MOVE REQ-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 290-ACCTFILE-NOTFND
           END-IF.

           PERFORM 260-BUILD-PAYREF THRU 260-BUILD-EXIT.
           MOVE 'Q' TO PR-STATUS.

           EXEC CICS WRITE
                FILE('PAYREF')
                FROM(PAYREF-REC)
                LENGTH(PAYREF-LEN)
                RIDFLD(PR-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(DUPREC) THEN
                GO TO 240-REREAD-PAYREF
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 3 TO RESP-S-CODE
                MOVE 'PAYMENT REFERENCE NOT RECORDED - NOT QUEUED'
                     TO RESP-S-MESSAGE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           PERFORM 270-FILL-FROM-PAYREF THRU 270-FILL-EXIT.
           MOVE 0 TO RESP-S-CODE.
           MOVE 'ACCEPTED - QUEUED TO POST AFTER THE NIGHTLY RUN'
                TO RESP-S-MESSAGE.
           MOVE ACCT-RESP TO DFHCOMMAREA.
           GO TO 999-EXIT.

      * THE ANSWER TO A QUERY IS THE PAYREF ROW AS IT STANDS
       400-QUERY.

           EXEC CICS READ
                FILE('PAYREF')
                INTO(PAYREF-REC)
                LENGTH(PAYREF-LEN)
                RIDFLD(PR-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE 2 TO RESP-S-CODE
                MOVE 'PAYMENT REFERENCE NOT ON FILE' TO RESP-S-MESSAGE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 3 TO RESP-S-CODE
                MOVE 'PAYMENT REFERENCE FILE UNAVAILABLE - RETRY'
                     TO RESP-S-MESSAGE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           MOVE PR-ACCTNO TO REQ-ACCTNO.
           PERFORM 270-FILL-FROM-PAYREF THRU 270-FILL-EXIT.
           MOVE 0 TO RESP-S-CODE.

           IF PR-POSTED THEN
                MOVE 'PAYMENT POSTED' TO RESP-S-MESSAGE
           ELSE IF PR-QUEUED THEN
                MOVE 'QUEUED - POSTS AFTER THE NIGHTLY RUN'
                     TO RESP-S-MESSAGE
           ELSE
                MOVE 'PAYMENT REJECTED - SEE REASON' TO RESP-S-MESSAGE
           END-IF
           END-IF.

           MOVE ACCT-RESP TO DFHCOMMAREA.
           GO TO 999-EXIT.

      * A TWIN REQUEST FILED THE REFERENCE FIRST - ITS UNIT OF WORK
      * HAS COMMITTED BY THE TIME THE DUPLICATE COMES BACK, SO ITS
      * ROW CAN BE READ AND ANSWERED FROM
       240-REREAD-PAYREF.

           MOVE REQ-OPERID TO PR-OPERID.
           MOVE REQ-REF TO PR-REF.

           EXEC CICS READ
                FILE('PAYREF')
                INTO(PAYREF-REC)
                LENGTH(PAYREF-LEN)
                RIDFLD(PR-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 3 TO RESP-S-CODE
                MOVE 'PAYMENT REFERENCE IN USE - RETRY TO CONFIRM'
                     TO RESP-S-MESSAGE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

      * THE SAME REFERENCE FOR THE SAME PAYMENT IS A RETRY AND GETS
      * THE ORIGINAL OUTCOME; FOR ANY OTHER PAYMENT IT IS REFUSED
       250-ALREADY-RECEIVED.

           IF PR-ACCTNO NOT = REQ-ACCTNO OR
                PR-AMOUNT NOT = REQ-AMOUNT THEN
                MOVE 1 TO RESP-S-CODE
                MOVE 'REFERENCE ALREADY USED FOR A DIFFERENT PAYMENT'
                     TO RESP-S-MESSAGE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           PERFORM 270-FILL-FROM-PAYREF THRU 270-FILL-EXIT.
           MOVE 0 TO RESP-S-CODE.
           MOVE 'ALREADY RECEIVED - NOT POSTED AGAIN'
                TO RESP-S-MESSAGE.
           MOVE ACCT-RESP TO DFHCOMMAREA.
           GO TO 999-EXIT.

       260-BUILD-PAYREF.

           MOVE REQ-OPERID TO PR-OPERID.
           MOVE REQ-REF TO PR-REF.
           MOVE REQ-ACCTNO TO PR-ACCTNO.
           MOVE REQ-AMOUNT TO PR-AMOUNT.
           MOVE REQ-PAYER TO PR-PAYER.
           MOVE WS-TODAY-YYYYDDD TO PR-RECV-DATE.
           MOVE EIBTIME TO PR-RECV-TIME.
           MOVE 0 TO PR-TX-DATE.
           MOVE 0 TO PR-TX-SEQNO.
           MOVE SPACES TO PR-POST-JOB.
           MOVE 0 TO PR-POST-DATE.
           MOVE SPACES TO PR-REJECT-REASON.

       260-BUILD-EXIT.
           EXIT.

       270-FILL-FROM-PAYREF.

           MOVE PR-ACCTNO TO RESP-ACCTNO.
           MOVE PR-STATUS TO RESP-PAY-STATUS.
           MOVE PR-AMOUNT TO WS-AMOUNT-DISP.
           MOVE WS-AMOUNT-DISP TO RESP-AMOUNT.
           MOVE PR-RECV-DATE TO RESP-RECV-DATE.
           MOVE PR-POST-DATE TO RESP-POST-DATE.
           MOVE PR-REJECT-REASON TO RESP-REASON.

       270-FILL-EXIT.
           EXIT.

      * BOTH-OR-NOTHING - THE REFERENCE, THE TXN ROW AND ANY
      * NARRATIVE COME BACK OUT TOGETHER, SO A RETRY OF THE SAME
      * REFERENCE STARTS CLEAN
       280-ROLL-BACK.

           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.

           MOVE LOW-VALUES TO ACCT-RESP.
           MOVE 3 TO RESP-S-CODE.
           MOVE 'POSTING FAILED - NOTHING POSTED, RETRY'
                TO RESP-S-MESSAGE.
           MOVE ACCT-RESP TO DFHCOMMAREA.
           GO TO 999-EXIT.

       290-ACCTFILE-NOTFND.

           MOVE LOW-VALUES TO ACCT-RESP.
           MOVE 2 TO RESP-S-CODE.
           MOVE 'ACCOUNT NOT FOUND' TO RESP-S-MESSAGE.
           MOVE ACCT-RESP TO DFHCOMMAREA.
           GO TO 999-EXIT.

       210-VERIFY-CHECK-DIGIT.

           MOVE 'N' TO WS-CKD-OK-SW.

           IF REQ-ACCTNO IS NOT NUMERIC THEN
                GO TO 210-VERIFY-EXIT
           END-IF.

           MOVE REQ-ACCTNO(1:8) TO WS-CKD-BASE.
           MOVE 0 TO WS-CKD-SUM.

           PERFORM 215-ADD-CHECK-DIGIT THRU 215-ADD-EXIT
                VARYING WS-CKD-SUB FROM 1 BY 1
                  UNTIL WS-CKD-SUB > 8.

           DIVIDE WS-CKD-SUM BY 10 GIVING WS-CKD-Q
                REMAINDER WS-CKD-REM.
           COMPUTE WS-CKD-EXPECT = 10 - WS-CKD-REM.
           IF WS-CKD-REM = 0 THEN
                MOVE 0 TO WS-CKD-EXPECT
           END-IF.
           MOVE WS-CKD-EXPECT TO WS-CKD-EXPECT-X.

           IF REQ-ACCTNO(9:1) = WS-CKD-EXPECT-X THEN
                MOVE 'Y' TO WS-CKD-OK-SW
           END-IF.

       210-VERIFY-EXIT.
           EXIT.

       215-ADD-CHECK-DIGIT.

           MOVE WS-CKD-BASE(WS-CKD-SUB:1) TO WS-CKD-DIGIT-X.
           DIVIDE WS-CKD-SUB BY 2 GIVING WS-CKD-HALF
                REMAINDER WS-CKD-ODD.

           IF WS-CKD-ODD = 0 THEN
                COMPUTE WS-CKD-PROD = WS-CKD-DIGIT * 2
                IF WS-CKD-PROD > 9 THEN
                     SUBTRACT 9 FROM WS-CKD-PROD
                END-IF
                ADD WS-CKD-PROD TO WS-CKD-SUM
           ELSE
                ADD WS-CKD-DIGIT TO WS-CKD-SUM
           END-IF.

       215-ADD-EXIT.
           EXIT.

      * THE NEXT FREE SEQUENCE ON THE 9001-UP ONLINE RANGE FOR THE
      * ACCOUNT TODAY - DCI8DPGD'S 300-NEXT-ONLINE-SEQ. THE ACCOUNT
      * IS HELD FOR UPDATE, SO NOTHING ELSE ONLINE DRAWS AT THE SAME
      * TIME
       320-NEXT-ONLINE-SEQ.

           MOVE REQ-ACCTNO TO TX-ACCTNO.
           MOVE WS-TODAY-YYYYDDD TO TX-DATE.
           MOVE 9999 TO TX-SEQNO.

           EXEC CICS STARTBR
                FILE('ACCTTXN')
                RIDFLD(TX-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE REQ-ACCTNO TO TX-ACCTNO
                MOVE WS-TODAY-YYYYDDD TO TX-DATE
                MOVE 9001 TO TX-SEQNO
                GO TO 320-NEXT-SEQ-EXIT
           END-IF.

           EXEC CICS READPREV
                FILE('ACCTTXN')
                INTO(ACCTTXN-REC)
                RIDFLD(TX-KEY)
                LENGTH(ACCTTXN-LEN)
                RESP(WS-RESP)
           END-EXEC.

           EXEC CICS ENDBR FILE('ACCTTXN') END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND
                TX-ACCTNO = REQ-ACCTNO AND
                TX-DATE = WS-TODAY-YYYYDDD AND
                TX-SEQNO NOT < 9001 THEN
                ADD 1 TO TX-SEQNO
           ELSE
                MOVE REQ-ACCTNO TO TX-ACCTNO
                MOVE WS-TODAY-YYYYDDD TO TX-DATE
                MOVE 9001 TO TX-SEQNO
           END-IF.

       320-NEXT-SEQ-EXIT.
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

      * ANYTHING ABOVE 1 ON THE ACCTCTL 'DAYSTATE' ROW IS CUTOVER
      * OR THE BATCH WINDOW. A MISSING ROW MEANS OPEN
       070-CHECK-DAYSTATE.

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

       070-DAYSTATE-EXIT.
           EXIT.

      * THE ACCTCTL 'PRDCLOSE' ROW CARRIES THE LAST DAY OF THE LATEST
      * ACCOUNTING PERIOD DCI8BPCL HAS CLOSED, AS YYYYDDD. A MISSING
      * ROW OR ZERO MEANS NOTHING IS CLOSED
       075-CHECK-PERIOD.

           MOVE 'Y' TO WS-PRD-OPEN-SW.
           MOVE 'PRDCLOSE' TO CT-KEYNAME.

           EXEC CICS READ
                FILE('ACCTCTL')
                INTO(ACCTCTL-REC)
                LENGTH(ACCTCTL-LEN)
                RIDFLD(CT-KEYNAME)
                RESP(WS-PRD-RESP)
           END-EXEC.

           IF WS-PRD-RESP = DFHRESP(NORMAL) AND
                WS-TODAY-YYYYDDD NOT > CT-NEXT-ACCTNO THEN
                MOVE 'N' TO WS-PRD-OPEN-SW
           END-IF.

       075-PERIOD-EXIT.
           EXIT.

      * STATUS 8 IS THE DISTINCT OVER-QUOTA ANSWER
       905-OVER-QUOTA.

           MOVE LOW-VALUES TO ACCT-RESP.
           MOVE 8 TO RESP-S-CODE.
           MOVE 'REQUEST QUOTA EXCEEDED - TRY LATER'
                TO RESP-S-MESSAGE.
           MOVE ACCT-RESP TO DFHCOMMAREA.
           GO TO 999-EXIT.

      * STATUS 9 IS THE DISTINCT NOT-AUTHORIZED ANSWER
       900-NOT-AUTHORIZED.

           MOVE LOW-VALUES TO ACCT-RESP.
           MOVE 9 TO RESP-S-CODE.
           MOVE 'CALLER NOT AUTHORIZED' TO RESP-S-MESSAGE.
           MOVE ACCT-RESP TO DFHCOMMAREA.
           GO TO 999-EXIT.

       999-EXIT.

      * JOURNAL THE CALL - EVERY PATH FUNNELS THROUGH HERE
           MOVE EIBDATE TO WL-DATE.
           MOVE EIBTIME TO WL-TIME.
           MOVE REQ-OPERID TO WL-OPERID.
           MOVE REQ-ACCTNO TO WL-ACCTNO.
           MOVE RESP-S-CODE TO WL-STATUS.
           MOVE RESP-S-MESSAGE TO WL-MESSAGE.

           EXEC CICS WRITEQ TD
                QUEUE('WSLG')
                FROM(WS-WSLG-REC)
                LENGTH(WS-WSLG-LEN)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCI8DWSP.
