       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DWSA.
       AUTHOR. AMAR AL-ADIL.

      * REAL-TIME AUTHORIZATION WEB SERVICE - APPROVES OR DECLINES A
      * SPEND AGAINST THE ACCOUNT'S OPEN-TO-BUY, WHICH IS CRLIMIT
      * LESS CURR-BAL LESS EVERY OUTSTANDING AUTHHOLD ROW, SO A
      * CUSTOMER CAN NO LONGER SPEND PAST THE LIMIT BETWEEN NIGHTLY
      * DCI8BPST RUNS. ONLY AN OPEN ACCOUNT (STAT A OR B) THAT IS
      * NOT DECEASED MAY SPEND - A FROZEN ('X') ACCOUNT IS DECLINED
      * WITH ITS OWN REASON. WHEN THE CALLER PRESENTS A PLASTIC IT
      * MUST BE ON CARDREC, ACTIVE, UNEXPIRED AND ON THE ACCOUNT, SO
      * A CARD BLOCKED LOST OR STOLEN ON DCI8DPHE STOPS AT ONCE.
      * EVERY APPROVAL DRAWS A SIX-DIGIT AUTH CODE FROM THE ACCTCTL
      * 'NEXTAUTH' SERIAL AND WRITES AN AUTHHOLD ROW UNDER IT; THE
      * SETTLED TRANSACTION CARRIES THE CODE BACK THROUGH TXNIN AND
      * DCI8BPST RELEASES THE HOLD, AND DCI8BAHX EXPIRES A HOLD THAT
      * NEVER SETTLES. THE CALLER MUST PASS THE SAME OPERTAB
      * LIFECYCLE CHECKS AS THE REST OF THE FAMILY AND HOLD THE
      * CARDAUTH FUNCTION (OPEN TO EVERY CLASS BY DEFAULT). THE
      * SERVICE ONLY READS ACCTFILE, SO IT STAYS UP THROUGH THE
      * BATCH WINDOW - CARD SPEND DOES NOT STOP FOR DAYSTATE
      *
      * STATUS 0 MEANS THE REQUEST WAS DECIDED - RESP-DECISION SAYS
      * WHICH WAY ('A' APPROVED, 'D' DECLINED) AND RESP-S-MESSAGE
      * WHY. 1 IS A VALIDATION FAILURE, 2 ACCOUNT NOT FOUND, 3 A
      * CONTROL-FILE PROBLEM (NOTHING AUTHORIZED), 8 OVER QUOTA AND
      * 9 NOT AUTHORIZED, AS ELSEWHERE IN THE FAMILY

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY ACCTFILE RECORD LAYOUT
       COPY 'ACCTREC'.

      * COPY AUTHORIZATION HOLD RECORD LAYOUT
       COPY 'AUTHHOLD'.

      * COPY CARD PLASTIC RECORD LAYOUT
       COPY 'CARDREC'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT
       COPY 'OPERREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT - THE NEXTAUTH SERIAL
       COPY 'ACCTCTL'.

       01 WS-AUTH-RESP          PIC S9(8) COMP.
       77 WS-AUTH-SW            PIC X(01) VALUE 'N'.

       01 WS-RESP               PIC S9(8) COMP.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

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
      * REQ-ACCTNO MAY BE LEFT BLANK WHEN A PLASTIC IS PRESENTED -
      * THE CARD'S OWN ACCOUNT IS THEN USED
           05 REQ-ACCTNO        PIC X(9).
           05 REQ-OPERID        PIC X(3).
      * POUNDS AND PENCE, NO SIGN - AN AUTHORIZATION IS ALWAYS SPEND
           05 REQ-AMOUNT        PIC 9(08)V99.
      * OPTIONAL PLASTIC - CARD NUMBER AND ITS YYYYMM EXPIRY
           05 REQ-CARDNO        PIC X(16).
           05 REQ-CARD-EXPIRY   PIC X(06).
           05 REQ-MERCHANT      PIC X(30).
           05 REQ-CATEGORY      PIC X(04).
           05 REQ-REF           PIC X(16).
           05 FILLER            PIC X(106).

       01 ACCT-RESP.
           05 RESP-STATUS.
               10 RESP-S-CODE     PIC 9.
               10 RESP-S-MESSAGE  PIC X(60).
           05 RESP-AD-ACCTNO     PIC X(9).
           05 RESP-DECISION      PIC X(1).
           05 RESP-AUTH-CODE     PIC X(6).
      * OPEN-TO-BUY LEFT AFTER THIS DECISION, EDITED WITH ITS SIGN
           05 RESP-OTB           PIC X(14).

      * OPEN-TO-BUY WORK - SIGNED AND WIDE ENOUGH FOR AN OVERDRAWN
      * ACCOUNT CARRYING HOLDS AS WELL
       77 WS-HOLDS-TOTAL        PIC S9(10)V99 COMP-3 VALUE 0.
       77 WS-OTB                PIC S9(10)V99 COMP-3 VALUE 0.
       01 WS-OTB-DISP           PIC -ZZ,ZZZ,ZZ9.99.

       77 WS-HOLD-EOF           PIC X(01) VALUE 'N'.

      * THE DRAWN NEXTAUTH SERIAL - ITS LAST SIX DIGITS ARE THE CODE
       01 WS-AUTH-SERIAL        PIC 9(08).
       01 WS-AUTH-SERIAL-X REDEFINES WS-AUTH-SERIAL.
           05 FILLER             PIC X(02).
           05 WS-AUTH-CODE       PIC X(06).

      * TODAY'S YYYYMM FOR THE PLASTIC'S EXPIRY CHECK
       01 WS-ABSTIME            PIC S9(15) COMP-3.
       01 WS-TODAY-YMD.
           05 WS-TODAY-YYYYMM    PIC 9(06).
           05 WS-TODAY-DD        PIC 9(02).

       01 WS-CARD-EXPIRY-NUM    PIC 9(06).

      * ONE ROW WRITTEN TO THE WSLG TD QUEUE PER INVOCATION
       01 WS-WSLG-REC.
           05 WL-DATE            PIC S9(7) COMP-3.
           05 WL-TIME            PIC S9(7) COMP-3.
           05 WL-SERVICE         PIC X(1) VALUE 'A'.
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

           EXEC CICS HANDLE CONDITION
                NOTFND(300-ACCTFILE-NOTFND)
           END-EXEC.

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
      * THE CARDAUTH FUNCTION - OPEN BY DEFAULT, SO ONLY AN EXPLICIT
      * FUNCAUTH ROW SHUTS A CREDENTIAL OUT OF AUTHORIZING
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
           MOVE 'CARDAUTH' TO FH-FUNCTION.
           MOVE 'Y' TO FH-DEFAULT.
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
           MOVE SPACE TO RESP-DECISION.
           MOVE SPACES TO RESP-AUTH-CODE.
           MOVE SPACES TO RESP-OTB.

           IF REQ-AMOUNT IS NOT NUMERIC OR REQ-AMOUNT = 0 THEN
                MOVE 'AMOUNT MUST BE NUMERIC AND ABOVE ZERO' TO
                     RESP-S-MESSAGE
                MOVE 1 TO RESP-S-CODE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           IF REQ-CARDNO NOT = SPACES AND
                REQ-CARDNO NOT = LOW-VALUES THEN
                PERFORM 250-CHECK-CARD THRU 250-CHECK-EXIT
                IF RESP-S-CODE NOT = 0 OR RESP-DECISION = 'D' THEN
                     MOVE ACCT-RESP TO DFHCOMMAREA
                     GO TO 999-EXIT
                END-IF
           END-IF.

           IF REQ-ACCTNO = SPACES OR REQ-ACCTNO = LOW-VALUES OR
                REQ-ACCTNO IS NOT NUMERIC THEN
                MOVE 'ACCOUNT NUMBER MUST BE 9 DIGITS' TO
                     RESP-S-MESSAGE
                MOVE 1 TO RESP-S-CODE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

      * THE ACCOUNT IS READ FOR UPDATE AND NEVER REWRITTEN - THE
      * ENQUEUE IS WHAT MATTERS. TWO AUTHORIZATIONS ON THE SAME
      * ACCOUNT ARRIVING TOGETHER TAKE TURNS, SO THE SECOND SEES THE
      * FIRST'S HOLD IN ITS OPEN-TO-BUY SUM
           MOVE REQ-ACCTNO TO ACCTNO.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
           END-EXEC.

           MOVE ACCTNO TO RESP-AD-ACCTNO.

           PERFORM 260-SUM-HOLDS THRU 260-SUM-EXIT.

           COMPUTE WS-OTB = CRLIMIT - CURR-BAL - WS-HOLDS-TOTAL.

           IF STAT = 'X' THEN
                MOVE 'DECLINED - ACCOUNT FROZEN' TO RESP-S-MESSAGE
                GO TO 280-DECLINE
           END-IF.

           IF STAT NOT = 'A' AND STAT NOT = 'B' THEN
                MOVE 'DECLINED - ACCOUNT STATUS DOES NOT ALLOW SPEND'
                     TO RESP-S-MESSAGE
                GO TO 280-DECLINE
           END-IF.

           IF ESTATE-DECEASED THEN
                MOVE 'DECLINED - ACCOUNT HOLDER DECEASED'
                     TO RESP-S-MESSAGE
                GO TO 280-DECLINE
           END-IF.

           IF REQ-AMOUNT > WS-OTB THEN
                MOVE 'DECLINED - INSUFFICIENT OPEN-TO-BUY'
                     TO RESP-S-MESSAGE
                GO TO 280-DECLINE
           END-IF.

           PERFORM 270-DRAW-AUTH-CODE THRU 270-DRAW-EXIT.
           IF RESP-S-CODE NOT = 0 THEN
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           MOVE ACCTNO TO AU-ACCTNO.
           MOVE WS-AUTH-CODE TO AU-AUTH-CODE.
           MOVE REQ-AMOUNT TO AU-AMOUNT.
           MOVE 'O' TO AU-STATUS.
           MOVE REQ-CARDNO TO AU-CARDNO.
           IF REQ-CARDNO = LOW-VALUES THEN
                MOVE SPACES TO AU-CARDNO
           END-IF.
           MOVE REQ-MERCHANT TO AU-MERCHANT.
           MOVE REQ-CATEGORY TO AU-CATEGORY.
           MOVE REQ-REF TO AU-REQ-REF.
           MOVE REQ-OPERID TO AU-AUTH-USERID.
           MOVE EIBTRMID TO AU-AUTH-TRMID.
           MOVE EIBDATE TO AU-AUTH-DATE.
           MOVE EIBTIME TO AU-AUTH-TIME.
           MOVE 0 TO AU-CLR-DATE.
           MOVE SPACES TO AU-CLR-JOB.
           MOVE 0 TO AU-CLR-TXN-DATE.
           MOVE 0 TO AU-CLR-TXN-SEQNO.
           MOVE 0 TO AU-CLR-AMOUNT.

           EXEC CICS WRITE
                FILE('AUTHHOLD')
                FROM(AUTHHOLD-REC)
                LENGTH(AUTHHOLD-LEN)
                RIDFLD(AU-KEY)
                RESP(WS-RESP)
           END-EXEC.

      * A DUPLICATE MEANS THE SIX-DIGIT CODE HAS WRAPPED ONTO A HOLD
      * STILL ON FILE FOR THIS ACCOUNT - NOTHING IS AUTHORIZED AND
      * THE CALLER MAY SIMPLY RETRY FOR A FRESH CODE
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 3 TO RESP-S-CODE
                MOVE 'HOLD NOT RECORDED - RETRY' TO RESP-S-MESSAGE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           EXEC CICS UNLOCK
                FILE('ACCTFILE')
           END-EXEC.

           SUBTRACT REQ-AMOUNT FROM WS-OTB.

           MOVE 0 TO RESP-S-CODE.
           MOVE 'A' TO RESP-DECISION.
           MOVE WS-AUTH-CODE TO RESP-AUTH-CODE.
           MOVE 'APPROVED' TO RESP-S-MESSAGE.
           MOVE WS-OTB TO WS-OTB-DISP.
           MOVE WS-OTB-DISP TO RESP-OTB.
           MOVE ACCT-RESP TO DFHCOMMAREA.
           GO TO 999-EXIT.

      * THE PRESENTED PLASTIC MUST BE ON CARDREC UNDER ITS NUMBER
      * AND EXPIRY, ACTIVE, NOT PAST ITS EXPIRY MONTH, AND ON THE
      * ACCOUNT ASKED FOR - OR SUPPLIES THE ACCOUNT WHEN NONE WAS
       250-CHECK-CARD.

           IF REQ-CARD-EXPIRY IS NOT NUMERIC THEN
                MOVE 'CARD EXPIRY MUST BE YYYYMM' TO RESP-S-MESSAGE
                MOVE 1 TO RESP-S-CODE
                GO TO 250-CHECK-EXIT
           END-IF.

           MOVE REQ-CARDNO TO CD-CARDNO.
           MOVE REQ-CARD-EXPIRY TO WS-CARD-EXPIRY-NUM.
           MOVE WS-CARD-EXPIRY-NUM TO CD-EXPIRY.

           EXEC CICS READ
                FILE('CARDREC')
                INTO(CARDREC)
                LENGTH(CARDREC-LEN)
                RIDFLD(CD-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'DECLINED - CARD NOT RECOGNISED'
                     TO RESP-S-MESSAGE
                MOVE 'D' TO RESP-DECISION
                GO TO 250-CHECK-EXIT
           END-IF.

           IF REQ-ACCTNO = SPACES OR REQ-ACCTNO = LOW-VALUES THEN
                MOVE CD-ACCTNO TO REQ-ACCTNO
           END-IF.

           MOVE REQ-ACCTNO TO RESP-AD-ACCTNO.

           IF CD-ACCTNO NOT = REQ-ACCTNO THEN
                MOVE 'DECLINED - CARD NOT ON THIS ACCOUNT'
                     TO RESP-S-MESSAGE
                MOVE 'D' TO RESP-DECISION
                GO TO 250-CHECK-EXIT
           END-IF.

           IF NOT CD-ACTIVE THEN
                MOVE 'DECLINED - CARD BLOCKED' TO RESP-S-MESSAGE
                MOVE 'D' TO RESP-DECISION
                GO TO 250-CHECK-EXIT
           END-IF.

           EXEC CICS ASKTIME
                ABSTIME(WS-ABSTIME)
           END-EXEC.

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYYYMMDD(WS-TODAY-YMD)
           END-EXEC.

           IF CD-EXPIRY < WS-TODAY-YYYYMM THEN
                MOVE 'DECLINED - CARD EXPIRED' TO RESP-S-MESSAGE
                MOVE 'D' TO RESP-DECISION
                GO TO 250-CHECK-EXIT
           END-IF.

       250-CHECK-EXIT.
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

      * DRAWS THE NEXT NEXTAUTH SERIAL THE SAME WAY THE CREATE PATHS
      * DRAW NEXTACCT. A MISSING ROW AUTHORIZES NOTHING
       270-DRAW-AUTH-CODE.

           MOVE 'NEXTAUTH' TO CT-KEYNAME.

           EXEC CICS READ
                FILE('ACCTCTL')
                INTO(ACCTCTL-REC)
                LENGTH(ACCTCTL-LEN)
                RIDFLD(CT-KEYNAME)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 3 TO RESP-S-CODE
                MOVE 'NEXTAUTH CONTROL ROW MISSING - NOT AUTHORIZED'
                     TO RESP-S-MESSAGE
                GO TO 270-DRAW-EXIT
           END-IF.

           MOVE CT-NEXT-ACCTNO TO WS-AUTH-SERIAL.
           ADD 1 TO CT-NEXT-ACCTNO.

           EXEC CICS REWRITE
                FILE('ACCTCTL')
                FROM(ACCTCTL-REC)
                LENGTH(ACCTCTL-LEN)
           END-EXEC.

       270-DRAW-EXIT.
           EXIT.

      * A DECLINE IS STILL A DECIDED REQUEST - STATUS 0, DECISION
      * 'D', THE REASON IN THE MESSAGE AND THE OPEN-TO-BUY AS IT
      * STANDS
       280-DECLINE.

           EXEC CICS UNLOCK
                FILE('ACCTFILE')
           END-EXEC.

           MOVE 0 TO RESP-S-CODE.
           MOVE 'D' TO RESP-DECISION.
           MOVE SPACES TO RESP-AUTH-CODE.
           MOVE WS-OTB TO WS-OTB-DISP.
           MOVE WS-OTB-DISP TO RESP-OTB.
           MOVE ACCT-RESP TO DFHCOMMAREA.
           GO TO 999-EXIT.

       300-ACCTFILE-NOTFND.

           MOVE LOW-VALUES TO ACCT-RESP.
           MOVE 2 TO RESP-S-CODE.
           MOVE 'ACCOUNT NOT FOUND' TO RESP-S-MESSAGE.
           MOVE ACCT-RESP TO DFHCOMMAREA.
           GO TO 999-EXIT.

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

       END PROGRAM DCI8DWSA.
