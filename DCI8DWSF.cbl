      * LEAVING THE MASTER IN PLACE WITH NO REASON CAPTURED. THE
      * CALLER MUST BE AN ACTIVE FULL-CLASS OPERATOR AND MUST HOLD
      * THE ACCTCLOS FUNCTION IN THE FUNCAUTH MATRIX, EXACTLY AS
      * DCI8DPGF DEMANDS ONLINE. THE SAME CLOSURE RULES FOLLOW: AN
      * ANNUAL FEE BILLED INSIDE THE REFUND WINDOW IS CREDITED BACK
      * PRO RATA FIRST (RESERVED SEQUENCE 8012), ONLY A SETTLED
      * (ZERO) BALANCE CLOSES, AND A DECEASED CUSTOMER'S ESTATE
      * NEEDS ITS EXECUTOR ON FILE

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * COPY ACCOUNT CHANGE HISTORY RECORD LAYOUT
       COPY 'ACCTHIST'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT
       COPY 'OPERREC'.
      * COPY SYSTEM CONTROL RECORD LAYOUT - THE 'DAYSTATE' ROW
       COPY 'ACCTCTL'.

      * COPY RELATED-PARTY LAYOUT - A DECEASED CUSTOMER'S CLOSURE
      * NEEDS AN EXECUTOR (ROLE 'E') ON FILE FIRST
       COPY 'RELPARTY'.

      * COPY ANNUAL FEE LEDGER AND TRANSACTION LAYOUTS - A CLOSURE
      * INSIDE THE REFUND WINDOW POSTS BACK THE UNUSED PART OF THE
      * YEAR'S ANNUAL FEE (RESERVED SEQUENCE 8012) BEFORE IT CLOSES
       COPY 'ANNFEE'.
       COPY 'ACCTTXN'.
       COPY 'TXNNARR'.

       01 WS-EXEC-SW            PIC X VALUE 'N'.
           88 WS-EXECUTOR-FOUND          VALUE 'Y'.
       01 WS-RP-RESP            PIC S9(8) COMP.
       77 WS-RP-EOF             PIC X VALUE 'N'.

      * ANNUAL FEE REFUND WORK - SEE 385-ANNFEE-REFUND. THE WINDOW
      * COMES FROM THE ACCTCTL 'ANFREFDY' ROW, THE WHOLE FEE YEAR
      * WHEN THERE IS NONE
       01 WS-YF-RESP            PIC S9(8) COMP.
       77 WS-YF-REFUND-SW       PIC X(01) VALUE 'N'.
       77 WS-YF-TODAY           PIC S9(7) COMP-3 VALUE 0.
       77 WS-YF-TODAY-YEAR      PIC 9(04) VALUE 0.
       77 WS-YF-BILL-YEAR       PIC 9(04) VALUE 0.
       77 WS-YF-YEAR-DAYS       PIC 9(03) VALUE 0.
       77 WS-YF-QUOT            PIC 9(04) VALUE 0.
       77 WS-YF-REM4            PIC 9(03) VALUE 0.
       77 WS-YF-REM100          PIC 9(03) VALUE 0.
       77 WS-YF-REM400          PIC 9(03) VALUE 0.
       77 WS-YF-DAYS            PIC S9(5) COMP-3 VALUE 0.
       77 WS-YF-WINDOW          PIC 9(05) VALUE 365.
       77 WS-YF-REFUND          PIC 9(08)V99 VALUE 0.
       01 WS-YF-NARR-REF.
           05 FILLER             PIC X(09) VALUE 'FEE YEAR '.
           05 WS-YF-NARR-YEAR    PIC 9(04).
           05 FILLER             PIC X(03) VALUE SPACES.

       01 WS-AUTH-RESP          PIC S9(8) COMP.
       77 WS-AUTH-SW            PIC X(01) VALUE 'N'.

                UPDATE
           END-EXEC.

      * AN ANNUAL FEE BILLED INSIDE THE REFUND WINDOW IS PARTLY
      * UNUSED - ITS PRO-RATA SHARE GOES BACK ON THE ACCOUNT BEFORE
      * THE BALANCE IS JUDGED, AS ON DCI8DPGF
           PERFORM 385-ANNFEE-REFUND THRU 385-REFUND-EXIT.

      * AN UNSETTLED BALANCE CANNOT SIMPLY EVAPORATE INTO CLOSEACCT
      * - THE CLEARING PAYMENT OR REFUND MUST GO THROUGH ACCTTXN
      * FIRST, THE SAME RULE DCI8DPGF ENFORCES. A REFUND JUST POSTED
      * STANDS, AND THE CREDIT IT LEAVES IS SETTLED THE SAME WAY
           IF CURR-BAL NOT = 0 THEN
                MOVE LOW-VALUES TO ACCT-RESP
                MOVE 1 TO RESP-S-CODE
                IF WS-YF-REFUND-SW = 'Y' THEN
                     MOVE 'FEE REFUND POSTED - SETTLE IT FIRST'
                          TO RESP-S-MESSAGE
                ELSE
                     MOVE 'BALANCE MUST BE SETTLED BEFORE CLOSURE'
                          TO RESP-S-MESSAGE
                END-IF
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

      * A DECEASED CUSTOMER'S ESTATE CANNOT CLOSE WITHOUT AN
      * EXECUTOR ON FILE - THE CHECKLIST STATE THE ESTATE WORKFLOW
      * DEMANDS
           IF ESTATE-DECEASED THEN
                PERFORM 335-FIND-EXECUTOR THRU 335-FIND-EXIT
                IF NOT WS-EXECUTOR-FOUND THEN
                     MOVE LOW-VALUES TO ACCT-RESP
                     MOVE 1 TO RESP-S-CODE
                     MOVE 'RECORD THE EXECUTOR (RELPARTY ROLE E) FIRST'
                          TO RESP-S-MESSAGE
                     MOVE ACCT-RESP TO DFHCOMMAREA
                     GO TO 999-EXIT
                END-IF
           END-IF.

      * THE 'X' CLOSURE EVENT ROW, THE SAME ONE DCI8DPGF LEAVES
           ADD 1 TO LAST-HIST-SEQ.

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

           MOVE ACCTNO TO CA-ACCTNO.
           MOVE FNAME TO CA-FNAME.
           MOVE SNAME TO CA-SNAME.
           MOVE EIBDATE TO CA-CLS-DATE.
           MOVE EIBTIME TO CA-CLS-TIME.
           MOVE CURR-BAL TO CA-FINAL-BAL.
      * HOW THE CUSTOMER WANTED MAIL, FOR DCI8BFCS TO ROUTE THE
      * FINAL CLOSING STATEMENT ONCE THIS ROW IS GONE
           MOVE MAIL-ADDR1 TO CA-MAIL-ADDR1.
           MOVE MAIL-ADDR2 TO CA-MAIL-ADDR2.
           MOVE EMAIL TO CA-EMAIL.
           MOVE CONTACT-PREF TO CA-CONTACT-PREF.
           MOVE GONEAWAY-FLAG TO CA-GONEAWAY-FLAG.
           MOVE ESTATE-FLAG TO CA-ESTATE-FLAG.

           EXEC CICS WRITE
                FILE('CLOSEACCT')
           MOVE ACCT-RESP TO DFHCOMMAREA.
           GO TO 999-EXIT.

      * FINDS THE LATEST ANNUAL FEE STILL STANDING AS BILLED (THIS
      * YEAR'S ROW, THEN LAST YEAR'S) AND, WHEN THE CLOSURE FALLS
      * INSIDE THE REFUND WINDOW OF ITS BILLING, CREDITS THE UNUSED
      * DAYS OF THE FEE YEAR - A 'C' ROW ON RESERVED SEQUENCE 8012 -
      * AND TURNS THE LEDGER ROW 'R'. ACCTFILE IS REWRITTEN AND READ
      * BACK FOR UPDATE SO THE CLOSURE CARRIES ON WITH THE NEW BALANCE
       385-ANNFEE-REFUND.

           MOVE 'N' TO WS-YF-REFUND-SW.
           COMPUTE WS-YF-TODAY = EIBDATE + 1900000.
           COMPUTE WS-YF-TODAY-YEAR = WS-YF-TODAY / 1000.

           MOVE ACCTNO TO YF-ACCTNO.
           MOVE WS-YF-TODAY-YEAR TO YF-YEAR.
           EXEC CICS READ
                FILE('ANNFEE')
                INTO(ANNFEE-REC)
                LENGTH(ANNFEE-LEN)
                RIDFLD(YF-KEY)
                UPDATE
                RESP(WS-YF-RESP)
           END-EXEC.

           IF WS-YF-RESP = DFHRESP(NORMAL) AND YF-BILLED THEN
                GO TO 385-REFUND-FOUND
           END-IF.

           IF WS-YF-RESP = DFHRESP(NORMAL) THEN
                EXEC CICS UNLOCK FILE('ANNFEE') END-EXEC
           END-IF.

           MOVE ACCTNO TO YF-ACCTNO.
           COMPUTE YF-YEAR = WS-YF-TODAY-YEAR - 1.
           EXEC CICS READ
                FILE('ANNFEE')
                INTO(ANNFEE-REC)
                LENGTH(ANNFEE-LEN)
                RIDFLD(YF-KEY)
                UPDATE
                RESP(WS-YF-RESP)
           END-EXEC.

           IF WS-YF-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 385-REFUND-EXIT
           END-IF.

           IF NOT YF-BILLED THEN
                GO TO 385-REFUND-NONE
           END-IF.

       385-REFUND-FOUND.

      * DAYS SINCE BILLING - THE BILL DATE IS AT MOST ONE YEAR END
      * BEHIND TODAY, ANYTHING OLDER IS PAST EVERY WINDOW
           COMPUTE WS-YF-BILL-YEAR = YF-BILL-DATE / 1000.

           IF WS-YF-BILL-YEAR = WS-YF-TODAY-YEAR THEN
                COMPUTE WS-YF-DAYS = WS-YF-TODAY - YF-BILL-DATE
           ELSE IF WS-YF-BILL-YEAR + 1 = WS-YF-TODAY-YEAR THEN
                PERFORM 386-YEAR-LENGTH THRU 386-YEAR-EXIT
                COMPUTE WS-YF-DAYS = WS-YF-YEAR-DAYS
                     - (YF-BILL-DATE - WS-YF-BILL-YEAR * 1000)
                     + (WS-YF-TODAY - WS-YF-TODAY-YEAR * 1000)
           ELSE
                GO TO 385-REFUND-NONE
                END-IF
           END-IF.

           MOVE 365 TO WS-YF-WINDOW.
           MOVE 'ANFREFDY' TO CT-KEYNAME.
           EXEC CICS READ
                FILE('ACCTCTL')
                INTO(ACCTCTL-REC)
                LENGTH(ACCTCTL-LEN)
                RIDFLD(CT-KEYNAME)
                RESP(WS-YF-RESP)
           END-EXEC.
           IF WS-YF-RESP = DFHRESP(NORMAL) AND
                CT-NEXT-ACCTNO > 0 AND CT-NEXT-ACCTNO < 100000 THEN
                MOVE CT-NEXT-ACCTNO TO WS-YF-WINDOW
           END-IF.

           IF WS-YF-DAYS < 0 OR WS-YF-DAYS NOT < WS-YF-WINDOW OR
                WS-YF-DAYS NOT < 365 THEN
                GO TO 385-REFUND-NONE
           END-IF.

           COMPUTE WS-YF-REFUND ROUNDED =
                YF-AMOUNT * (365 - WS-YF-DAYS) / 365.

           IF WS-YF-REFUND = 0 THEN
                GO TO 385-REFUND-NONE
           END-IF.

           MOVE ACCTNO TO TX-ACCTNO.
           MOVE WS-YF-TODAY TO TX-DATE.
           MOVE 8012 TO TX-SEQNO.
           MOVE 'C' TO TX-TYPE.
           MOVE WS-YF-REFUND TO TX-AMOUNT.
           MOVE WS-YF-TODAY TO TX-POST-DATE.
           MOVE 'DCI8DWSF' TO TX-POST-JOB.
           MOVE 'O' TO TX-SOURCE.

           EXEC CICS WRITE
                FILE('ACCTTXN')
                FROM(ACCTTXN-REC)
                LENGTH(ACCTTXN-LEN)
                RIDFLD(TX-KEY)
                RESP(WS-YF-RESP)
           END-EXEC.

           IF WS-YF-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 385-REFUND-NONE
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

           SUBTRACT WS-YF-REFUND FROM CURR-BAL.

           EXEC CICS REWRITE
                FILE('ACCTFILE')
                FROM(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RESP(WS-YF-RESP)
           END-EXEC.

      * THE TXN ROW IS ALREADY ON FILE BY HERE - A FAILED BALANCE
      * REWRITE MUST TAKE IT BACK OUT, THE DCI8DPGT RULE
           IF WS-YF-RESP NOT = DFHRESP(NORMAL) THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE LOW-VALUES TO ACCT-RESP
                MOVE 1 TO RESP-S-CODE
                MOVE 'FEE REFUND FAILED - NOTHING POSTED OR CLOSED'
                     TO RESP-S-MESSAGE
                MOVE ACCT-RESP TO DFHCOMMAREA
                GO TO 999-EXIT
           END-IF.

           MOVE TX-KEY TO NR-KEY.
           MOVE 'ANNUAL FEE REFUND' TO NR-MERCHANT.
           MOVE SPACES TO NR-CATEGORY.
           MOVE YF-YEAR TO WS-YF-NARR-YEAR.
           MOVE WS-YF-NARR-REF TO NR-ORIG-REF.
           EXEC CICS WRITE
                FILE('TXNNARR')
                FROM(TXNNARR-REC)
                LENGTH(TXNNARR-LEN)
                RIDFLD(NR-KEY)
                RESP(WS-YF-RESP)
           END-EXEC.

           MOVE 'R' TO YF-STATUS.
           MOVE WS-YF-REFUND TO YF-REFUND-AMOUNT.
           MOVE WS-YF-TODAY TO YF-REFUND-DATE.
           MOVE 'ACCOUNT CLOSED - PRO-RATA REFUND' TO YF-REASON.
           MOVE REQ-OPERID TO YF-ACT-USERID.
           MOVE EIBTRMID TO YF-ACT-TRMID.
           MOVE EIBDATE TO YF-ACT-DATE.
           MOVE EIBTIME TO YF-ACT-TIME.

           EXEC CICS REWRITE
                FILE('ANNFEE')
                FROM(ANNFEE-REC)
                LENGTH(ANNFEE-LEN)
                RESP(WS-YF-RESP)
           END-EXEC.

           MOVE 'Y' TO WS-YF-REFUND-SW.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
           END-EXEC.

           GO TO 385-REFUND-EXIT.

       385-REFUND-NONE.
           EXEC CICS UNLOCK FILE('ANNFEE') END-EXEC.

       385-REFUND-EXIT.
           EXIT.

      * 365 OR 366 DAYS IN WS-YF-BILL-YEAR - THE GREGORIAN RULE
       386-YEAR-LENGTH.

           DIVIDE WS-YF-BILL-YEAR BY 4
                GIVING WS-YF-QUOT REMAINDER WS-YF-REM4.
           DIVIDE WS-YF-BILL-YEAR BY 100
                GIVING WS-YF-QUOT REMAINDER WS-YF-REM100.
           DIVIDE WS-YF-BILL-YEAR BY 400
                GIVING WS-YF-QUOT REMAINDER WS-YF-REM400.

           MOVE 365 TO WS-YF-YEAR-DAYS.
           IF WS-YF-REM4 = 0 AND
                (WS-YF-REM100 NOT = 0 OR WS-YF-REM400 = 0) THEN
                MOVE 366 TO WS-YF-YEAR-DAYS
           END-IF.

       386-YEAR-EXIT.
           EXIT.

      * WALKS THE ACCOUNT'S RELATED PARTIES LOOKING FOR AN EXECUTOR
       335-FIND-EXECUTOR.

           MOVE 'N' TO WS-EXEC-SW.
           MOVE 'N' TO WS-RP-EOF.

           MOVE ACCTNO TO RP-ACCTNO.
           MOVE 0 TO RP-SEQNO.

           EXEC CICS STARTBR
                FILE('RELPARTY')
                RIDFLD(RP-KEY)
                GTEQ
                RESP(WS-RP-RESP)
           END-EXEC.

           IF WS-RP-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 335-FIND-EXIT
           END-IF.

           PERFORM 336-CHECK-ONE-PARTY THRU 336-CHECK-EXIT
                UNTIL WS-RP-EOF = 'Y' OR WS-EXECUTOR-FOUND.

           EXEC CICS ENDBR FILE('RELPARTY') END-EXEC.

       335-FIND-EXIT.
           EXIT.

       336-CHECK-ONE-PARTY.

           EXEC CICS READNEXT
                FILE('RELPARTY')
                INTO(RELPARTY-REC)
                RIDFLD(RP-KEY)
                LENGTH(RELPARTY-LEN)
                RESP(WS-RP-RESP)
           END-EXEC.

           IF WS-RP-RESP NOT = DFHRESP(NORMAL) OR
                RP-ACCTNO NOT = ACCTNO THEN
                MOVE 'Y' TO WS-RP-EOF
                GO TO 336-CHECK-EXIT
           END-IF.

           IF RP-ROLE-EXECUTOR THEN
                MOVE 'Y' TO WS-EXEC-SW
           END-IF.

       336-CHECK-EXIT.
           EXIT.

       300-ACCTFILE-NOTFND.

           MOVE LOW-VALUES TO ACCT-RESP.
