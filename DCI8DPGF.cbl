      * NEEDS AN EXECUTOR (ROLE 'E') ON FILE FIRST
       COPY 'RELPARTY'.

      * COPY ANNUAL FEE LEDGER AND TRANSACTION LAYOUTS - A CLOSURE
      * INSIDE THE REFUND WINDOW POSTS BACK THE UNUSED PART OF THE
      * YEAR'S ANNUAL FEE (RESERVED SEQUENCE 8012) BEFORE IT CLOSES
       COPY 'ANNFEE'.
       COPY 'ACCTTXN'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.
       COPY 'TXNNARR'.

      * COPY SANCTIONS REVIEW QUEUE LAYOUT - A CONFIRMED MATCH ON
      * THE HOLDER OR A RELATED PARTY PINS THE FREEZE ON
       COPY 'SANCHIT'.

       01 WS-EXEC-SW            PIC X VALUE 'N'.
           88 WS-EXECUTOR-FOUND          VALUE 'Y'.
       01 WS-RP-RESP            PIC S9(8) COMP.

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

      * SANCTIONS HOLD WORK - SEE 390-CHECK-SANCTIONS
       01 WS-SH-RESP            PIC S9(8) COMP.
       77 WS-SH-EOF             PIC X(01) VALUE 'N'.
       77 WS-SH-HOLD-SW         PIC X(01) VALUE 'N'.
       01 WS-SH-PREFIX          PIC X(10) VALUE SPACES.

      * DAY-STATE READ WORK - SEE 065-CHECK-DAYSTATE
       01 WS-DAY-RESP           PIC S9(8) COMP.
       77 WS-DAY-OPEN-SW        PIC X(01) VALUE 'Y'.

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


      * COMMAREA SHAPE SHARED WITH DCI8DPGH, THE FUNCTION-AUTHORITY
      * CHECKER - FH-DEFAULT CARRIES THE ANSWER THE OLD HARDCODED
           MOVE 'ENTER THE NEW STATUS (A/B/X/Z) AND PRESS ENTER'
                TO MSGO.

      * A CREDIT THAT MET A SETTLEMENT QUOTE (DCI8BPST) LEAVES THE
      * ACCOUNT FLAGGED - SAY SO, CLOSURE IS THE LIKELY NEXT STEP
           IF SETTLE-READY THEN
                MOVE 'SETTLED BY QUOTE - READY TO CLOSE (KEY C)'
                     TO MSGO
           END-IF.

           MOVE 'T' TO WS-CA-SWITCH.
           MOVE ACCTNOI TO WS-CA-ACCTNO.

                TO WS-MESSAGE

                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * A CONFIRMED SANCTIONS MATCH FROZE THE ACCOUNT FROM THE
      * DCI8DPHH REVIEW SCREEN - NOTHING HERE MAY LIFT THAT FREEZE
      * OR CLOSE THE ACCOUNT (PAYING OUT THE BALANCE) WHILE IT STANDS
           IF STATI = 'A' OR STATI = 'B' OR STATI = 'Z' OR
                STATI = 'C' THEN
                PERFORM 390-CHECK-SANCTIONS THRU 390-CHECK-EXIT
                IF WS-SH-HOLD-SW = 'Y' THEN
                     MOVE 'CONFIRMED SANCTIONS MATCH - FREEZE MUST STAY'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
           END-IF.

           IF STATI = 'C' THEN
                GO TO 310-CLOSE-CONFIRM
      * 'G' MARKS THE POST OFFICE'S GONE-AWAY RETURN ON THE LIVE
      * ACCOUNT, 'M' CLEARS IT (MAIL DELIVERABLE AGAIN) - BOTH
      * BACK UP - ALL JOURNAL 'U' ROWS
           ELSE IF STATI = 'V' OR STATI = 'R' OR STATI = 'O' THEN
                GO TO 370-SENS-TOGGLE
      * 'F' PUTS THE ACCOUNT ON THE ANNUAL FEE PLAN, 'W' DOES THE
      * SAME WITH THE FIRST ANNIVERSARY WAIVED, 'N' TAKES IT OFF -
      * DCI8BANF BILLS FROM THE PLAN. ALL JOURNAL 'U' ROWS
           ELSE IF STATI = 'F' OR STATI = 'W' OR STATI = 'N' THEN
                GO TO 380-ANNFEE-TOGGLE
           ELSE IF STATI NOT = 'A' AND STATI NOT = 'B' AND
                STATI NOT = 'X' AND STATI NOT = 'Z' THEN

                MOVE
           'A/B/X/Z, C CLOSES, G/M GONE-AWAY, D/L DECEASED, F/W/N FEE'
                TO WS-MESSAGE

                GO TO 999-ERROR-MSG-RETURN
                     LENGTH(ACCTHIST-LEN)
                     RIDFLD(AH-KEY)
                END-EXEC
      * THE NEW ROW JOINS ITS ACCOUNT'S HASH CHAIN (SEE HASHCHN)
                MOVE 'S' TO CP-FUNCTION
                MOVE 'H' TO CP-FILE
                MOVE ACCTHIST-REC TO CP-ROW
                EXEC CICS LINK
                     PROGRAM('DCI8DPHM')
                     COMMAREA(CHAINPRM)
                     LENGTH(CHAINPRM-LEN)
                END-EXEC

                EXEC CICS REWRITE
                     FILE('ACCTFILE')
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

           IF STATI = 'G' THEN
                MOVE 'G' TO GONEAWAY-FLAG
           ELSE
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

           IF STATI = 'V' THEN
                MOVE 'S' TO SENS-FLAG
           ELSE IF STATI = 'R' THEN
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

           IF STATI = 'D' THEN
                MOVE 'D' TO ESTATE-FLAG
           ELSE
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      * STAT VALUES 'F'/'W'/'N' SET THE ANNUAL FEE PLAN - CHARGED
      * EVERY ANNIVERSARY, CHARGED WITH THE FIRST ONE WAIVED, OR NONE
       380-ANNFEE-TOGGLE.

           MOVE ACCTNOI TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                UPDATE
           END-EXEC.

           PERFORM 340-WRITE-EVENT-HIST THRU 340-HIST-EXIT.
           MOVE 'U' TO AH-EVENT-TYPE.

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

           IF STATI = 'F' THEN
                MOVE 'Y' TO ANNFEE-PLAN
           ELSE IF STATI = 'W' THEN
                MOVE 'W' TO ANNFEE-PLAN
           ELSE
                MOVE SPACE TO ANNFEE-PLAN
                END-IF
           END-IF.

           EXEC CICS REWRITE
                FILE('ACCTFILE')
                FROM(ACCTREC)
                LENGTH(ACCTREC-LEN)
           END-EXEC.

           MOVE LOW-VALUES TO WS-COMMAREA.
           MOVE 'I' TO WS-CA-SWITCH.

           MOVE LOW-VALUES TO MAP1O.
           IF STATI = 'F' THEN
                MOVE 'ANNUAL FEE PLAN SET - BILLED EACH ANNIVERSARY'
                     TO MSGO
           ELSE IF STATI = 'W' THEN
                MOVE 'ANNUAL FEE PLAN SET - FIRST YEAR WAIVED' TO MSGO
           ELSE
                MOVE 'ANNUAL FEE PLAN REMOVED' TO MSGO
                END-IF
           END-IF.

           EXEC CICS SEND
                MAP('MAP1')
                MAPSET('DCI8DMF')
                ERASE
           END-EXEC.

           EXEC CICS RETURN
                TRANSID('I8D5')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      * STAT VALUE 'C' STARTS ACCOUNT CLOSURE RATHER THAN A NORMAL
      * STATUS RECODE - THE OPERATOR MUST THEN PRESS ONE OF PF1-PF4
      * TO GIVE A REASON AND CONFIRM
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE WS-CA-ACCTNO TO CK-ACCTNO.
           MOVE 'ACCTCLOS' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                MOVE 'I' TO WS-CA-SWITCH
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-CA-ACCTNO TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                UPDATE
           END-EXEC.

      * AN ANNUAL FEE BILLED INSIDE THE REFUND WINDOW IS PARTLY
      * UNUSED - ITS PRO-RATA SHARE GOES BACK ON THE ACCOUNT BEFORE
      * THE BALANCE IS JUDGED
           PERFORM 385-ANNFEE-REFUND THRU 385-REFUND-EXIT.

      * MONEY OWED OR OWING CANNOT SIMPLY EVAPORATE INTO CLOSEACCT -
      * THE CLEARING PAYMENT OR REFUND GOES THROUGH THE DCI8DPGD
      * TRANSACTION FIRST, AND ONLY A SETTLED (ZERO) BALANCE CLOSES
           IF CURR-BAL NOT = 0 THEN
                MOVE 'I' TO WS-CA-SWITCH
                IF WS-YF-REFUND-SW = 'Y' THEN
                     MOVE 'FEE REFUND POSTED - SETTLE IT VIA CHOICE T'
                          TO WS-MESSAGE
                ELSE IF SETTLE-READY AND CURR-BAL < 0 THEN
                     MOVE 'QUOTE OVERPAID - REFUND IT VIA CHOICE T'
                          TO WS-MESSAGE
                ELSE
                     MOVE 'BALANCE NOT SETTLED - CLEAR IT VIA CHOICE T'
                          TO WS-MESSAGE
                     END-IF
                END-IF
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

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
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

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
           MOVE 'DCI8DPGF' TO TX-POST-JOB.
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
                MOVE 'I' TO WS-CA-SWITCH
                MOVE 'FEE REFUND FAILED - NOTHING POSTED OR CLOSED'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
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
           MOVE EIBUSERID TO YF-ACT-USERID.
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

      * LOOKS THE SIGNED-ON OPERATOR'S CLASS UP AND ASKS DCI8DPGH
      * WHETHER THE FUNCTION IN FH-FUNCTION IS ALLOWED - FH-DEFAULT
      * MUST ALREADY CARRY THE LEGACY ANSWER
      * LOOKS FOR A CONFIRMED ('T') SANCTIONS MATCH AGAINST THE
      * ACCOUNT - ON THE PRIMARY HOLDER ('H' + ACCTNO + '00') OR ANY
      * RELATED PARTY ('P' + ACCTNO + SEQNO) - AND SETS WS-SH-HOLD-SW
       390-CHECK-SANCTIONS.

           MOVE 'N' TO WS-SH-HOLD-SW.

           MOVE SPACES TO WS-SH-PREFIX.
           STRING 'H' ACCTNOI DELIMITED BY SIZE INTO WS-SH-PREFIX.
           PERFORM 391-SCAN-PREFIX THRU 391-SCAN-EXIT.

           IF WS-SH-HOLD-SW = 'Y' THEN
                GO TO 390-CHECK-EXIT
           END-IF.

           MOVE SPACES TO WS-SH-PREFIX.
           STRING 'P' ACCTNOI DELIMITED BY SIZE INTO WS-SH-PREFIX.
           PERFORM 391-SCAN-PREFIX THRU 391-SCAN-EXIT.

       390-CHECK-EXIT.
           EXIT.

       391-SCAN-PREFIX.

           MOVE 'N' TO WS-SH-EOF.
           MOVE LOW-VALUES TO SH-KEY.
           MOVE WS-SH-PREFIX TO SH-KEY(1:10).

           EXEC CICS STARTBR
                FILE('SANCHIT')
                RIDFLD(SH-KEY)
                GTEQ
                RESP(WS-SH-RESP)
           END-EXEC.

           IF WS-SH-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 391-SCAN-EXIT
           END-IF.

           PERFORM 392-NEXT-HIT THRU 392-NEXT-EXIT
                UNTIL WS-SH-EOF = 'Y'.

           EXEC CICS ENDBR FILE('SANCHIT') END-EXEC.

       391-SCAN-EXIT.
           EXIT.

       392-NEXT-HIT.

           EXEC CICS READNEXT
                FILE('SANCHIT')
                INTO(SANCHIT-REC)
                RIDFLD(SH-KEY)
                LENGTH(SANCHIT-LEN)
                RESP(WS-SH-RESP)
           END-EXEC.

           IF WS-SH-RESP NOT = DFHRESP(NORMAL) OR
                SH-KEY(1:10) NOT = WS-SH-PREFIX THEN
                MOVE 'Y' TO WS-SH-EOF
                GO TO 392-NEXT-EXIT
           END-IF.

           IF SH-CONFIRMED THEN
                MOVE 'Y' TO WS-SH-HOLD-SW
                MOVE 'Y' TO WS-SH-EOF
           END-IF.

       392-NEXT-EXIT.
           EXIT.

       170-CHECK-AUTHORITY.

           MOVE EIBOPID TO FH-OPER-ID.
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

      * BUILDS THE COMMON PART OF A STATUS OR CLOSURE EVENT ROW -
      * BEFORE AND AFTER IMAGES BOTH CARRY THE CURRENT VALUES, THE
      * CALLER OVERRIDES AH-AFTER-STAT AND AH-EVENT-TYPE AND WRITES.
