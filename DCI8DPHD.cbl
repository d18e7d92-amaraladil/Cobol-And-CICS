       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DPHD.
       AUTHOR. AMAR AL-ADIL.

      *****************************************************************
      * TRANSACTION DISPUTE SCREEN (TRAN I8DB) - RAISES AND CLOSES
      * THE DISPUTE CASE ON ONE ACCTTXN ROW. REACHED FROM THE
      * DCI8DPGR PF10 TRANSACTION PAGE (PF12) WITH THE 15-BYTE
      * TX-KEY OF THE ROW ON SHOW AS THE COMMAREA, OR BY KEYING THE
      * ACCOUNT, DATE AND SEQUENCE HERE. ENTER SHOWS THE ROW AND
      * ANY CASE ON IT. PF5 RAISES A CASE (SCHEME, REASON CODE AND
      * AN OPTIONAL PROVISIONAL CREDIT, POSTED ON THE RESERVED
      * SEQUENCE 8007 AND GATED BY THE DSPCREDT FUNCTION). PF6
      * CLOSES IT UPHELD - THE PROVISIONAL CREDIT STANDS, OR IS
      * GIVEN NOW IF NONE WAS - AND PF7 CLOSES IT REJECTED, WHICH
      * REVERSES THE PROVISIONAL CREDIT AND REBILLS THE CHARGE ON
      * 8008; BOTH CLOSURES ARE GATED BY THE DSPCLOSE FUNCTION. PF3
      * RETURNS TO THE INQUIRY ON THE ACCOUNT, PF9 TO THE MENU
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY DISPUTE MAP LAYOUT
       COPY 'DCI8DND'.

      * COPY DISPUTE CASE RECORD LAYOUT
       COPY 'DISPUTE'.

      * COPY ACCTFILE AND TRANSACTION LAYOUTS - A PROVISIONAL CREDIT
      * OR A REBILL POSTS ITS ROW AND ADJUSTS THE BALANCE ON THE SPOT
       COPY 'ACCTREC'.
       COPY 'ACCTTXN'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT - READ FOR THE
      * OPERATOR'S CLASS AHEAD OF THE FUNCTION CHECKS
       COPY 'OPERREC'.

      * COPY SYSTEM CONTROL RECORD LAYOUT - THE 'DAYSTATE' ROW
       COPY 'ACCTCTL'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.

       01 WS-COMMAREA.
           05 WS-CA-FILLER          PIC X(03) VALUE SPACES.

       01 WS-COMMAREA-LENGTH    PIC S9(4) COMP VALUE 3.

       01 WS-MENU-COMMAREA        PIC X(3) VALUE SPACES.
       01 WS-MENU-COMMAREA-LEN    PIC S9(4) COMP VALUE 3.

      * THE TX-KEY HANDED OVER BY DCI8DPGR'S PF12
       01 WS-INQ-TXKEY.
           05 WS-INQ-ACCTNO         PIC X(09).
           05 WS-INQ-DATE           PIC S9(7) COMP-3.
           05 WS-INQ-SEQNO          PIC 9(04) COMP.

      * THE KEYED TRANSACTION, EDITED - SEE 210-EDIT-KEY
       77 WS-KEY-DATE-NUM       PIC 9(07) VALUE 0.
       77 WS-KEY-SEQ-NUM        PIC 9(04) VALUE 0.
       77 WS-KEY-OK-SW          PIC X(01) VALUE 'N'.

      * POSTING WORK FOR 600-POST-ADJUSTMENT - THE SEQUENCE, TYPE
      * AND AMOUNT OF THE ROW TO POST, AND WHETHER IT WENT
       77 WS-ADJ-SEQNO          PIC 9(04) COMP VALUE 0.
       77 WS-ADJ-TYPE           PIC X(01) VALUE SPACE.
       77 WS-ADJ-AMOUNT         PIC 9(08)V99 VALUE 0.
       77 WS-POST-OK-SW         PIC X(01) VALUE 'N'.
       77 WS-NEW-BALANCE        PIC S9(10)V99 COMP-3 VALUE 0.

      * DAY-STATE READ WORK - SEE 065-CHECK-DAYSTATE
       01 WS-DAY-RESP           PIC S9(8) COMP.
       77 WS-DAY-OPEN-SW        PIC X(01) VALUE 'Y'.

      * EDITED WORKING COPIES FOR THE TRANSACTION AND CASE LINES
       01 WS-TXN-AMT-DISP       PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TXN-DATE-DISP      PIC 9(7).
       01 WS-TXN-SEQ-DISP       PIC 9(4).
       01 WS-CASE-DATE-DISP     PIC 9(7).
       01 WS-CASE-STAT-DISP     PIC X(08).

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
           05 EL-PROGRAM         PIC X(8) VALUE 'DCI8DPHD'.
           05 EL-PARAGRAPH       PIC X(20).
           05 EL-RESP            PIC S9(8) COMP.
           05 EL-RESP2           PIC S9(8) COMP.
           05 EL-MESSAGE         PIC X(60).

       01 WS-ERRLOG-CA-LEN      PIC S9(4) COMP VALUE +100.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(15).

       PROCEDURE DIVISION.

       000-START-LOGIC.

      * ENTERED FROM DCI8DPGR'S PF12 WITH THE TX-KEY OF THE ROW ON
      * SHOW - PAINT THE SCREEN WITH THAT ROW AND ANY CASE ON IT
           IF EIBCALEN = 15 THEN
                GO TO 105-FROM-INQUIRY
           END-IF.

           IF EIBCALEN = 0 THEN
                GO TO 110-PAINT-BLANK
           END-IF.

           EXEC CICS HANDLE AID
                PF3(450-JUMP-INQUIRY)
                PF5(400-RAISE-CASE)
                PF6(500-UPHOLD-CASE)
                PF7(520-REJECT-CASE)
                PF9(999-EXIT)
           END-EXEC.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPND')
                MAPSET('DCI8DND')
           END-EXEC.

           GO TO 200-SHOW-CASE.

       105-FROM-INQUIRY.

           MOVE '105-FROM-INQUIRY' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           MOVE DFHCOMMAREA TO WS-INQ-TXKEY.
           MOVE WS-INQ-ACCTNO TO TX-ACCTNO.
           MOVE WS-INQ-DATE TO TX-DATE.
           MOVE WS-INQ-SEQNO TO TX-SEQNO.

           GO TO 220-PAINT-CASE.

       110-PAINT-BLANK.

           MOVE '110-PAINT-BLANK' TO WS-LAST-PARA.

           MOVE LOW-VALUES TO MAPNDO.
           MOVE 'KEY ACCOUNT, TXN DATE (YYYYDDD) AND SEQUENCE'
                TO MSGO.

           EXEC CICS SEND
               MAP('MAPND')
               MAPSET('DCI8DND')
               ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * ENTER - SHOW THE KEYED TRANSACTION AND ANY CASE ON IT
       200-SHOW-CASE.

           MOVE '200-SHOW-CASE' TO WS-LAST-PARA.

           PERFORM 210-EDIT-KEY THRU 210-EDIT-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

       220-PAINT-CASE.

           MOVE '220-PAINT-CASE' TO WS-LAST-PARA.

           EXEC CICS READ
                FILE('ACCTTXN')
                INTO(ACCTTXN-REC)
                LENGTH(ACCTTXN-LEN)
                RIDFLD(TX-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'NO SUCH TRANSACTION ON FILE' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE LOW-VALUES TO MAPNDO.
           PERFORM 230-FORMAT-TXN THRU 230-FORMAT-EXIT.

           MOVE TX-KEY TO DS-KEY.

           EXEC CICS READ
                FILE('DISPUTE')
                INTO(DISPUTE-REC)
                LENGTH(DISPUTE-LEN)
                RIDFLD(DS-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                PERFORM 240-FORMAT-CASE THRU 240-FORMAT-EXIT
                IF DS-OPEN THEN
                     MOVE 'CASE OPEN - PF6 UPHOLDS, PF7 REJECTS'
                          TO MSGO
                ELSE
                     MOVE 'CASE IS CLOSED' TO MSGO
                END-IF
           ELSE
                MOVE 'NO CASE - KEY SCHEME, REASON, PROV CR; PF5'
                     TO MSGO
           END-IF.

           EXEC CICS SEND
                MAP('MAPND')
                MAPSET('DCI8DND')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * THE KEYED ACCOUNT, DATE AND SEQUENCE INTO TX-KEY - ALL
      * THREE ARE NEEDED, THE LAST TWO NUMERIC
       210-EDIT-KEY.

           MOVE 'N' TO WS-KEY-OK-SW.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 210-EDIT-EXIT
           END-IF.

           IF TXDATEI IS NOT NUMERIC THEN
                MOVE 'TRANSACTION DATE MUST BE YYYYDDD' TO WS-MESSAGE
                GO TO 210-EDIT-EXIT
           END-IF.

           IF TXSEQI IS NOT NUMERIC THEN
                MOVE 'SEQUENCE MUST BE 4 DIGITS' TO WS-MESSAGE
                GO TO 210-EDIT-EXIT
           END-IF.

           MOVE TXDATEI TO WS-KEY-DATE-NUM.
           MOVE TXSEQI TO WS-KEY-SEQ-NUM.

           MOVE ACCTNOI TO TX-ACCTNO.
           MOVE WS-KEY-DATE-NUM TO TX-DATE.
           MOVE WS-KEY-SEQ-NUM TO TX-SEQNO.
           MOVE 'Y' TO WS-KEY-OK-SW.

       210-EDIT-EXIT.
           EXIT.

       230-FORMAT-TXN.

           MOVE TX-ACCTNO TO ACCTNOO.
           MOVE TX-DATE TO WS-TXN-DATE-DISP.
           MOVE WS-TXN-DATE-DISP TO TXDATEO.
           MOVE TX-SEQNO TO WS-TXN-SEQ-DISP.
           MOVE WS-TXN-SEQ-DISP TO TXSEQO.
           MOVE TX-AMOUNT TO WS-TXN-AMT-DISP.
           MOVE TX-POST-DATE TO WS-TXN-DATE-DISP.

           STRING 'TYPE ' TX-TYPE
                '  AMOUNT ' WS-TXN-AMT-DISP
                '  POSTED ' WS-TXN-DATE-DISP
                ' BY ' TX-POST-JOB
                DELIMITED BY SIZE INTO TXLINEO.

       230-FORMAT-EXIT.
           EXIT.

       240-FORMAT-CASE.

           IF DS-OPEN THEN
                MOVE 'OPEN' TO WS-CASE-STAT-DISP
           ELSE IF DS-UPHELD THEN
                MOVE 'UPHELD' TO WS-CASE-STAT-DISP
           ELSE
                MOVE 'REJECTED' TO WS-CASE-STAT-DISP
                END-IF
           END-IF.

           MOVE DS-OPENED-DATE TO WS-CASE-DATE-DISP.

           STRING 'CASE ' WS-CASE-STAT-DISP
                ' OPENED ' WS-CASE-DATE-DISP
                ' BY ' DS-RSD-USERID
                ' PROV CR ' DS-PROV-FLAG
                DELIMITED BY SIZE INTO CASELNO.

           MOVE DS-SCHEME TO SCHEMEO.
           MOVE DS-REASON-CODE TO RSNCDO.
           MOVE DS-PROV-FLAG TO PROVO.
           MOVE DS-REASON-TEXT TO RSNTXTO.

       240-FORMAT-EXIT.
           EXIT.

      * PF5 - RAISE THE CASE. ONLY A CUSTOMER DEBIT CAN BE DISPUTED -
      * NOT A CREDIT, AND NOT A SYSTEM-GENERATED 8000-RANGE ROW -
      * AND ONE CASE PER TRANSACTION. A PROVISIONAL CREDIT MOVES
      * MONEY, SO IT NEEDS THE DSPCREDT FUNCTION AND AN OPEN DAY
       400-RAISE-CASE.

           MOVE '400-RAISE-CASE' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPND')
                MAPSET('DCI8DND')
           END-EXEC.

           PERFORM 210-EDIT-KEY THRU 210-EDIT-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF SCHEMEI NOT = 'V' AND SCHEMEI NOT = 'M' AND
                SCHEMEI NOT = 'O' THEN
                MOVE 'SCHEME MUST BE V, M OR O' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF RSNCDL = 0 OR RSNCDI = SPACES THEN
                MOVE 'KEY THE SCHEME REASON CODE' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF PROVL = 0 OR PROVI = SPACES OR PROVI = LOW-VALUES THEN
                MOVE 'N' TO PROVI
           END-IF.

           IF PROVI NOT = 'Y' AND PROVI NOT = 'N' THEN
                MOVE 'PROVISIONAL CREDIT MUST BE Y OR N' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF PROVI = 'Y' THEN
                MOVE 'DSPCREDT' TO FH-FUNCTION
                PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT
                IF FH-ALLOW NOT = 'Y' THEN
                     MOVE 'NOT AUTHORIZED FOR A PROVISIONAL CREDIT'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
      * DURING THE BATCH WINDOW MONEY-POSTING ACTIONS REFUSE RATHER
      * THAN INTERLEAVE WITH THE NIGHT'S POSTING RUN
                PERFORM 065-CHECK-DAYSTATE THRU 065-DAYSTATE-EXIT
                IF WS-DAY-OPEN-SW NOT = 'Y' THEN
                     MOVE 'POSTING IN PROGRESS - TRY AGAIN SHORTLY'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
           END-IF.

           EXEC CICS READ
                FILE('ACCTTXN')
                INTO(ACCTTXN-REC)
                LENGTH(ACCTTXN-LEN)
                RIDFLD(TX-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'NO SUCH TRANSACTION ON FILE' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF NOT TX-TYPE-DEBIT OR TX-SEQNO NOT < 8000 THEN
                MOVE 'ONLY A CUSTOMER DEBIT CAN BE DISPUTED'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE TX-KEY TO DS-KEY.
           MOVE TX-AMOUNT TO DS-AMOUNT.
           MOVE SCHEMEI TO DS-SCHEME.
           MOVE RSNCDI TO DS-REASON-CODE.
           IF RSNTXTL = 0 OR RSNTXTI = LOW-VALUES THEN
                MOVE SPACES TO DS-REASON-TEXT
           ELSE
                MOVE RSNTXTI TO DS-REASON-TEXT
           END-IF.
           MOVE 'O' TO DS-STATUS.
           MOVE 'N' TO DS-PROV-FLAG.
           MOVE 0 TO DS-PROV-DATE.
           COMPUTE DS-OPENED-DATE = EIBDATE + 1900000.
           MOVE EIBUSERID TO DS-RSD-USERID.
           MOVE EIBTRMID TO DS-RSD-TRMID.
           MOVE EIBDATE TO DS-RSD-DATE.
           MOVE EIBTIME TO DS-RSD-TIME.
           MOVE SPACES TO DS-CLS-USERID.
           MOVE SPACES TO DS-CLS-TRMID.
           MOVE 0 TO DS-CLS-DATE.
           MOVE 0 TO DS-CLS-TIME.

           IF PROVI = 'Y' THEN
                MOVE 'Y' TO DS-PROV-FLAG
                COMPUTE DS-PROV-DATE = EIBDATE + 1900000
           END-IF.

           EXEC CICS WRITE
                FILE('DISPUTE')
                FROM(DISPUTE-REC)
                LENGTH(DISPUTE-LEN)
                RIDFLD(DS-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'A CASE ALREADY EXISTS FOR THIS TRANSACTION'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF PROVI NOT = 'Y' THEN
                MOVE 'CASE RAISED - NO PROVISIONAL CREDIT'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * THE CASE ROW IS ON FILE BY HERE - A POSTING FAILURE TAKES
      * IT BACK OUT WITH THE CREDIT, BOTH OR NOTHING
           MOVE 8007 TO WS-ADJ-SEQNO.
           MOVE 'C' TO WS-ADJ-TYPE.
           MOVE DS-AMOUNT TO WS-ADJ-AMOUNT.
           PERFORM 600-POST-ADJUSTMENT THRU 600-POST-EXIT.
           IF WS-POST-OK-SW NOT = 'Y' THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE 'CASE RAISED - PROVISIONAL CREDIT POSTED'
                TO WS-MESSAGE.
           GO TO 999-ERROR-MSG-RETURN.

      * PF6 - CLOSE THE CASE UPHELD. THE PROVISIONAL CREDIT STANDS;
      * A CASE RAISED WITHOUT ONE IS CREDITED NOW ON 8007
       500-UPHOLD-CASE.

           MOVE '500-UPHOLD-CASE' TO WS-LAST-PARA.

           PERFORM 530-OPEN-CASE-FOR-CLOSE THRU 530-OPEN-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF NOT DS-PROV-CREDITED THEN
                MOVE 8007 TO WS-ADJ-SEQNO
                MOVE 'C' TO WS-ADJ-TYPE
                MOVE DS-AMOUNT TO WS-ADJ-AMOUNT
                PERFORM 600-POST-ADJUSTMENT THRU 600-POST-EXIT
                IF WS-POST-OK-SW NOT = 'Y' THEN
                     EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                MOVE 'Y' TO DS-PROV-FLAG
                COMPUTE DS-PROV-DATE = EIBDATE + 1900000
           END-IF.

           MOVE 'U' TO DS-STATUS.
           PERFORM 540-STAMP-AND-REWRITE THRU 540-STAMP-EXIT.

           MOVE 'CASE CLOSED UPHELD - CREDIT STANDS' TO WS-MESSAGE.
           GO TO 999-ERROR-MSG-RETURN.

      * PF7 - CLOSE THE CASE REJECTED. A PROVISIONAL CREDIT IS
      * REVERSED, REBILLING THE CHARGE, AS A DEBIT ON 8008; WITHOUT
      * ONE THE CHARGE NEVER LEFT THE BALANCE AND SIMPLY STOPS
      * BEING EXCLUDED FROM AGING, FEES AND LETTERS
       520-REJECT-CASE.

           MOVE '520-REJECT-CASE' TO WS-LAST-PARA.

           PERFORM 530-OPEN-CASE-FOR-CLOSE THRU 530-OPEN-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF DS-PROV-CREDITED THEN
                MOVE 8008 TO WS-ADJ-SEQNO
                MOVE 'D' TO WS-ADJ-TYPE
                MOVE DS-AMOUNT TO WS-ADJ-AMOUNT
                PERFORM 600-POST-ADJUSTMENT THRU 600-POST-EXIT
                IF WS-POST-OK-SW NOT = 'Y' THEN
                     EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
           END-IF.

           MOVE 'R' TO DS-STATUS.
           PERFORM 540-STAMP-AND-REWRITE THRU 540-STAMP-EXIT.

           MOVE 'CASE CLOSED REJECTED - CHARGE REBILLED' TO WS-MESSAGE.
           GO TO 999-ERROR-MSG-RETURN.

      * COMMON FRONT HALF OF BOTH CLOSURES - RECEIVE, THE DSPCLOSE
      * GRANT, THE DAY STATE (EITHER CLOSURE MAY POST), AND THE
      * CASE READ FOR UPDATE, WHICH MUST STILL BE OPEN. LEAVES
      * WS-KEY-OK-SW 'Y' ONLY WHEN THE CASE IS READY TO CLOSE
       530-OPEN-CASE-FOR-CLOSE.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPND')
                MAPSET('DCI8DND')
           END-EXEC.

           PERFORM 210-EDIT-KEY THRU 210-EDIT-EXIT.
           IF WS-KEY-OK-SW NOT = 'Y' THEN
                GO TO 530-OPEN-EXIT
           END-IF.
           MOVE 'N' TO WS-KEY-OK-SW.

           MOVE 'DSPCLOSE' TO FH-FUNCTION.
           PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT.
           IF FH-ALLOW NOT = 'Y' THEN
                MOVE 'NOT AUTHORIZED TO CLOSE DISPUTES' TO WS-MESSAGE
                GO TO 530-OPEN-EXIT
           END-IF.

           PERFORM 065-CHECK-DAYSTATE THRU 065-DAYSTATE-EXIT.
           IF WS-DAY-OPEN-SW NOT = 'Y' THEN
                MOVE 'POSTING IN PROGRESS - TRY AGAIN SHORTLY'
                     TO WS-MESSAGE
                GO TO 530-OPEN-EXIT
           END-IF.

           MOVE TX-KEY TO DS-KEY.

           EXEC CICS READ
                FILE('DISPUTE')
                INTO(DISPUTE-REC)
                LENGTH(DISPUTE-LEN)
                RIDFLD(DS-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'NO CASE ON FILE FOR THIS TRANSACTION'
                     TO WS-MESSAGE
                GO TO 530-OPEN-EXIT
           END-IF.

           IF NOT DS-OPEN THEN
                MOVE 'CASE IS ALREADY CLOSED' TO WS-MESSAGE
                GO TO 530-OPEN-EXIT
           END-IF.

           MOVE 'Y' TO WS-KEY-OK-SW.

       530-OPEN-EXIT.
           EXIT.

       540-STAMP-AND-REWRITE.

           MOVE EIBUSERID TO DS-CLS-USERID.
           MOVE EIBTRMID TO DS-CLS-TRMID.
           MOVE EIBDATE TO DS-CLS-DATE.
           MOVE EIBTIME TO DS-CLS-TIME.

           EXEC CICS REWRITE
                FILE('DISPUTE')
                FROM(DISPUTE-REC)
                LENGTH(DISPUTE-LEN)
           END-EXEC.

       540-STAMP-EXIT.
           EXIT.

      * POSTS ONE SYSTEM ROW ON THE DISPUTED ACCOUNT - WS-ADJ-SEQNO,
      * WS-ADJ-TYPE, WS-ADJ-AMOUNT - DATED TODAY, AND ADJUSTS
      * CURR-BAL ON THE SPOT, THE DCI8DPGT FEE-REVERSAL PATTERN. A
      * DUPLICATE KEY MEANS THE SAME RESERVED ROW ALREADY POSTED
      * TODAY ON THIS ACCOUNT; THE CALLER ROLLS BACK ON ANY MISS
       600-POST-ADJUSTMENT.

           MOVE '600-POST-ADJUSTMENT' TO WS-LAST-PARA.
           MOVE 'N' TO WS-POST-OK-SW.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE DS-ACCTNO TO CK-ACCTNO.
           MOVE 'DISPUTE' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 600-POST-EXIT
           END-IF.

           MOVE DS-ACCTNO TO ACCTNO.
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

           IF WS-ADJ-TYPE = 'C' THEN
                COMPUTE WS-NEW-BALANCE = CURR-BAL - WS-ADJ-AMOUNT
           ELSE
                COMPUTE WS-NEW-BALANCE = CURR-BAL + WS-ADJ-AMOUNT
           END-IF.

           IF WS-NEW-BALANCE > 99999999 OR
                WS-NEW-BALANCE < -99999999 THEN
                MOVE 'BALANCE WOULD OVERFLOW - NOTHING CHANGED'
                     TO WS-MESSAGE
                GO TO 600-POST-EXIT
           END-IF.

           MOVE DS-ACCTNO TO TX-ACCTNO.
           COMPUTE TX-DATE = EIBDATE + 1900000.
           MOVE WS-ADJ-SEQNO TO TX-SEQNO.
           MOVE WS-ADJ-TYPE TO TX-TYPE.
           MOVE WS-ADJ-AMOUNT TO TX-AMOUNT.
           COMPUTE TX-POST-DATE = EIBDATE + 1900000.
           MOVE 'DCI8DPHD' TO TX-POST-JOB.
           MOVE 'O' TO TX-SOURCE.

           EXEC CICS WRITE
                FILE('ACCTTXN')
                FROM(ACCTTXN-REC)
                LENGTH(ACCTTXN-LEN)
                RIDFLD(TX-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'A DISPUTE ROW ALREADY POSTED TODAY - RETRY LATER'
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

      * PF3 - BACK TO THE READ-ONLY INQUIRY ON THE KEYED ACCOUNT,
      * THE SAME 9-BYTE-COMMAREA XCTL AS DCI8DPGB'S LINE JUMP
       450-JUMP-INQUIRY.

           MOVE '450-JUMP-INQUIRY' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPND')
                MAPSET('DCI8DND')
           END-EXEC.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO WS-INQ-ACCTNO.

           EXEC CICS XCTL
                PROGRAM('DCI8DPGR')
                COMMAREA(WS-INQ-ACCTNO)
                LENGTH(9)
           END-EXEC.

       990-RETURN.

           EXEC CICS RETURN
                TRANSID('I8DB')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

       990-RETURN-EXIT.
           EXIT.

       999-ERROR-MSG-RETURN.

           MOVE LOW-VALUES TO MAPNDO.
           MOVE WS-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPND')
                MAPSET('DCI8DND')
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       999-EXIT.
           MOVE LOW-VALUES TO MAPNDO.
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

           MOVE LOW-VALUES TO MAPNDO.
           MOVE EL-MESSAGE TO MSGO.

           EXEC CICS SEND
                MAP('MAPND')
                MAPSET('DCI8DND')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

       END PROGRAM DCI8DPHD.
