      * PF2 TRANSFERS BETWEEN TWO ACCOUNTS AS ONE UNIT - THE PAIRED
      * DEBIT AND CREDIT ROWS AND BOTH BALANCE ADJUSTMENTS EITHER
      * ALL COMMIT OR ALL ROLL BACK, SO THE BOOKS CAN NEVER BE HALF
      * OUT THE WAY TWO HAND-KEYED TXNIN ROWS COULD LEAVE THEM.
      * BOTH TRANSFER LEGS CARRY TX-SOURCE 'T' RATHER THAN 'O' - NO
      * MONEY PASSES THROUGH THE BANK, SO THE DCI8BCSR CASH
      * RECONCILIATION LEAVES THEM OUT OF THE ONLINE CHANNEL
      * THE MERCHANT OR PAYEE, CATEGORY AND REFERENCE KEYED WITH THE
      * POSTING ARE FILED ON TXNNARR UNDER THE NEW ROW'S KEY IN THE
      * SAME UNIT OF WORK; A TRANSFER LEG WITH NO MERCHANT KEYED IS
      * NARRATED WITH THE OTHER ACCOUNT'S NUMBER
      * EVERY ROW IS DATED TODAY, SO NOTHING CAN BE BACK-VALUED FROM
      * HERE - BUT IF TODAY ITSELF FALLS IN AN ACCOUNTING PERIOD
      * DCI8BPCL HAS CLOSED (ON OR BEFORE THE ACCTCTL 'PRDCLOSE'
      * DATE) BOTH THE SINGLE POSTING AND THE TRANSFER REFUSE.
      * NEITHER WILL TOUCH AN ACCOUNT THAT IS THE OPERATOR'S OWN OR
      * CONNECTED TO THEM (DCI8DPHN) - ON A TRANSFER, EITHER SIDE
      *****************************************************************

       ENVIRONMENT DIVISION.

      * COPY MONETARY TRANSACTION RECORD LAYOUT
       COPY 'ACCTTXN'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY TRANSACTION NARRATIVE SATELLITE LAYOUT
       COPY 'TXNNARR'.

      * COPY SYSTEM CONTROL RECORD LAYOUT - THE 'DAYSTATE' AND
      * 'PRDCLOSE' ROWS
       COPY 'ACCTCTL'.

      * OWN-STATE COMMAREA IS 4 BYTES SO A RE-ENTRY CAN BE TOLD
       01 WS-DAY-RESP           PIC S9(8) COMP.
       77 WS-DAY-OPEN-SW        PIC X(01) VALUE 'Y'.

      * CLOSED-PERIOD READ WORK - SEE 066-CHECK-PERIOD
       01 WS-PRD-RESP           PIC S9(8) COMP.
       77 WS-PRD-OPEN-SW        PIC X(01) VALUE 'Y'.


      * THE KEYED AMOUNT AFTER DE-EDITING - SAME 285-DEEDIT PATTERN
      * AS DCI8DPGJ'S VALUE FIELD, WIDENED TO THE FULL TXN RANGE
       77 WS-FROM-ACCTNO        PIC X(09) VALUE SPACES.
       77 WS-FROM-NEWBAL        PIC S9(10)V99 COMP-3 VALUE 0.

      * THE KEYED NARRATIVE - SPACES WHERE A FIELD WAS LEFT EMPTY
       77 WS-NARR-MERCHANT      PIC X(30) VALUE SPACES.
       77 WS-NARR-CATEGORY      PIC X(04) VALUE SPACES.
       77 WS-NARR-REF           PIC X(16) VALUE SPACES.
       77 WS-NARR-OK-SW         PIC X(01) VALUE 'Y'.

      * WS-NEW-BALANCE IS SIGNED AND WIDER THAN CURR-BAL SO A
      * POSTING THAT WOULD OVERFLOW THE BALANCE FIELD IS CAUGHT AND
      * REFUSED INSTEAD OF WRITTEN BAD - THE SAME PROTECTION
       77 WS-CKD-EXPECT-X      PIC X(01).
       77 WS-CKD-OK-SW         PIC X(01) VALUE 'N'.

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

      * NAME OF THE PARAGRAPH CURRENTLY EXECUTING, KEPT CURRENT SO
      * 999-UNHANDLED-ERROR CAN TELL DCI8DPGZ WHERE AN UNEXPECTED
      * CONDITION WAS RAISED
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * NOR MAY ANYTHING BE DATED INTO A CLOSED ACCOUNTING PERIOD
           PERFORM 066-CHECK-PERIOD THRU 066-PERIOD-EXIT.
           IF WS-PRD-OPEN-SW NOT = 'Y' THEN
                MOVE 'TODAY IS IN A CLOSED ACCOUNTING PERIOD'
                     TO MSGO
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * THE SAME FIELD EDITS DCI8BPST'S 2100-VALIDATE-TXN APPLIES TO
      * A TXNIN ROW - A TRANSACTION THAT WOULD BOUNCE OFF THE
      * NIGHTLY EDIT MUST BOUNCE OFF THIS SCREEN THE SAME WAY
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 280-TAKE-NARRATIVE THRU 280-TAKE-EXIT.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE ACCTNOI TO CK-ACCTNO.
           MOVE 'POSTING' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO MSGO
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                GO TO 999-ERROR-MSG-RETURN
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
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-NARR-MERCHANT TO NR-MERCHANT.
           PERFORM 310-FILE-NARRATIVE THRU 310-FILE-EXIT.

           IF WS-NARR-OK-SW NOT = 'Y' THEN
                EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                MOVE 'NARRATIVE WRITE FAILED - NOTHING POSTED' TO MSGO
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE LOW-VALUES TO MAPDO.
           MOVE ACCTNO TO ACCTNOO.
           MOVE WS-NEW-BALANCE TO WS-NEWBAL-DISP.
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * NOR MAY ANYTHING BE DATED INTO A CLOSED ACCOUNTING PERIOD
           PERFORM 066-CHECK-PERIOD THRU 066-PERIOD-EXIT.
           IF WS-PRD-OPEN-SW NOT = 'Y' THEN
                MOVE 'TODAY IS IN A CLOSED ACCOUNTING PERIOD'
                     TO MSGO
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                ERROR(999-UNHANDLED-ERROR)
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           PERFORM 280-TAKE-NARRATIVE THRU 280-TAKE-EXIT.

      * NEITHER SIDE OF A TRANSFER MAY BE CONNECTED TO THE OPERATOR
           MOVE ACCTNOI TO CK-ACCTNO.
           MOVE 'TRANSFER' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'FROM ACCOUNT IS CONNECTED TO YOU - REFUSED'
                     TO MSGO
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE TOACCTI TO CK-ACCTNO.
           MOVE 'TRANSFER' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'TO ACCOUNT IS CONNECTED TO YOU - REFUSED'
                     TO MSGO
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * BOTH SIDES ARE PROVED WITH PLAIN READS FIRST - NON-RLS CICS
      * ALLOWS ONLY ONE OUTSTANDING READ UPDATE PER FILE PER TASK,
      * SO EACH LEG TAKES ITS UPDATE LOCK ONLY WHEN IT IS READY TO
           MOVE WS-TXN-VALUE TO TX-AMOUNT.
           COMPUTE TX-POST-DATE = EIBDATE + 1900000.
           MOVE 'DCI8DPGD' TO TX-POST-JOB.
           MOVE 'T' TO TX-SOURCE.

           EXEC CICS WRITE
                FILE('ACCTTXN')
                GO TO 400-ROLL-BACK
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

           MOVE WS-FROM-NEWBAL TO CURR-BAL.
           EXEC CICS REWRITE
                FILE('ACCTFILE')
                GO TO 400-ROLL-BACK
           END-IF.

           MOVE WS-NARR-MERCHANT TO NR-MERCHANT.
           IF NR-MERCHANT = SPACES THEN
                STRING 'TRANSFER TO ' TOACCTI
                     DELIMITED BY SIZE INTO NR-MERCHANT
           END-IF.
           PERFORM 310-FILE-NARRATIVE THRU 310-FILE-EXIT.

           IF WS-NARR-OK-SW NOT = 'Y' THEN
                GO TO 400-ROLL-BACK
           END-IF.

      * THE CREDIT LEG - THE FROM-SIDE REWRITE COMPLETED THAT
      * UPDATE, SO THE TO-SIDE LOCK IS NOW THE TASK'S ONLY ONE
           MOVE TOACCTI TO ACCTNO.
           MOVE WS-TXN-VALUE TO TX-AMOUNT.
           COMPUTE TX-POST-DATE = EIBDATE + 1900000.
           MOVE 'DCI8DPGD' TO TX-POST-JOB.
           MOVE 'T' TO TX-SOURCE.

           EXEC CICS WRITE
                FILE('ACCTTXN')
                GO TO 400-ROLL-BACK
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
                GO TO 400-ROLL-BACK
           END-IF.

           MOVE WS-NARR-MERCHANT TO NR-MERCHANT.
           IF NR-MERCHANT = SPACES THEN
                STRING 'TRANSFER FROM ' WS-FROM-ACCTNO
                     DELIMITED BY SIZE INTO NR-MERCHANT
           END-IF.
           PERFORM 310-FILE-NARRATIVE THRU 310-FILE-EXIT.

           IF WS-NARR-OK-SW NOT = 'Y' THEN
                GO TO 400-ROLL-BACK
           END-IF.

           MOVE LOW-VALUES TO MAPDO.
           MOVE WS-FROM-ACCTNO TO ACCTNOO.
           MOVE TOACCTI TO TOACCTO.
       285-DEEDIT-EXIT.
           EXIT.

      * PICK UP THE KEYED NARRATIVE - A FIELD NEVER TOUCHED COMES IN
      * AS LOW-VALUES AND IS HELD AS SPACES
       280-TAKE-NARRATIVE.

           MOVE SPACES TO WS-NARR-MERCHANT.
           MOVE SPACES TO WS-NARR-CATEGORY.
           MOVE SPACES TO WS-NARR-REF.

           IF MERCHL > 0 AND MERCHI NOT = LOW-VALUES THEN
                MOVE MERCHI TO WS-NARR-MERCHANT
           END-IF.

           IF CATEGL > 0 AND CATEGI NOT = LOW-VALUES THEN
                MOVE CATEGI TO WS-NARR-CATEGORY
           END-IF.

           IF OREFL > 0 AND OREFI NOT = LOW-VALUES THEN
                MOVE OREFI TO WS-NARR-REF
           END-IF.

       280-TAKE-EXIT.
           EXIT.

      * FILE THE NARRATIVE ON TXNNARR UNDER THE TX-KEY JUST WRITTEN -
      * THE CALLER HAS SET NR-MERCHANT. NOTHING KEYED FILES NOTHING.
      * WS-NARR-OK-SW COMES BACK 'N' ON A FAILED WRITE SO THE CALLER
      * CAN ROLL THE WHOLE POSTING BACK
       310-FILE-NARRATIVE.

           MOVE '310-FILE-NARRATIVE' TO WS-LAST-PARA.
           MOVE 'Y' TO WS-NARR-OK-SW.

           IF NR-MERCHANT = SPACES AND WS-NARR-CATEGORY = SPACES AND
                WS-NARR-REF = SPACES THEN
                GO TO 310-FILE-EXIT
           END-IF.

           MOVE TX-KEY TO NR-KEY.
           MOVE WS-NARR-CATEGORY TO NR-CATEGORY.
           MOVE WS-NARR-REF TO NR-ORIG-REF.

           EXEC CICS WRITE
                FILE('TXNNARR')
                FROM(TXNNARR-REC)
                LENGTH(TXNNARR-LEN)
                RIDFLD(NR-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'N' TO WS-NARR-OK-SW
           END-IF.

       310-FILE-EXIT.
           EXIT.

      * DRAW THE NEXT ONLINE SEQUENCE FOR THIS ACCOUNT AND TODAY -
      * ONLINE ROWS LIVE IN THE 9001-9999 RANGE SO THEY CAN NEVER
      * COLLIDE WITH THE TXNIN FEED'S OWN LOW-RANGE NUMBERING. THE
       065-DAYSTATE-EXIT.
           EXIT.

      * THE ACCTCTL 'PRDCLOSE' ROW CARRIES THE LAST DAY OF THE LATEST
      * ACCOUNTING PERIOD DCI8BPCL HAS CLOSED, AS YYYYDDD - A ROW
      * DATED ON OR BEFORE IT WOULD CHANGE FIGURES ALREADY REPORTED.
      * A MISSING ROW OR ZERO MEANS NOTHING IS CLOSED
       066-CHECK-PERIOD.

           MOVE 'Y' TO WS-PRD-OPEN-SW.
           COMPUTE WS-TODAY-YYYYDDD = EIBDATE + 1900000.
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

       066-PERIOD-EXIT.
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
