      * FED, DATE, SEQ) AND THE CORRECTED ACCOUNT REALLOCATES IT -
      * THE ACCTTXN ROW AND BALANCE ADJUSTMENT POST AT THAT MOMENT,
      * WITH THE SAME LUHN EDIT AND OVERFLOW GUARD AS EVERY OTHER
      * MONEY PATH, AND THE ITEM CLOSES WITH A WHO/WHERE/WHEN STAMP.
      * DCI8BLBX PARKS THE LOCKBOX CHEQUES IT COULD NOT MATCH HERE
      * TOO. PF5 WITH AN ITEM KEYED SHOWS WHERE IT CAME FROM, WHY IT
      * PARKED AND THE PAYER DETAILS KEPT WITH IT - THE NAME AND
      * REFERENCE AS WRITTEN, THE CHEQUE NUMBER AND THE DRAWER'S
      * SORT CODE AND BANK ACCOUNT - FOR THE RESEARCH.
      * AN ITEM DATED INTO AN ACCOUNTING PERIOD DCI8BPCL HAS CLOSED
      * (ON OR BEFORE THE ACCTCTL 'PRDCLOSE' DATE) CANNOT POST ON ITS
      * OWN DATE - ENTER REFUSES IT. PF6 POSTS IT AS A BACK-VALUE
      * ENTRY INSTEAD, RE-DATED TO TODAY, WITH THE ORIGINAL EFFECTIVE
      * DATE AND WHO AUTHORIZED IT FILED ON BACKVAL UNDER THE NEW ROW'S
      * KEY IN THE SAME UNIT OF WORK. PF6 NEEDS FUNCAUTH 'BACKVAL' -
      * BY DEFAULT A FULL-CLASS SUPERVISOR. NEITHER KEY WILL PUT THE
      * MONEY ON AN ACCOUNT THAT IS THE OPERATOR'S OWN OR CONNECTED
      * TO THEM (DCI8DPHN)
      *****************************************************************

       ENVIRONMENT DIVISION.
       COPY 'SUSPENSE'.
       COPY 'ACCTREC'.
       COPY 'ACCTTXN'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY SYSTEM CONTROL RECORD LAYOUT - THE 'DAYSTATE' AND
      * 'PRDCLOSE' ROWS
       COPY 'ACCTCTL'.

      * COPY BACK-VALUE SATELLITE AND OPERATOR RECORD LAYOUTS
       COPY 'BACKVAL'.
       COPY 'OPERREC'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.
       01 WS-DAY-RESP           PIC S9(8) COMP.
       77 WS-DAY-OPEN-SW        PIC X(01) VALUE 'Y'.

      * CLOSED-PERIOD READ WORK - SEE 066-CHECK-PERIOD. WS-POST-DATE
      * IS THE DATE THE REALLOCATED ROW POSTS UNDER - THE ITEM'S OWN,
      * OR TODAY FOR A PF6 BACK-VALUE
       01 WS-PRD-RESP           PIC S9(8) COMP.
       77 WS-CLOSED-THRU        PIC 9(08) VALUE 0.
       77 WS-TODAY-YYYYDDD      PIC S9(7) COMP-3 VALUE 0.
       77 WS-POST-DATE          PIC S9(7) COMP-3 VALUE 0.
       77 WS-BACKVAL-SW         PIC X(01) VALUE 'N'.
       01 WS-BV-RESP            PIC S9(8) COMP.

      * COMMAREA SHAPE SHARED WITH DCI8DPGH, THE FUNCTION-AUTHORITY
      * CHECKER - THE PF6 BACK-VALUE IS GATED ON BACKVAL
       01 WS-FUNCAUTH-CA.
           05 FH-OPER-ID         PIC X(3).
           05 FH-CLASS           PIC X(1).
           05 FH-FUNCTION        PIC X(8).
           05 FH-DEFAULT         PIC X(1).
           05 FH-ALLOW           PIC X(1).

       01 WS-FUNCAUTH-CA-LEN    PIC S9(4) COMP VALUE +14.
       01 WS-FH-RESP            PIC S9(8) COMP.


       01 WS-COMMAREA           PIC X(4) VALUE SPACES.
       01 WS-COMMAREA-LENGTH    PIC S9(4) COMP VALUE 4.
       77 WS-LIST-COUNT         PIC S9(4) COMP VALUE 0.
       77 WS-LIST-EOF           PIC X(01) VALUE 'N'.

      * PF5 DETAIL AREAS - WHERE THE KEYED ITEM CAME FROM AND WHAT
      * THE PAYER GAVE US
       01 WS-PAYER-LINE1.
           05 FILLER            PIC X(5) VALUE 'FROM '.
           05 PL-SOURCE         PIC X(8).
           05 FILLER            PIC X(7) VALUE '  NAME '.
           05 PL-NAME           PIC X(30).
           05 FILLER            PIC X(10) VALUE SPACES.

       01 WS-PAYER-LINE2.
           05 FILLER            PIC X(4) VALUE 'REF '.
           05 PL-REF            PIC X(16).
           05 FILLER            PIC X(6) VALUE '  CHQ '.
           05 PL-CHEQUE         PIC X(8).
           05 FILLER            PIC X(7) VALUE '  BANK '.
           05 PL-SORT-CODE      PIC X(6).
           05 FILLER            PIC X(1) VALUE '/'.
           05 PL-BANK-ACCT      PIC X(8).
           05 FILLER            PIC X(4) VALUE SPACES.

       01 WS-DETAIL-MSG.
           05 DM-REASON         PIC X(35).
           05 FILLER            PIC X(3) VALUE ' - '.
           05 DM-STATUS         PIC X(22).

       77 WS-SDATE-NUM          PIC 9(07) VALUE 0.
       77 WS-SSEQ-NUM           PIC 9(04) VALUE 0.

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

       01 WS-LAST-PARA          PIC X(20) VALUE SPACES.

      * COMMAREA SHAPE SHARED WITH DCI8DPGZ, THE UNHANDLED-CONDITION
           END-IF.

           EXEC CICS HANDLE AID
                PF5(400-SHOW-ITEM)
                PF6(250-BACK-VALUE)
                PF7(300-LIST-ITEMS)
                PF9(999-EXIT)
           END-EXEC.
           MOVE '100-FIRST-TIME' TO WS-LAST-PARA.

           MOVE LOW-VALUES TO MAPSO.
           MOVE 'PF7 LISTS ITEMS, PF5 SHOWS ONE, PF6 BACK-VALUES ONE'
                TO MSGO.

           EXEC CICS SEND
               MAP('MAPS')
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * NOBODY PUTS SUSPENSE MONEY ONTO AN ACCOUNT THAT IS THEIR OWN
      * OR CONNECTED TO THEM - DCI8DPHN REFUSES IT AND LOGS THE
      * ATTEMPT
           MOVE NACCTI TO CK-ACCTNO.
           MOVE 'SUSPENSE' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE SACCTI TO SU-ACCTNO.
           MOVE WS-SDATE-NUM TO SU-DATE.
           MOVE WS-SSEQ-NUM TO SU-SEQNO.
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * AN ITEM DATED INTO A CLOSED ACCOUNTING PERIOD POSTS ONLY AS
      * A PF6 BACK-VALUE, AND PF6 IS ONLY FOR SUCH AN ITEM
           PERFORM 066-CHECK-PERIOD THRU 066-PERIOD-EXIT.
           MOVE SU-DATE TO WS-POST-DATE.

           IF SU-DATE > WS-CLOSED-THRU AND WS-BACKVAL-SW = 'Y' THEN
                MOVE 'ITEM IS IN AN OPEN PERIOD - ENTER REALLOCATES'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF SU-DATE NOT > WS-CLOSED-THRU THEN
                PERFORM 260-AUTHORIZE-BACKVAL THRU 260-AUTHORIZE-EXIT
                IF WS-MESSAGE NOT = SPACES THEN
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
                MOVE WS-TODAY-YYYYDDD TO WS-POST-DATE
           END-IF.

           MOVE NACCTI TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')

      * THE REALLOCATED ROW KEEPS THE FEED'S OWN DATE AND SEQUENCE
      * UNDER THE CORRECTED ACCOUNT, SO THE STATEMENT PERIOD IT
      * BELONGED TO STILL PICKS IT UP - UNLESS THAT PERIOD IS CLOSED,
      * WHEN THE BACK-VALUE POSTS IT TODAY
           MOVE ACCTNO TO TX-ACCTNO.
           MOVE WS-POST-DATE TO TX-DATE.
           MOVE SU-SEQNO TO TX-SEQNO.
           MOVE SU-TYPE TO TX-TYPE.
           MOVE SU-AMOUNT TO TX-AMOUNT.
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

      * A BACK-VALUE FILES ITS ORIGINAL DATE AND AUTHORITY IN THE SAME
      * UNIT OF WORK - WITHOUT IT THE RE-DATED ROW MUST NOT STAND
           IF WS-BACKVAL-SW = 'Y' THEN
                PERFORM 270-FILE-BACKVAL THRU 270-FILE-EXIT
                IF WS-BV-RESP NOT = DFHRESP(NORMAL) THEN
                     EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                     MOVE 'BACK-VALUE NOT RECORDED - NOTHING POSTED'
                          TO WS-MESSAGE
                     GO TO 999-ERROR-MSG-RETURN
                END-IF
           END-IF.

           MOVE 'R' TO SU-STATUS.
           MOVE ACCTNO TO SU-RES-ACCTNO.
           MOVE EIBUSERID TO SU-RES-USERID.
                LENGTH(SUSPENSE-LEN)
           END-EXEC.

           IF WS-BACKVAL-SW = 'Y' THEN
                MOVE 'ITEM BACK-VALUED TO TODAY - BALANCE UPDATED'
                     TO WS-MESSAGE
           ELSE
                MOVE 'ITEM REALLOCATED - BALANCE UPDATED' TO WS-MESSAGE
           END-IF.
           GO TO 999-ERROR-MSG-RETURN.

      * PF6 - REALLOCATE THE KEYED ITEM AS A BACK-VALUE ENTRY. THE
      * EDITS AND POSTING ARE ENTER'S; ONLY THE DATE AND THE BACKVAL
      * ROW DIFFER
       250-BACK-VALUE.

           MOVE '250-BACK-VALUE' TO WS-LAST-PARA.
           MOVE 'Y' TO WS-BACKVAL-SW.

           EXEC CICS RECEIVE
                MAP('MAPS')
                MAPSET('DCI8DMS')
           END-EXEC.

           GO TO 200-REALLOCATE.

      * AN ITEM IN A CLOSED PERIOD - REFUSED ON ENTER, AND ON PF6
      * UNLESS THE OPERATOR HOLDS BACKVAL AND TODAY IS ITSELF OPEN.
      * LEAVES WS-MESSAGE SET WHEN IT REFUSES
       260-AUTHORIZE-BACKVAL.

           MOVE SPACES TO WS-MESSAGE.

           IF WS-BACKVAL-SW NOT = 'Y' THEN
                MOVE 'ITEM IS IN A CLOSED PERIOD - PF6 BACK-VALUES IT'
                     TO WS-MESSAGE
                GO TO 260-AUTHORIZE-EXIT
           END-IF.

           IF WS-TODAY-YYYYDDD NOT > WS-CLOSED-THRU THEN
                MOVE 'TODAY IS IN A CLOSED ACCOUNTING PERIOD'
                     TO WS-MESSAGE
                GO TO 260-AUTHORIZE-EXIT
           END-IF.

           MOVE 'BACKVAL' TO FH-FUNCTION.
           PERFORM 170-CHECK-AUTHORITY THRU 170-CHECK-EXIT.
           IF FH-ALLOW NOT = 'Y' THEN
                MOVE 'BACK-VALUE NEEDS SUPERVISOR AUTHORITY'
                     TO WS-MESSAGE
           END-IF.

       260-AUTHORIZE-EXIT.
           EXIT.

      * THE BACKVAL ROW - UNDER THE NEW ACCTTXN KEY, THE ITEM'S OWN
      * DATE AND KEY, AND WHO/WHERE/WHEN
       270-FILE-BACKVAL.

           MOVE TX-ACCTNO TO BV-ACCTNO.
           MOVE TX-DATE TO BV-DATE.
           MOVE TX-SEQNO TO BV-SEQNO.
           MOVE SU-DATE TO BV-ORIG-DATE.
           MOVE SU-ACCTNO TO BV-ORIG-ACCTNO.
           MOVE SU-SEQNO TO BV-ORIG-SEQNO.
           MOVE 'DCI8DPGS' TO BV-PROGRAM.
           MOVE EIBOPID TO BV-OPER-ID.
           MOVE EIBUSERID TO BV-USERID.
           MOVE EIBTRMID TO BV-TRMID.
           MOVE EIBDATE TO BV-AUTH-DATE.
           MOVE EIBTIME TO BV-AUTH-TIME.

           EXEC CICS WRITE
                FILE('BACKVAL')
                FROM(BACKVAL-REC)
                LENGTH(BACKVAL-LEN)
                RIDFLD(BV-KEY)
                RESP(WS-BV-RESP)
           END-EXEC.

       270-FILE-EXIT.
           EXIT.

      * LOOKS THE SIGNED-ON OPERATOR'S CLASS UP AND ASKS DCI8DPGH
      * WHETHER THE FUNCTION IN FH-FUNCTION IS ALLOWED. THE LEGACY
      * ANSWER IS THE SUPERVISOR RULE - AN ACTIVE FULL-CLASS OPERATOR
       170-CHECK-AUTHORITY.

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
                IF OPER-CLASS-FULL AND NOT OPER-REVOKED THEN
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

      * PF7 - LIST THE NEXT OPEN ITEMS, SIX A SCREENFUL IN KEY ORDER
       300-LIST-ITEMS.

       310-LIST-EXIT.
           EXIT.

      * PF5 - SHOW THE KEYED ITEM'S SOURCE, REASON AND PAYER DETAILS.
      * NOTHING IS UPDATED, SO THE BATCH WINDOW DOES NOT MATTER HERE
       400-SHOW-ITEM.

           MOVE '400-SHOW-ITEM' TO WS-LAST-PARA.

           EXEC CICS RECEIVE
                MAP('MAPS')
                MAPSET('DCI8DMS')
           END-EXEC.

           IF SACCTL = 0 OR SACCTI = SPACES THEN
                MOVE 'KEY THE SUSPENSE ITEM OFF THE LIST FIRST'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           IF SDATEI IS NOT NUMERIC OR SSEQI IS NOT NUMERIC THEN
                MOVE 'ITEM DATE/SEQ MUST BE NUMERIC' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.
           MOVE SDATEI TO WS-SDATE-NUM.
           MOVE SSEQI TO WS-SSEQ-NUM.

           MOVE SACCTI TO SU-ACCTNO.
           MOVE WS-SDATE-NUM TO SU-DATE.
           MOVE WS-SSEQ-NUM TO SU-SEQNO.

      * AN ITEM PARKED BEFORE THE PAYER DETAILS WERE KEPT IS SHORTER
      * THAN THE RECORD AREA - CLEAR THE TAIL SO IT SHOWS BLANK
           MOVE SPACES TO SU-SOURCE.
           MOVE SPACES TO SU-PAYER-INFO.

           EXEC CICS READ
                FILE('SUSPENSE')
                INTO(SUSPENSE-REC)
                LENGTH(SUSPENSE-LEN)
                RIDFLD(SU-KEY)
           END-EXEC.

           MOVE LOW-VALUES TO MAPSO.
           MOVE SU-ACCTNO TO SACCTO.
           MOVE WS-SDATE-NUM TO SDATEO.
           MOVE WS-SSEQ-NUM TO SSEQO.

           MOVE SU-SOURCE TO PL-SOURCE.
           MOVE SU-PAYER-NAME TO PL-NAME.
           MOVE SU-PAYER-REF TO PL-REF.
           MOVE SU-CHEQUE-NO TO PL-CHEQUE.
           MOVE SU-SORT-CODE TO PL-SORT-CODE.
           MOVE SU-BANK-ACCT TO PL-BANK-ACCT.
           MOVE WS-PAYER-LINE1 TO PAYER1O.
           MOVE WS-PAYER-LINE2 TO PAYER2O.

           MOVE SU-REASON TO DM-REASON.
           IF SU-REALLOCATED THEN
                MOVE 'REALLOCATED' TO DM-STATUS
                MOVE SU-RES-ACCTNO TO DM-STATUS(14:9)
           ELSE
                MOVE 'OPEN' TO DM-STATUS
           END-IF.
           MOVE WS-DETAIL-MSG TO MSGO.

           EXEC CICS SEND
                MAP('MAPS')
                MAPSET('DCI8DMS')
                ERASE
           END-EXEC.

           PERFORM 990-RETURN THRU 990-RETURN-EXIT.

      * WORKS OUT WHETHER THE 9TH CHARACTER OF THE KEYED CORRECTED
      * ACCOUNT IS THE RIGHT LUHN CHECK DIGIT - SAME SCHEME AS
      * DCI8DPGE'S EDIT, KEPT IN LOCKSTEP BY CONVENTION
       065-DAYSTATE-EXIT.
           EXIT.

      * THE ACCTCTL 'PRDCLOSE' ROW CARRIES THE LAST DAY OF THE LATEST
      * ACCOUNTING PERIOD DCI8BPCL HAS CLOSED, AS YYYYDDD. A MISSING
      * ROW MEANS NOTHING IS CLOSED. TODAY IS SET HERE TOO
       066-CHECK-PERIOD.

           MOVE 0 TO WS-CLOSED-THRU.
           COMPUTE WS-TODAY-YYYYDDD = EIBDATE + 1900000.
           MOVE 'PRDCLOSE' TO CT-KEYNAME.

           EXEC CICS READ
                FILE('ACCTCTL')
                INTO(ACCTCTL-REC)
                LENGTH(ACCTCTL-LEN)
                RIDFLD(CT-KEYNAME)
                RESP(WS-PRD-RESP)
           END-EXEC.

           IF WS-PRD-RESP = DFHRESP(NORMAL) THEN
                MOVE CT-NEXT-ACCTNO TO WS-CLOSED-THRU
           END-IF.

       066-PERIOD-EXIT.
           EXIT.

       600-ITEM-NOTFND.

           MOVE 'SUSPENSE ITEM NOT ON FILE' TO WS-MESSAGE.
