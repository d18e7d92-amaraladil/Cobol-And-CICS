      * FROM THE DCI8DPGT COLLECTIONS LIST (PF2) WITH THE 9-BYTE
      * ACCOUNT COMMAREA, THE SAME JUMP AS THE INQUIRY. ENTER
      * RECORDS THE ARRANGEMENT (MONTHLY AMOUNT, NUMBER OF MONTHS,
      * FIRST DUE DATE), PF5 CANCELS A LIVE ONE, PF6 GOES ACROSS TO
      * THE DCI8DPHJ INCOME AND EXPENDITURE SCREEN FOR THE KEYED
      * ACCOUNT, PF9 RETURNS TO THE MENU. THE AGREED AMOUNT IS
      * CHECKED AGAINST THE DISPOSABLE INCOME ON INCEXP ONCE THE
      * ARRANGEMENT IS RECORDED - MORE THAN THE CUSTOMER HAS LEFT
      * OVER, OR NO I&E TAKEN AT ALL, IS WARNED ON BUT NOT REFUSED.
      * RECORDING AND CANCELLING ARE BOTH REFUSED ON AN ACCOUNT
      * CONNECTED TO THE OPERATOR (DCI8DPHN). THE NIGHTLY DCI8BARR
      * CHECK DOES THE MONITORING; WHILE AN ARRANGEMENT IS ON TRACK
      * THE DUNNING AND OVER-LIMIT FEE RUNS LEAVE THE ACCOUNT ALONE
      *****************************************************************

       ENVIRONMENT DIVISION.
      * COPY ARRANGEMENT RECORD LAYOUT
       COPY 'ARRANGE'.

      * COPY INCOME AND EXPENDITURE RECORD LAYOUT
       COPY 'INCEXP'.

      * COPY ACCOUNT RECORD LAYOUT - FOR THE CUST-ID THE I&E IS HELD
      * UNDER
       COPY 'ACCTREC'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.

       01 WS-RESP               PIC S9(8) COMP.
       77 WS-MONTHS-NUM         PIC 9(02) VALUE 0.
       77 WS-DUE-NUM            PIC 9(07) VALUE 0.

      * 'Y' WHEN 250-FIND-INCEXP FOUND THE ACCOUNT'S I&E
       77 WS-IE-FOUND-SW        PIC X(01) VALUE 'N'.
           88 WS-IE-FOUND              VALUE 'Y'.

      * AGREED-AMOUNT DE-EDIT WORK - THE SAME 285-DEEDIT PATTERN
      * THE AMOUNT SCREENS USE
       01 WS-ARR-VALUE         PIC 9(8)V99 VALUE 0.
       01 WS-DED-BAD-SW        PIC X(01) VALUE 'N'.
           88 WS-DED-BAD               VALUE 'Y'.

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

           EXEC CICS HANDLE AID
                PF5(400-CANCEL-ARRANGE)
                PF6(460-JUMP-INCEXP)
                PF9(999-EXIT)
           END-EXEC.


           MOVE LOW-VALUES TO MAPIO.
           MOVE DFHCOMMAREA(1:9) TO ACCTNOO.
           MOVE 'KEY AMOUNT, MONTHS AND FIRST DUE DATE - PF6 FOR I&E'
                TO MSGO.

           EXEC CICS SEND
               MAP('MAPI')
           END-IF.
           MOVE ARDUEI TO WS-DUE-NUM.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE ACCTNOI TO CK-ACCTNO.
           MOVE 'ARRANGE' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO AR-ACCTNO.

           EXEC CICS READ
           END-IF.

           MOVE 'ARRANGEMENT RECORDED' TO WS-MESSAGE.

           PERFORM 250-FIND-INCEXP THRU 250-EXIT.
           IF NOT WS-IE-FOUND THEN
                MOVE 'ARRANGEMENT RECORDED - NO I&E ON FILE (PF6)'
                     TO WS-MESSAGE
           ELSE IF AR-MONTHLY-AMT > IE-DISPOSABLE THEN
                MOVE 'ARRANGEMENT RECORDED - OVER DISPOSABLE INCOME'
                     TO WS-MESSAGE
                END-IF
           END-IF.

           GO TO 999-ERROR-MSG-RETURN.

      * THE KEYED ACCOUNT'S I&E - THE LINKED CUSTOMER'S ROW FIRST,
      * ELSE ONE HELD UNDER THE ACCOUNT NUMBER (SEE THE INCEXP
      * LAYOUT)
       250-FIND-INCEXP.

           MOVE 'N' TO WS-IE-FOUND-SW.

           MOVE ACCTNOI TO ACCTNO.
           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND CUST-ID > 0 THEN
                MOVE 'C' TO IE-SUBJ-TYPE
                MOVE SPACES TO IE-SUBJ-ID
                MOVE CUST-ID TO IE-SUBJ-CUSTID
                EXEC CICS READ
                     FILE('INCEXP')
                     INTO(INCEXP-REC)
                     LENGTH(INCEXP-LEN)
                     RIDFLD(IE-KEY)
                     RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = DFHRESP(NORMAL) THEN
                     MOVE 'Y' TO WS-IE-FOUND-SW
                     GO TO 250-EXIT
                END-IF
           END-IF.

           MOVE 'A' TO IE-SUBJ-TYPE.
           MOVE ACCTNOI TO IE-SUBJ-ID.
           EXEC CICS READ
                FILE('INCEXP')
                INTO(INCEXP-REC)
                LENGTH(INCEXP-LEN)
                RIDFLD(IE-KEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-IE-FOUND-SW
           END-IF.

       250-EXIT.
           EXIT.

      * PF5 - CANCEL THE KEYED ACCOUNT'S LIVE ARRANGEMENT. THE ROW
      * GOES TO FAILED SO THE ACCOUNT DROPS STRAIGHT BACK INTO THE
      * NORMAL AGING STREAM
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE ACCTNOI TO CK-ACCTNO.
           MOVE 'ARRCANCL' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO AR-ACCTNO.

           EXEC CICS READ
           MOVE 'ARRANGEMENT CANCELLED' TO WS-MESSAGE.
           GO TO 999-ERROR-MSG-RETURN.

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

      * TURN THE KEYED MONTHLY AMOUNT (DIGITS, AT MOST ONE POINT,
      * AT MOST TWO PENCE DIGITS) INTO WS-ARR-VALUE - THE SAME
      * 285-DEEDIT PATTERN THE AMOUNT SCREENS USE
       285-DEEDIT-EXIT.
           EXIT.

      * PF6 - ACROSS TO THE INCOME AND EXPENDITURE SCREEN FOR THE
      * KEYED ACCOUNT, THE SAME 9-BYTE-COMMAREA XCTL THE COLLECTIONS
      * LIST USES TO GET HERE. ITS PF3 COMES BACK THE SAME WAY
       460-JUMP-INCEXP.

           MOVE '460-JUMP-INCEXP' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(110-PAINT-BLANK)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAPI')
                MAPSET('DCI8DMI')
           END-EXEC.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY THE ACCOUNT NUMBER FIRST' TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE ACCTNOI TO AR-ACCTNO.

           EXEC CICS XCTL
                PROGRAM('DCI8DPHJ')
                COMMAREA(AR-ACCTNO)
                LENGTH(9)
           END-EXEC.

       600-ARRANGE-NOTFND.

           MOVE 'NO ARRANGEMENT ON FILE FOR THAT ACCOUNT'
