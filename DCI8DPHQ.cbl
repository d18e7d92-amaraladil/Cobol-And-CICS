       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DPHQ.
       AUTHOR. AMAR AL-ADIL.

      * SHARED CUSTOMER OVERALL-LIMIT CHECKER - LINKED BY EVERY
      * ONLINE PATH THAT SETS OR RAISES CRLIMIT (THE DCI8DPGE EDIT
      * BEHIND DCI8DPGC, DCI8DPGU, DCI8DPGW, DCI8DWSC AND DCI8DWSU;
      * THE DCI8DPGA RELEASE OF A STAGED RAISE; THE DCI8DPGJ BULK
      * ADJUSTMENT; THE DCI8DPHA LINK). THE CALLER NAMES THE ACCOUNT
      * AND THE LIMIT IT IS ABOUT TO GIVE IT; THIS PROGRAM FINDS THE
      * CUSTOMER, ADDS UP THE CRLIMIT OF THE CUSTOMER'S OTHER LINKED
      * ACCOUNTS ON THE CUSTACCT PATH, AND ANSWERS OVER Y/N AGAINST
      * CM-OVERALL-LIMIT ON CUSTMAST.
      * AN ACCOUNT NOT YET ON ACCTFILE (A NEW ACCOUNT OR APPLICATION)
      * IS MATCHED TO A CUSTOMER THE DCI8BCML WAY - AN ACCTNAME ROW
      * WITH THE SAME SURNAME AND ADDR1 ALREADY LINKED - AND THE
      * MATCHED CUSTOMER IS HANDED BACK SO THE CALLER CAN LINK THE
      * NEW ACCOUNT WHEN IT WRITES IT. AN ACCOUNT ON FILE BUT NOT
      * LINKED BELONGS TO NO CUSTOMER AND IS NEVER OVER.
      * OVER IS ONLY ANSWERED FOR A RAISE - A LIMIT HELD OR CUT ON A
      * CUSTOMER ALREADY OVER (A LEGACY CASE, ON THE DCI8BCOL WEEKLY
      * REPORT) IS LEFT FOR RISK TO DECIDE. A ZERO OVERALL LIMIT
      * MEANS NONE SET

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY ACCTFILE AND CUSTOMER MASTER LAYOUTS
       COPY 'ACCTREC'.
       COPY 'CUSTMAST'.

       01 WS-CUSTLIM-CA.
           05 OL-ACCTNO          PIC X(9).
           05 OL-SNAME           PIC X(15).
           05 OL-ADDR1           PIC X(20).
           05 OL-NEW-CRLIMIT     PIC 9(8)V99.
           05 OL-CUSTID          PIC 9(8).
           05 OL-OVERALL         PIC 9(8)V99.
           05 OL-TOTAL           PIC 9(10)V99.
           05 OL-OVER            PIC X(1).

       01 WS-RESP               PIC S9(8) COMP.

      * THE ACCOUNT'S LIMIT TODAY - ZERO FOR ONE NOT YET ON FILE
       01 WS-CURR-CRLIMIT       PIC 9(8)V99 VALUE 0.

      * MIRROR KEY FOR THE CUSTACCT ALTERNATE PATH BROWSE
       01 WS-CUSTACCT-KEY       PIC 9(08) VALUE 0.

       77 WS-BROWSE-EOF         PIC X(01) VALUE 'N'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(85).

       PROCEDURE DIVISION.

       000-CHECK-CUSTOMER-LIMIT.

           MOVE DFHCOMMAREA TO WS-CUSTLIM-CA.
           MOVE 0 TO OL-CUSTID.
           MOVE 0 TO OL-OVERALL.
           MOVE 0 TO OL-TOTAL.
           MOVE 'N' TO OL-OVER.
           MOVE 0 TO WS-CURR-CRLIMIT.

      * ACCTNAME CAN HOLD MORE THAN ONE ACCOUNT PER SURNAME
           EXEC CICS IGNORE CONDITION
                DUPKEY
           END-EXEC.

           MOVE OL-ACCTNO TO ACCTNO.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                IF CUST-ID IS NUMERIC THEN
                     MOVE CUST-ID TO OL-CUSTID
                END-IF
                MOVE CRLIMIT TO WS-CURR-CRLIMIT
           ELSE
                PERFORM 100-MATCH-CUSTOMER THRU 100-MATCH-EXIT
           END-IF.

           IF OL-CUSTID = 0 THEN
                GO TO 900-ANSWER
           END-IF.

           MOVE OL-CUSTID TO CM-CUSTID.

           EXEC CICS READ
                FILE('CUSTMAST')
                INTO(CUSTMAST-REC)
                LENGTH(CUSTMAST-LEN)
                RIDFLD(CM-CUSTID)
                RESP(WS-RESP)
           END-EXEC.

      * ROWS WRITTEN BEFORE THE OVERALL LIMIT EXISTED READ BACK WITH
      * LOW-VALUES THERE - TREAT THEM AS NONE SET
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 900-ANSWER
           END-IF.
           IF CM-OVERALL-LIMIT IS NOT NUMERIC THEN
                GO TO 900-ANSWER
           END-IF.

           MOVE CM-OVERALL-LIMIT TO OL-OVERALL.

           MOVE OL-CUSTID TO WS-CUSTACCT-KEY.
           MOVE 'N' TO WS-BROWSE-EOF.

           EXEC CICS STARTBR
                FILE('CUSTACCT')
                RIDFLD(WS-CUSTACCT-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                PERFORM 200-ADD-ONE-ACCOUNT THRU 200-ADD-EXIT
                    UNTIL WS-BROWSE-EOF = 'Y'
                EXEC CICS ENDBR
                     FILE('CUSTACCT')
                END-EXEC
           END-IF.

           ADD OL-NEW-CRLIMIT TO OL-TOTAL.

           IF OL-OVERALL > 0 AND
                OL-TOTAL > OL-OVERALL AND
                OL-NEW-CRLIMIT > WS-CURR-CRLIMIT THEN
                MOVE 'Y' TO OL-OVER
           END-IF.

       900-ANSWER.

           MOVE WS-CUSTLIM-CA TO DFHCOMMAREA.

           EXEC CICS RETURN END-EXEC.

      * A NEW ACCOUNT - THE FIRST ACCTNAME ROW WITH THE SAME SURNAME
      * AND ADDR1 THAT IS ALREADY LINKED NAMES THE CUSTOMER
       100-MATCH-CUSTOMER.

           IF OL-SNAME = SPACES THEN
                GO TO 100-MATCH-EXIT
           END-IF.

           MOVE OL-SNAME TO SNAME.

           EXEC CICS STARTBR
                FILE('ACCTNAME')
                RIDFLD(SNAME)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 100-MATCH-EXIT
           END-IF.

           MOVE 'N' TO WS-BROWSE-EOF.

           PERFORM 110-TRY-ONE-NAME THRU 110-TRY-EXIT
               UNTIL WS-BROWSE-EOF = 'Y' OR OL-CUSTID > 0.

           EXEC CICS ENDBR
                FILE('ACCTNAME')
           END-EXEC.

       100-MATCH-EXIT.
           EXIT.

       110-TRY-ONE-NAME.

           EXEC CICS READNEXT
                FILE('ACCTNAME')
                INTO(ACCTREC)
                RIDFLD(SNAME)
                LENGTH(ACCTREC-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-BROWSE-EOF
                GO TO 110-TRY-EXIT
           END-IF.

           IF SNAME NOT = OL-SNAME THEN
                MOVE 'Y' TO WS-BROWSE-EOF
                GO TO 110-TRY-EXIT
           END-IF.

           IF ADDR1 = OL-ADDR1 AND CUST-ID IS NUMERIC THEN
                IF CUST-ID > 0 THEN
                     MOVE CUST-ID TO OL-CUSTID
                END-IF
           END-IF.

       110-TRY-EXIT.
           EXIT.

      * ONE LINKED ACCOUNT - THE ACCOUNT BEING CHANGED IS LEFT OUT,
      * ITS NEW LIMIT IS ADDED BY THE CALLER'S FIGURE INSTEAD
       200-ADD-ONE-ACCOUNT.

           EXEC CICS READNEXT
                FILE('CUSTACCT')
                INTO(ACCTREC)
                RIDFLD(WS-CUSTACCT-KEY)
                LENGTH(ACCTREC-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) OR
                CUST-ID NOT = OL-CUSTID THEN
                MOVE 'Y' TO WS-BROWSE-EOF
                GO TO 200-ADD-EXIT
           END-IF.

           IF ACCTNO NOT = OL-ACCTNO THEN
                ADD CRLIMIT TO OL-TOTAL
           END-IF.

       200-ADD-EXIT.
           EXIT.

       END PROGRAM DCI8DPHQ.
