       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DPHN.
       AUTHOR. AMAR AL-ADIL.

      * SHARED CONNECTED-ACCOUNT CHECKER - LINKED BY EVERY
      * TRANSACTION THAT CHANGES AN ACCOUNT OR MOVES ITS MONEY (THE
      * DCI8DPGU UPDATE, DCI8DPGD POSTING AND TRANSFER, THE DCI8DPGT
      * WORKLIST ACTIONS AND FEE WAIVERS, THE DCI8DPGS SUSPENSE
      * REALLOCATION, THE DCI8DPGR REVERSAL APPROVAL, THE DCI8DPGF
      * CLOSURE, THE DCI8DPHD DISPUTE CREDITS AND REBILLS, THE
      * DCI8DPHG COMPLAINT REDRESS, THE DCI8DPHK CHARGE-OFF, THE
      * DCI8DPHS FRAUD CASE DECISIONS, THE DCI8DPGA LIMIT APPROVAL,
      * THE DCI8DPGI ARRANGEMENTS, THE DCI8DPHL TRACE ADDRESS
      * CONFIRM, THE DCI8DPHR PRODUCT MOVE, THE DCI8DPGN MERGE, THE
      * DCI8DPGV REINSTATEMENT, THE DCI8DPHA CUSTOMER LINKS AND THE
      * DCI8DPHH SANCTIONS DECISIONS) BEFORE IT TOUCHES ANYTHING.
      * THE CALLER NAMES THE OPERATOR, THE TARGET ACCOUNT AND WHAT IT
      * IS ABOUT TO DO; THIS PROGRAM ANSWERS BLOCKED Y/N WITH THE
      * REASON -
      *   D - THE ACCOUNT IS ON THE OPERATOR'S DECLARED LIST
      *   O - THE ACCOUNT'S CUST-ID IS THE OPERATOR'S OWN
      *   R - THE OPERATOR'S CUSTMAST NAME IS A RELPARTY HOLDER ON
      *       THE ACCOUNT (RELPARTY CARRIES NO CUSTOMER NUMBER, SO
      *       THE MATCH IS ON SURNAME AND FORENAME)
      * THE CONNECTIONS ARE RECORDED ON OPERTAB BY A SUPERVISOR
      * THROUGH DCI8DPGO. AN OPERATOR NOT ON OPERTAB, OR WITH NOTHING
      * RECORDED, IS NEVER BLOCKED HERE - SIGN-ON HAS ALREADY TURNED
      * AWAY ANYONE WHO SHOULD NOT BE ON THE SYSTEM AT ALL. EVERY
      * BLOCK IS WRITTEN TO THE CONQ TD QUEUE - WHO, WHERE, WHEN,
      * WHICH ACCOUNT, WHAT THEY TRIED AND WHY IT WAS REFUSED - AND
      * THE NIGHTLY CONQEXT DRAIN IS REPORTED BY DCI8BSEC ALONGSIDE
      * THE SIGN-ON DENIALS

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY OPERATOR RECORD - THE CONNECTIONS TO TEST AGAINST
       COPY 'OPERREC'.

      * COPY ACCTFILE, CUSTOMER MASTER AND RELATED-PARTY LAYOUTS
       COPY 'ACCTREC'.
       COPY 'CUSTMAST'.
       COPY 'RELPARTY'.

       01 WS-CONNCHK-CA.
           05 CK-OPER-ID         PIC X(3).
           05 CK-ACCTNO          PIC X(9).
           05 CK-ACTION          PIC X(8).
           05 CK-BLOCKED         PIC X(1).
           05 CK-REASON          PIC X(1).

       01 WS-RESP               PIC S9(8) COMP.

       77 WS-CONN-SUB           PIC S9(4) COMP VALUE 0.
       77 WS-BROWSE-EOF         PIC X(01) VALUE 'N'.

      * ONE ROW WRITTEN TO THE CONQ TD QUEUE PER BLOCKED ATTEMPT
       01 WS-CONQ-REC.
           05 CQ-TRMID           PIC X(4).
           05 CQ-USERID          PIC X(8).
           05 CQ-DATE            PIC S9(7) COMP-3.
           05 CQ-TIME            PIC S9(7) COMP-3.
           05 CQ-OPID            PIC X(3).
           05 CQ-TRANID          PIC X(4).
           05 CQ-ACTION          PIC X(8).
           05 CQ-ACCTNO          PIC X(9).
           05 CQ-REASON          PIC X(1).

       01 WS-CONQ-LEN           PIC S9(4) COMP VALUE +45.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(22).

       PROCEDURE DIVISION.

       000-CHECK-CONNECTED.

           MOVE DFHCOMMAREA TO WS-CONNCHK-CA.
           MOVE 'N' TO CK-BLOCKED.
           MOVE SPACE TO CK-REASON.

           EXEC CICS READ
                FILE('OPERTAB')
                INTO(OPERREC)
                LENGTH(OPERREC-LEN)
                RIDFLD(CK-OPER-ID)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 900-ANSWER
           END-IF.

      * ROWS WRITTEN BEFORE THE CONNECTION FIELDS EXISTED READ BACK
      * WITH LOW-VALUES THERE - TREAT THEM AS NOTHING RECORDED
           IF OPER-CUST-ID IS NOT NUMERIC THEN
                MOVE 0 TO OPER-CUST-ID
           END-IF.
           IF OPER-CONN-COUNT IS NOT NUMERIC OR
                OPER-CONN-COUNT > 10 THEN
                MOVE 0 TO OPER-CONN-COUNT
           END-IF.

      * D - A DECLARED CONNECTED ACCOUNT
           PERFORM 100-TRY-DECLARED THRU 100-TRY-EXIT
                VARYING WS-CONN-SUB FROM 1 BY 1
                UNTIL WS-CONN-SUB > OPER-CONN-COUNT
                   OR CK-BLOCKED = 'Y'.

           IF CK-BLOCKED = 'Y' OR OPER-CUST-ID = 0 THEN
                GO TO 900-ANSWER
           END-IF.

      * O - THE OPERATOR'S OWN ACCOUNT
           MOVE CK-ACCTNO TO ACCTNO.

           EXEC CICS READ
                FILE('ACCTFILE')
                INTO(ACCTREC)
                LENGTH(ACCTREC-LEN)
                RIDFLD(ACCTKEY)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) AND
                CUST-ID = OPER-CUST-ID THEN
                MOVE 'Y' TO CK-BLOCKED
                MOVE 'O' TO CK-REASON
                GO TO 900-ANSWER
           END-IF.

      * R - THE OPERATOR SITS ON THE ACCOUNT AS A RELATED PARTY
           MOVE OPER-CUST-ID TO CM-CUSTID.

           EXEC CICS READ
                FILE('CUSTMAST')
                INTO(CUSTMAST-REC)
                LENGTH(CUSTMAST-LEN)
                RIDFLD(CM-CUSTID)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 900-ANSWER
           END-IF.

           MOVE CK-ACCTNO TO RP-ACCTNO.
           MOVE 0 TO RP-SEQNO.

           EXEC CICS STARTBR
                FILE('RELPARTY')
                RIDFLD(RP-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                GO TO 900-ANSWER
           END-IF.

           MOVE 'N' TO WS-BROWSE-EOF.

           PERFORM 200-TRY-ONE-PARTY THRU 200-TRY-EXIT
                UNTIL WS-BROWSE-EOF = 'Y' OR CK-BLOCKED = 'Y'.

           EXEC CICS ENDBR
                FILE('RELPARTY')
           END-EXEC.

       900-ANSWER.

           IF CK-BLOCKED = 'Y' THEN
                PERFORM 500-LOG-BLOCK THRU 500-LOG-EXIT
           END-IF.

           MOVE WS-CONNCHK-CA TO DFHCOMMAREA.

           EXEC CICS RETURN END-EXEC.

       100-TRY-DECLARED.

           IF OPER-CONN-ACCTNO(WS-CONN-SUB) = CK-ACCTNO THEN
                MOVE 'Y' TO CK-BLOCKED
                MOVE 'D' TO CK-REASON
           END-IF.

       100-TRY-EXIT.
           EXIT.

      * ONE RELPARTY ROW - THE BROWSE STOPS AT THE FIRST ROW FOR
      * ANOTHER ACCOUNT
       200-TRY-ONE-PARTY.

           EXEC CICS READNEXT
                FILE('RELPARTY')
                INTO(RELPARTY-REC)
                RIDFLD(RP-KEY)
                LENGTH(RELPARTY-LEN)
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'Y' TO WS-BROWSE-EOF
                GO TO 200-TRY-EXIT
           END-IF.

           IF RP-ACCTNO NOT = CK-ACCTNO THEN
                MOVE 'Y' TO WS-BROWSE-EOF
                GO TO 200-TRY-EXIT
           END-IF.

           IF RP-SNAME = CM-SNAME AND RP-FNAME = CM-FNAME THEN
                MOVE 'Y' TO CK-BLOCKED
                MOVE 'R' TO CK-REASON
           END-IF.

       200-TRY-EXIT.
           EXIT.

      * EVERY REFUSAL LEAVES A TRACE FOR THE SECURITY-EXCEPTIONS
      * REPORT - THE SAME WRITEQ TD MECHANISM DCI8DPGM'S SIGN-ON
      * DENIALS USE
       500-LOG-BLOCK.

           MOVE EIBTRMID TO CQ-TRMID.
           MOVE EIBUSERID TO CQ-USERID.
           MOVE EIBDATE TO CQ-DATE.
           MOVE EIBTIME TO CQ-TIME.
           MOVE CK-OPER-ID TO CQ-OPID.
           MOVE EIBTRNID TO CQ-TRANID.
           MOVE CK-ACTION TO CQ-ACTION.
           MOVE CK-ACCTNO TO CQ-ACCTNO.
           MOVE CK-REASON TO CQ-REASON.

           EXEC CICS WRITEQ TD
                QUEUE('CONQ')
                FROM(WS-CONQ-REC)
                LENGTH(WS-CONQ-LEN)
           END-EXEC.

       500-LOG-EXIT.
           EXIT.

       END PROGRAM DCI8DPHN.
