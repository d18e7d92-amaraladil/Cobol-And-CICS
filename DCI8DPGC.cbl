      * LEAVES ITS OWN 'C' EVENT ROW, SO THE PF6 HISTORY BROWSE AND
      * THE COMPLIANCE FILE SEE THE BIRTH OF THE ACCOUNT TOO
       COPY 'ACCTHIST'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY SYSTEM CONTROL RECORD LAYOUT (NEXT-ACCOUNT-NUMBER ROW)
       COPY 'ACCTCTL'.

       01 WS-RESP             PIC S9(8) COMP.

      * COMMAREA SHAPE SHARED WITH DCI8DPHQ, THE CUSTOMER OVERALL-
      * LIMIT CHECKER - A NEW ACCOUNT FOR A CUSTOMER ALREADY ON FILE
      * (SAME SURNAME AND ADDRESS AS A LINKED ACCOUNT) IS HELD TO
      * THE CUSTOMER'S OVERALL LIMIT AND WRITTEN LINKED TO THEM
       01 WS-CUSTLIM-CA.
           05 OL-ACCTNO          PIC X(9).
           05 OL-SNAME           PIC X(15).
           05 OL-ADDR1           PIC X(20).
           05 OL-NEW-CRLIMIT     PIC 9(8)V99.
           05 OL-CUSTID          PIC 9(8).
           05 OL-OVERALL         PIC 9(8)V99.
           05 OL-TOTAL           PIC 9(10)V99.
           05 OL-OVER            PIC X(1).

       01 WS-CUSTLIM-CA-LEN     PIC S9(4) COMP VALUE +85.
       01 WS-OVERALL-DISP       PIC ZZ,ZZZ,ZZ9.

      * SET BY 245-CHECK-DUPLICATE-NAME WHEN THE ENTERED NAME MATCHES
      * AN EXISTING ACCTNAME ENTRY - A WARNING, NOT A BLOCK
       01 WS-DUP-WARNING      PIC X(60) VALUE SPACES.
                MOVE -1 TO CRLIMITL
                GO TO 999-ERROR-MSG-RETURN
           END-IF.
      * A RE-KEYED LIMIT HAS NOT BEEN THROUGH DCI8DPGE, SO THE
      * CUSTOMER'S OVERALL LIMIT IS TAKEN AGAIN HERE
           MOVE WS-CA-ACCTNO TO OL-ACCTNO.
           MOVE SNAMEI TO OL-SNAME.
           MOVE ADDR1I TO OL-ADDR1.
           MOVE WS-CRLIM-VALUE TO OL-NEW-CRLIMIT.

           EXEC CICS LINK
                PROGRAM('DCI8DPHQ')
                COMMAREA(WS-CUSTLIM-CA)
                LENGTH(WS-CUSTLIM-CA-LEN)
           END-EXEC.

           IF OL-OVER = 'Y' THEN
                MOVE OL-OVERALL TO WS-OVERALL-DISP
                STRING 'OVER CUSTOMER OVERALL LIMIT ' WS-OVERALL-DISP
                     ' CUST ' OL-CUSTID
                     DELIMITED BY SIZE INTO WS-MESSAGE
                MOVE -1 TO CRLIMITL
                GO TO 999-ERROR-MSG-RETURN
           END-IF.
           MOVE WS-CRLIM-VALUE TO CRLIMIT.
           MOVE STATI TO STAT.
           MOVE PHONEI TO PHONE.
      * NEW ACCOUNTS JOIN STATEMENT CYCLE 1 UNTIL REASSIGNED
           MOVE SPACE TO STMT-CYCLE.
           MOVE SPACE TO GONEAWAY-FLAG.
           MOVE OL-CUSTID TO CUST-ID.
           MOVE SPACE TO ESTATE-FLAG.
           MOVE SPACE TO SENS-FLAG.
           MOVE SPACE TO ANNFEE-PLAN.
           MOVE SPACE TO SETTLE-FLAG.
      * NO PRODUCT UNTIL ONE IS GIVEN ON DCI8DPHR
           MOVE SPACES TO PRODUCT-CODE.

           MOVE EIBUSERID TO CR-USERID.
           MOVE EIBTRMID TO CR-TRMID.
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

       260-HIST-EXIT.
           EXIT.

