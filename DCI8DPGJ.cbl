      * IN THE COMMAREA - THE OPERATOR PRESSES ENTER TO KEEP GOING
      * AND PF4 TO ABANDON. SKIPPED ACCOUNTS GO TO THE ADJX TD
      * QUEUE, THE ONLINE TWIN OF DCI8BPGA'S EXCEPTION REPORT.
      * GATED BY THE BULKADJ FUNCTION (FULL CLASS BY DEFAULT).
      * A RAISE THAT WOULD TAKE A LINKED ACCOUNT'S CUSTOMER OVER
      * THEIR OVERALL LIMIT (DCI8DPHQ) IS SKIPPED THE SAME WAY

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01 WS-ADJX-LEN           PIC S9(4) COMP VALUE +44.

      * COMMAREA SHAPE SHARED WITH DCI8DPHQ, THE CUSTOMER OVERALL-
      * LIMIT CHECKER
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

      * NAME OF THE PARAGRAPH CURRENTLY EXECUTING, KEPT CURRENT SO
      * 999-UNHANDLED-ERROR CAN TELL DCI8DPGZ WHERE AN UNEXPECTED
      * CONDITION WAS RAISED
                END-IF
           END-IF.

      * ONLY A RAISE ON A LINKED ACCOUNT CAN BREACH THE CUSTOMER'S
      * OVERALL LIMIT
           IF WS-VALID-SW = 'Y' AND WS-NEW-CRLIMIT > CRLIMIT AND
                CUST-ID IS NUMERIC THEN
                IF CUST-ID > 0 THEN
                     MOVE ACCTNO TO OL-ACCTNO
                     MOVE SNAME TO OL-SNAME
                     MOVE ADDR1 TO OL-ADDR1
                     MOVE WS-NEW-CRLIMIT TO OL-NEW-CRLIMIT
                     EXEC CICS LINK
                          PROGRAM('DCI8DPHQ')
                          COMMAREA(WS-CUSTLIM-CA)
                          LENGTH(WS-CUSTLIM-CA-LEN)
                     END-EXEC
                     IF OL-OVER = 'Y' THEN
                          MOVE 'N' TO WS-VALID-SW
                          MOVE 'RAISE OVER CUSTOMER OVERALL LIMIT'
                               TO AX-REASON
                     END-IF
                END-IF
           END-IF.

           IF WS-VALID-SW = 'N' THEN
                MOVE ACCTNO TO AX-ACCTNO
                EXEC CICS WRITEQ TD
