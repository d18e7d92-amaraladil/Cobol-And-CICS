      * COPY ACCOUNT CHANGE HISTORY RECORD LAYOUT - A CREATION NOW
      * LEAVES ITS OWN 'C' EVENT ROW, THE SAME AS DCI8DPGC
       COPY 'ACCTHIST'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

       01 WS-MESSAGE  PIC X(60) VALUE SPACES.


       77 AD-LENGTH  PIC S9(4) COMP VALUE +282.

      * COMMAREA SHAPE SHARED WITH DCI8DPHQ, THE CUSTOMER OVERALL-
      * LIMIT CHECKER - THE EDIT HAS ALREADY HELD THE NEW LIMIT TO
      * THE CUSTOMER'S OVERALL LIMIT; THIS ASKS WHICH CUSTOMER, SO
      * THE NEW ACCOUNT IS WRITTEN LINKED THE SAME AS DCI8DPGC'S
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

       01 ACCT-REQ.
           05 REQ-ACCTNO        PIC X(9).
           05 REQ-TITL          PIC X(4).
                MOVE REQ-MAILADDR2 TO MAIL-ADDR2
                MOVE REQ-FORMERSNAME TO FORMER-SNAME

                MOVE REQ-ACCTNO TO OL-ACCTNO
                MOVE REQ-SNAME TO OL-SNAME
                MOVE REQ-ADDR1 TO OL-ADDR1
                MOVE REQ-CRLIMIT TO OL-NEW-CRLIMIT
                EXEC CICS LINK
                     PROGRAM('DCI8DPHQ')
                     COMMAREA(WS-CUSTLIM-CA)
                     LENGTH(WS-CUSTLIM-CA-LEN)
                END-EXEC
                MOVE OL-CUSTID TO CUST-ID
                MOVE SPACES TO PRODUCT-CODE

                MOVE EIBUSERID TO CR-USERID
                MOVE EIBTRMID TO CR-TRMID
                MOVE EIBDATE TO CR-DATE
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

       270-HIST-EXIT.
           EXIT.

