      * DCI8DPGU'S OWN APPLY PATH DOES) AND PF6 REJECTS (THE STAGED
      * ITEM IS REMOVED UNTOUCHED). THE APPROVER MUST BE A DIFFERENT
      * OPERATOR FROM THE REQUESTER AND MUST HOLD THE CRLRELSE
      * FUNCTION IN THE FUNCAUTH MATRIX, AND MAY NOT APPROVE ON AN
      * ACCOUNT CONNECTED TO THEM (DCI8DPHN) - NO MORE RE-KEYING THE
      * WHOLE UPDATE IN DCI8DPGU AND HOPING IT MATCHES.
      * THE CUSTOMER'S OVERALL LIMIT (DCI8DPHQ) IS TAKEN AGAIN AT
      * APPROVAL - ANOTHER OF THE CUSTOMER'S ACCOUNTS MAY HAVE BEEN
      * RAISED SINCE THE ITEM WAS STAGED - AND AN ITEM THAT WOULD
      * NOW BREACH IT CANNOT BE APPROVED, ONLY REJECTED

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * COPY ACCOUNT CHANGE HISTORY RECORD LAYOUT
       COPY 'ACCTHIST'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY STAGED CREDIT LIMIT APPROVAL RECORD LAYOUT
       COPY 'PENDCRL'.

       01 WS-FUNCAUTH-CA-LEN    PIC S9(4) COMP VALUE +14.

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
       01 WS-OVERALL-DISP       PIC ZZ,ZZZ,ZZ9.

      * BUILDS ONE WORK-QUEUE LINE PER PENDCRL ITEM
       01 WS-LIST-LINE.
           05 LL-ACCTNO         PIC X(9).
           05 FILLER            PIC X(60) VALUE
               'PF5 = APPROVE AND APPLY    PF6 = REJECT AND REMOVE'.

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

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT. THE STAGED
      * ITEM STAYS QUEUED FOR ANOTHER APPROVER
           MOVE PC-ACCTNO TO CK-ACCTNO.
           MOVE 'CRLRELSE' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE PC-ACCTNO TO OL-ACCTNO.
           MOVE PC-SNAME TO OL-SNAME.
           MOVE PC-ADDR1 TO OL-ADDR1.
           MOVE PC-NEW-CRLIMIT TO OL-NEW-CRLIMIT.

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
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-CA-ACCTNO TO ACCTNO.

           EXEC CICS READ
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

           MOVE PC-FNAME TO FNAME.
           MOVE PC-SNAME TO SNAME.
           MOVE PC-TITL TO TITL.
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

       600-ITEM-NOTFND.

           MOVE 'L' TO WS-CA-SWITCH.
