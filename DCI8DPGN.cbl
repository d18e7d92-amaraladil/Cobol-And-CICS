      * OLD-TO-NEW CROSS-REFERENCE SO OLD PAPERWORK STILL TRACES.
      * THE OPERATOR MUST HOLD THE ACCTMERG FUNCTION (FULL CLASS BY
      * DEFAULT); ENTER SHOWS BOTH ACCOUNTS FOR REVIEW AND PF5
      * COMMITS, REFUSED WHEN EITHER ACCOUNT IS CONNECTED TO THE
      * OPERATOR (DCI8DPHN)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * COPY ACCOUNT CHANGE HISTORY RECORD LAYOUT
       COPY 'ACCTHIST'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY CLOSED-ACCOUNT RECORD LAYOUT
       COPY 'CLOSEACCT'.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RL-CRLIMIT        PIC ZZ,ZZZ,ZZ9.99.

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

      * NOBODY MERGES AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM, ON EITHER SIDE - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE WS-CA-SURVIVOR TO CK-ACCTNO.
           MOVE 'ACCTMERG' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED NOT = 'Y' THEN
                MOVE WS-CA-VICTIM TO CK-ACCTNO
                MOVE 'ACCTMERG' TO CK-ACTION
                PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT
           END-IF.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * TAKE THE VICTIM FIRST - ITS IMAGE FEEDS THE CLOSEACCT
      * RETIREMENT AND THE LIMIT COMPARISON
           MOVE WS-CA-VICTIM TO ACCTNO.
      * CARRY WHATEVER THE VICTIM HELD AT CONSOLIDATION SO THE
      * CLOSED-ACCOUNT RECORD NO LONGER LOSES THE FIGURE
           MOVE CURR-BAL TO CA-FINAL-BAL.
      * HOW THE CUSTOMER WANTED MAIL, FOR DCI8BFCS TO ROUTE THE
      * FINAL CLOSING STATEMENT ONCE THIS ROW IS GONE
           MOVE MAIL-ADDR1 TO CA-MAIL-ADDR1.
           MOVE MAIL-ADDR2 TO CA-MAIL-ADDR2.
           MOVE EMAIL TO CA-EMAIL.
           MOVE CONTACT-PREF TO CA-CONTACT-PREF.
           MOVE GONEAWAY-FLAG TO CA-GONEAWAY-FLAG.
           MOVE ESTATE-FLAG TO CA-ESTATE-FLAG.

           EXEC CICS WRITE
                FILE('CLOSEACCT')
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

           ADD 1 TO WS-MOVED-COUNT.

       420-MOVE-EXIT.
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

       440-HIST-EXIT.
           EXIT.

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

       600-ACCT-NOTFND.

           MOVE 'E' TO WS-CA-SWITCH.
