      * SEQUENCE WITH AN 'R' REINSTATE EVENT ROW, AND JOURNALS WHO
      * REINSTATED IT AND WHY TO THE REIN TD QUEUE. FIELDS CLOSURE
      * NEVER KEPT (PHONE, EMAIL, MAIL ADDRESS, FORMER SURNAME,
      * BALANCE) COME BACK EMPTY FOR STAFF TO RE-CAPTURE IN DCI8DPGU.
      * AN ACCOUNT CONNECTED TO THE OPERATOR IS REFUSED (DCI8DPHN)

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

      * COPY ACCOUNT CHANGE HISTORY RECORD LAYOUT
       COPY 'ACCTHIST'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY OPERATOR AUTHORIZATION RECORD LAYOUT - READ BY
      * 170-CHECK-AUTHORITY FOR THE OPERATOR'S CLASS

       01 WS-CLS-DATE-DISP      PIC 9(7).

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
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE WS-CA-ACCTNO TO CK-ACCTNO.
           MOVE 'REINSTAT' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE WS-CA-ACCTNO TO CA-ACCTNO.
           EXEC CICS READ
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

           EXEC CICS WRITE
                FILE('ACCTFILE')
                FROM(ACCTREC)
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

       600-NOT-CLOSED.

           MOVE 'NO CLOSED ACCOUNT ON FILE UNDER THAT NUMBER'
