
      * COPY ACCOUNT CHANGE HISTORY RECORD LAYOUT
       COPY 'ACCTHIST'.
      * COPY THE HASH CHAIN PARAMETER BLOCK FOR DCI8DPHM
       COPY 'CHAINPRM'.

      * COPY FREE-TEXT ACCOUNT NOTES RECORD LAYOUT - PF7 SHOWS THE
      * NEWEST NOTE, PF8 ADDS ONE FROM THE NOTE FIELD (FULL PAGING
      * ZONED NOTE STAMP FOR THE PF7 NOTE LINE
       01 WS-NOTE-DATE-DISP  PIC 9(7).

      * 9-BYTE JUMP COMMAREA FOR THE PF2 RELATED-PARTY HOP AND THE
      * PF10 ALERT-PREFERENCES HOP AND THE PF6 PRODUCT HOP
       01 WS-NOTE-JUMP-ACCTNO PIC X(9).

      * EVENT CODE STAMPED ON THE ACCTHIST ROW BY 380-WRITE-HISTORY -
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

      * NAME OF THE PARAGRAPH CURRENTLY EXECUTING, KEPT CURRENT SO
      * 999-UNHANDLED-ERROR CAN TELL DCI8DPGZ WHERE AN UNEXPECTED
      * CONDITION WAS RAISED
                PF3(999-RETURN-TO-MENU)
                PF4(650-INQUIRY-RESET)
                PF5(299-OVERRIDE-CONTINUE)
                PF6(740-JUMP-PRODUCT)
                PF7(700-NOTE-VIEW)
                PF8(710-NOTE-ADD)
                PF9(900-END-PROGRAM)
                PF10(730-JUMP-ALERTS)
           END-EXEC.

      * UPON UNSUCCESSFUL MAP RECEIVE, ASSUME THIS IS THE INITIAL RUN
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

      * NOBODY WORKS AN ACCOUNT THAT IS THEIR OWN OR CONNECTED TO
      * THEM - DCI8DPHN REFUSES IT AND LOGS THE ATTEMPT
           MOVE ACCTNOI TO CK-ACCTNO.
           MOVE 'UPDATE' TO CK-ACTION.
           PERFORM 175-CHECK-CONNECTED THRU 175-CHECK-EXIT.
           IF CK-BLOCKED = 'Y' THEN
                MOVE 'ACCOUNT CONNECTED TO YOU - REFER TO A COLLEAGUE'
                     TO WS-MESSAGE
                GO TO 999-ERROR-MSG-RETURN
           END-IF.

           MOVE LOW-VALUES TO AD-MESSAGE.
           MOVE LOW-VALUES TO WS-ACCTDATA.

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

       380-WRITE-HISTORY-EXIT.
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

      * THE SCHEDULE CLOSES THE ONLINE DAY AROUND THE NIGHTLY
      * POSTING RUN VIA THE ACCTCTL 'DAYSTATE' ROW, SET BY DCI8BDAY
      * (1 OPEN, 2 CUTOVER, 3 BATCH). AT CUTOVER OR BATCH EVERY
                LENGTH(9)
           END-EXEC.

      * PF10 - ACROSS TO THE ALERT PREFERENCES SCREEN FOR THE KEYED
      * ACCOUNT, WHERE THE CUSTOMER'S SMS/E-MAIL OPT-INS ARE KEPT
       730-JUMP-ALERTS.

           MOVE '730-JUMP-ALERTS' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCI8DMR')
           END-EXEC.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY AN ACCOUNT NUMBER FIRST' TO MSGO
                EXEC CICS SEND
                     MAP('MAP1')
                     MAPSET('DCI8DMR')
                END-EXEC
                EXEC CICS RETURN
                     TRANSID('I8D3')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(WS-COMMAREA-LENGTH)
                END-EXEC
           END-IF.

           MOVE ACCTNOI TO WS-NOTE-JUMP-ACCTNO.

           EXEC CICS XCTL
                PROGRAM('DCI8DPHP')
                COMMAREA(WS-NOTE-JUMP-ACCTNO)
                LENGTH(9)
           END-EXEC.

      * PF6 - ACROSS TO THE ACCOUNT PRODUCT SCREEN FOR THE KEYED
      * ACCOUNT, WHERE ITS CATALOGUE PRODUCT IS SHOWN AND CHANGED
       740-JUMP-PRODUCT.

           MOVE '740-JUMP-PRODUCT' TO WS-LAST-PARA.

           EXEC CICS HANDLE CONDITION
                MAPFAIL(100-FIRST-TIME)
                ERROR(999-UNHANDLED-ERROR)
           END-EXEC.

           EXEC CICS RECEIVE
                MAP('MAP1')
                MAPSET('DCI8DMR')
           END-EXEC.

           IF ACCTNOL = 0 OR ACCTNOI = SPACES THEN
                MOVE 'KEY AN ACCOUNT NUMBER FIRST' TO MSGO
                EXEC CICS SEND
                     MAP('MAP1')
                     MAPSET('DCI8DMR')
                END-EXEC
                EXEC CICS RETURN
                     TRANSID('I8D3')
                     COMMAREA(WS-COMMAREA)
                     LENGTH(WS-COMMAREA-LENGTH)
                END-EXEC
           END-IF.

           MOVE ACCTNOI TO WS-NOTE-JUMP-ACCTNO.

           EXEC CICS XCTL
                PROGRAM('DCI8DPHR')
                COMMAREA(WS-NOTE-JUMP-ACCTNO)
                LENGTH(9)
           END-EXEC.

       999-RETURN-TO-MENU.
           EXEC CICS XCTL
                PROGRAM('DCI8DPGM')
