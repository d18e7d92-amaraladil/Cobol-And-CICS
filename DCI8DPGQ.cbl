      * ZONED NOTE STAMP FOR THE PF7 NOTE LINE
       01 WS-NOTE-DATE-DISP     PIC 9(7).

      * ZONED HISTORY STAMP FOR THE PF6 HISTORY LINE
       01 WS-CHG-DATE-DISP      PIC 9(7).

      * EDITED POUNDS-AND-PENCE FORM OF THE CLOSING LIMIT
       01 WS-CRLIM-DISP         PIC ZZZZZZZ9.99.


           EXEC CICS HANDLE AID
                PF4(150-RESET)
                PF5(390-JUMP-COMPLAINT)
                PF6(380-HIST-BROWSE)
                PF7(385-NOTE-VIEW)
                PF9(999-EXIT)

           MOVE AH-SEQNO TO WS-CA-HIST-SEQ.

           MOVE AH-CHG-DATE TO WS-CHG-DATE-DISP.

           STRING 'AS OF ' WS-CHG-DATE-DISP ' (' AH-EVENT-TYPE ') '
                AH-FNAME ' ' AH-SNAME
                ' LIM ' AH-CRLIMIT ' STAT ' AH-STAT
                DELIMITED BY SIZE INTO MSGO.
                LENGTH(WS-COMMAREA-LENGTH)
           END-EXEC.

      * PF5 - ACROSS TO THE COMPLAINTS REGISTER FOR THE RETIRED
      * ACCOUNT - A COMPLAINT CAN STILL ARRIVE AFTER CLOSURE
       390-JUMP-COMPLAINT.

           MOVE DFHCOMMAREA TO WS-COMMAREA.
           MOVE '390-JUMP-COMPLAINT' TO WS-LAST-PARA.

           IF WS-CA-CURR-ACCTNO = SPACES OR
                WS-CA-CURR-ACCTNO = LOW-VALUES THEN
                MOVE LOW-VALUES TO MAP1O
                MOVE 'DISPLAY A CLOSED ACCOUNT FIRST' TO MSGO
                GO TO 385-NOTE-SEND
           END-IF.

           EXEC CICS XCTL
                PROGRAM('DCI8DPHG')
                COMMAREA(WS-CA-CURR-ACCTNO)
                LENGTH(9)
           END-EXEC.

       999-EXIT.
           MOVE LOW-VALUES TO MAP1O.
           EXEC CICS XCTL
