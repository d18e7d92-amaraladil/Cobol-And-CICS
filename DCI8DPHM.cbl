       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCI8DPHM.
       AUTHOR. AMAR AL-ADIL.

      *****************************************************************
      * SHARED ONLINE HASH CHAIN SEAL - LINKED WITH THE CHAINPRM
      * BLOCK AS THE COMMAREA BY EVERY ONLINE PROGRAM RIGHT AFTER IT
      * WRITES AN ACCTHIST OR ACCTTXN ROW, THE WAY DCI8DPHC IS LINKED
      * FOR THE QUOTA. THE ACCOUNT'S HASHCHN HEAD IS READ FOR UPDATE
      * (STARTED AT ZERO WHEN THERE IS NONE), THE ROW TAKES THE NEXT
      * POSITION, DCI8BHSH HASHES IT BEHIND THE HEAD'S HASH, AND BOTH
      * THE ROW AND THE HEAD ARE REWRITTEN. ALL OF IT SITS IN THE
      * CALLER'S UNIT OF WORK, SO A ROLLBACK TAKES THE ROW AND ITS
      * SEAL BACK OUT TOGETHER. THE HEAD'S UPDATE LOCK ALSO KEEPS TWO
      * TERMINALS POSTING TO ONE ACCOUNT FROM TAKING THE SAME
      * POSITION. ANY FAILURE ANSWERS 'E' AND LEAVES THE ROW
      * UNSEALED, FOR DCI8BCHV TO REPORT - THE CALLER'S OWN WORK
      * GOES ON
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * COPY THE CHAIN HEAD AND THE TWO CHAINED RECORD LAYOUTS
       COPY 'HASHCHN'.
       COPY 'ACCTHIST'.
       COPY 'ACCTTXN'.

      * COPY THE CHAIN PARAMETER BLOCK - THE COMMAREA
       COPY 'CHAINPRM'.

       01 WS-RESP               PIC S9(8) COMP.

       77 WS-HEAD-FOUND-SW      PIC X(01) VALUE 'N'.
           88 WS-HEAD-FOUND             VALUE 'Y'.

       LINKAGE SECTION.

       01 DFHCOMMAREA PIC X(253).

       PROCEDURE DIVISION.

       000-SEAL-ROW.

           MOVE DFHCOMMAREA TO CHAINPRM.
           MOVE 'E' TO CP-RETURN-CODE.

           IF NOT CP-FILE-HIST AND NOT CP-FILE-TXN THEN
                GO TO 900-ANSWER
           END-IF.

      * THE ACCOUNT'S HEAD, HELD FOR UPDATE UNTIL THE ROW IS SEALED
           MOVE CP-ROW(1:9) TO HC-ACCTNO.
           MOVE CP-FILE TO HC-FILE.
           MOVE 'Y' TO WS-HEAD-FOUND-SW.

           EXEC CICS READ
                FILE('HASHCHN')
                INTO(HASHCHN-REC)
                LENGTH(HASHCHN-LEN)
                RIDFLD(HC-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NOTFND) THEN
                MOVE 'N' TO WS-HEAD-FOUND-SW
                MOVE CP-ROW(1:9) TO HC-ACCTNO
                MOVE CP-FILE TO HC-FILE
                MOVE 0 TO HC-LAST-NO HC-LAST-HASH HC-LAST-DATE
                MOVE 0 TO HC-ARCH-NO HC-ARCH-HASH HC-ARCH-DATE
                MOVE 0 TO HC-RESEAL-DATE
                MOVE SPACES TO HC-RESEAL-JOB
           ELSE
                IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                     GO TO 900-ANSWER
                END-IF
           END-IF.

           COMPUTE CP-CHAIN-NO = HC-LAST-NO + 1.
           MOVE HC-LAST-HASH TO CP-PREV-HASH.
           CALL 'DCI8BHSH' USING CHAINPRM.

           IF NOT CP-RC-GOOD THEN
                GO TO 900-ANSWER
           END-IF.

      * THE ROW JUST WRITTEN TAKES ITS POSITION AND HASHES
           IF CP-FILE-HIST THEN
                PERFORM 200-SEAL-HIST-ROW THRU 200-SEAL-HIST-EXIT
           ELSE
                PERFORM 300-SEAL-TXN-ROW THRU 300-SEAL-TXN-EXIT
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'E' TO CP-RETURN-CODE
                GO TO 900-ANSWER
           END-IF.

      * AND THE HEAD MOVES ON TO IT (YYYYDDD OFF EIBDATE'S 0CYYDDD)
           MOVE CP-CHAIN-NO TO HC-LAST-NO.
           MOVE CP-HASH TO HC-LAST-HASH.
           COMPUTE HC-LAST-DATE = EIBDATE + 1900000.

           IF WS-HEAD-FOUND THEN
                EXEC CICS REWRITE
                     FILE('HASHCHN')
                     FROM(HASHCHN-REC)
                     LENGTH(HASHCHN-LEN)
                     RESP(WS-RESP)
                END-EXEC
           ELSE
                EXEC CICS WRITE
                     FILE('HASHCHN')
                     FROM(HASHCHN-REC)
                     LENGTH(HASHCHN-LEN)
                     RIDFLD(HC-KEY)
                     RESP(WS-RESP)
                END-EXEC
           END-IF.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                MOVE 'E' TO CP-RETURN-CODE
           END-IF.

           GO TO 900-ANSWER.

       200-SEAL-HIST-ROW.

           MOVE CP-ROW TO ACCTHIST-REC.

           EXEC CICS READ
                FILE('ACCTHIST')
                INTO(ACCTHIST-REC)
                LENGTH(ACCTHIST-LEN)
                RIDFLD(AH-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE CP-CHAIN-NO TO AH-CHAIN-NO
                MOVE CP-PREV-HASH TO AH-CHAIN-PREV
                MOVE CP-HASH TO AH-CHAIN-HASH
                EXEC CICS REWRITE
                     FILE('ACCTHIST')
                     FROM(ACCTHIST-REC)
                     LENGTH(ACCTHIST-LEN)
                     RESP(WS-RESP)
                END-EXEC
           END-IF.

       200-SEAL-HIST-EXIT.
           EXIT.

       300-SEAL-TXN-ROW.

           MOVE CP-ROW TO ACCTTXN-REC.

           EXEC CICS READ
                FILE('ACCTTXN')
                INTO(ACCTTXN-REC)
                LENGTH(ACCTTXN-LEN)
                RIDFLD(TX-KEY)
                UPDATE
                RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
                MOVE CP-CHAIN-NO TO TX-CHAIN-NO
                MOVE CP-PREV-HASH TO TX-CHAIN-PREV
                MOVE CP-HASH TO TX-CHAIN-HASH
                EXEC CICS REWRITE
                     FILE('ACCTTXN')
                     FROM(ACCTTXN-REC)
                     LENGTH(ACCTTXN-LEN)
                     RESP(WS-RESP)
                END-EXEC
           END-IF.

       300-SEAL-TXN-EXIT.
           EXIT.

       900-ANSWER.

           MOVE CHAINPRM TO DFHCOMMAREA.

           EXEC CICS RETURN END-EXEC.

       END PROGRAM DCI8DPHM.
