000150* 2026-09-02 AA   INITIAL VERSION - REVERSES FAILED COLLECTIONS
000160*                 AND PUTS REPEAT FAILERS IN FRONT OF THE
000170*                 COLLECTORS
000171* 2026-09-27 AA   EACH ITEM LOADED OR REOPENED IS ALSO WRITTEN TO
000172*                 THE WLHIST WORKLIST HISTORY THROUGH DCI8BWLH
000173* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000175*                 STOPS WITH RETURN CODE 12 WHEN A
000176*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000177* 2026-10-08 AA   EVERY NEW ACCTTXN ROW IS SEALED INTO ITS
000178*                 ACCOUNT'S HASH CHAIN THROUGH DCI8BHCN
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THE BANK'S RETURN FILE (DDRET) CARRIES ONE ROW PER FAILED
000790         10  AF-ACCTNO           PIC X(09).
000800     05  FILLER                  PIC X(223).
000810     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
000820     05  FILLER                  PIC X(30).

000830 FD  ACCTTXN-FILE
000840     LABEL RECORDS ARE STANDARD.
000930         10  TX-POST-DATE        PIC S9(7) COMP-3.
000940         10  TX-POST-JOB         PIC X(08).
000950     05  TX-SOURCE               PIC X(01).
000952     05  TX-CHAIN-INFO.
000954         10  TX-CHAIN-NO         PIC 9(09) COMP.
000956         10  TX-CHAIN-PREV       PIC 9(18) COMP.
000958         10  TX-CHAIN-HASH       PIC 9(18) COMP.

000960 FD  MANDATE-FILE
000970     LABEL RECORDS ARE STANDARD.
001430 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001440 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001445     COPY 'JOBGATE'.

001446*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
001448     COPY 'CHAINPRM'.

001450 77  WS-RETURN-STATUS        PIC X(02) VALUE SPACES.
001460 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001470 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
001710     05  DL-NOTE             PIC X(30).
001720     05  FILLER              PIC X(20) VALUE SPACES.

001723* PARAMETER BLOCK FOR THE SHARED WORKLIST HISTORY WRITER
001726     COPY 'WLHIST'.

001730 PROCEDURE DIVISION.

001740 0000-MAINLINE.
002570     WRITE ACCTTXN-REC
002580         INVALID KEY
002590             GO TO 2100-EXIT
002593         NOT INVALID KEY
002596             PERFORM 8600-SEAL-TXN-ROW THRU 8600-EXIT
002600     END-WRITE.

002610     MOVE WS-NEW-BALANCE TO AF-CURR-BAL.
003050             GO TO 2300-REOPEN
003060     END-WRITE.

003062     MOVE 'L' TO WH-EVENT.
003065     MOVE SPACES TO WH-PREV-COLLECTOR.
003067     PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT.

003070     GO TO 2300-EXIT.

003080 2300-REOPEN.
003170     END-IF.
003180     REWRITE WORKLIST-REC.

003182     MOVE 'L' TO WH-EVENT.
003185     MOVE SPACES TO WH-PREV-COLLECTOR.
003187     PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT.

003190 2300-EXIT.
003200     EXIT.

003330 9000-EXIT.
003340     EXIT.

003341*-----------------------------------------------------------------
003342* 8600 - THE ACCTTXN ROW JUST WRITTEN JOINS ITS ACCOUNT'S
003343* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
003344* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
003345* AND THE ROW IS REWRITTEN WITH THEM
003346*-----------------------------------------------------------------
003347 8600-SEAL-TXN-ROW.

003348     MOVE 'S' TO CP-FUNCTION.
003349     MOVE 'T' TO CP-FILE.
003350     MOVE 'DCI8BDDR' TO CP-JOBNAME.
003351     MOVE ACCTTXN-REC TO CP-ROW.
003352     CALL 'DCI8BHCN' USING CHAINPRM.

003353     MOVE CP-CHAIN-NO TO TX-CHAIN-NO.
003354     MOVE CP-PREV-HASH TO TX-CHAIN-PREV.
003355     MOVE CP-HASH TO TX-CHAIN-HASH.
003356     REWRITE ACCTTXN-REC.

003357 8600-EXIT.
003358     EXIT.

003359*-----------------------------------------------------------------
003360* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
003370* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
003380* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
003390*-----------------------------------------------------------------
003400 8100-WRITE-JRNL-START.

003401*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003402*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003403     MOVE 'DCI8BDDR' TO JG-JOBNAME.
003404     CALL 'DCI8BJGT' USING JOBGATE.
003405     IF JG-RC-BLOCKED THEN
003406         MOVE JG-BLOCKED-RC TO RETURN-CODE
003407         STOP RUN
003408     END-IF.

003410     MOVE 'DCI8BDDR' TO JR-JOBNAME.
003420     MOVE 'S' TO JR-ROW-TYPE.
003430     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003660 8300-EXIT.
003670     EXIT.

003671*-----------------------------------------------------------------
003672* 8400-WRITE-HISTORY - THE CURRENT WORKLIST RECORD TO THE WLHIST
003673* HISTORY THROUGH DCI8BWLH. THE CALLER SETS WH-EVENT AND
003674* WH-PREV-COLLECTOR FIRST
003675*-----------------------------------------------------------------
003676 8400-WRITE-HISTORY.

003677     MOVE WL-ACCTNO TO WH-ACCTNO.
003678     MOVE 0 TO WH-DATE.
003679     MOVE 0 TO WH-TIME.
003680     MOVE WL-DISPOSITION TO WH-DISPOSITION.
003681     MOVE WL-FOLLOWUP-DATE TO WH-FOLLOWUP-DATE.
003682     MOVE WL-SEVERITY TO WH-SEVERITY.
003683     MOVE WL-COLLECTOR TO WH-COLLECTOR.
003684     MOVE WL-PROMISE-AMT TO WH-PROMISE-AMT.
003685     MOVE WL-PROMISE-DATE TO WH-PROMISE-DATE.
003686     MOVE 'DCI8BDDR' TO WH-USERID.
003687     MOVE 'BAT' TO WH-TRMID.
003688     CALL 'DCI8BWLH' USING WLHIST-REC.

003689 8400-EXIT.
003690     EXIT.

003700 END PROGRAM DCI8BDDR.
