000150* 2026-09-02 AA   INITIAL VERSION - VERIFIES EACH LIVE
000160*                 ARRANGEMENT'S INSTALMENT AGAINST ACCTTXN
000170*                 RECEIPTS AND DRIVES THE AUTOMATIC OUTCOMES
000171* 2026-09-27 AA   EACH ITEM LOADED OR REOPENED IS ALSO WRITTEN TO
000172*                 THE WLHIST WORKLIST HISTORY THROUGH DCI8BWLH
000173* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000175*                 STOPS WITH RETURN CODE 12 WHEN A
000176*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000177* 2026-10-08 AA   ACCTTXN RECORD WIDENED FOR THE HASH CHAIN
000178*                 FIELDS
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS JOB WALKS THE ARRANGE FILE THE DCI8DPGI SCREEN WRITES.
000880         10  TX-POST-DATE        PIC S9(7) COMP-3.
000890         10  TX-POST-JOB         PIC X(08).
000900     05  TX-SOURCE               PIC X(01).
000902     05  TX-CHAIN-INFO.
000904         10  TX-CHAIN-NO         PIC 9(09) COMP.
000906         10  TX-CHAIN-PREV       PIC 9(18) COMP.
000908         10  TX-CHAIN-HASH       PIC 9(18) COMP.

000910 FD  WORKLIST-FILE
000920     LABEL RECORDS ARE STANDARD.
001290 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001300 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001305     COPY 'JOBGATE'.

001310 77  WS-ARRANGE-STATUS       PIC X(02) VALUE SPACES.
001320 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
001330 77  WS-WORKLIST-STATUS      PIC X(02) VALUE SPACES.
001680     05  DL-RESULT           PIC X(18).
001690     05  FILLER              PIC X(11) VALUE SPACES.

001693* PARAMETER BLOCK FOR THE SHARED WORKLIST HISTORY WRITER
001696     COPY 'WLHIST'.

001700 PROCEDURE DIVISION.

001710 0000-MAINLINE.
003080             GO TO 2400-REOPEN
003090     END-WRITE.

003092     MOVE 'L' TO WH-EVENT.
003095     MOVE SPACES TO WH-PREV-COLLECTOR.
003097     PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT.

003100     GO TO 2400-EXIT.

003110 2400-REOPEN.
003200     END-IF.
003210     REWRITE WORKLIST-REC.

003212     MOVE 'L' TO WH-EVENT.
003215     MOVE SPACES TO WH-PREV-COLLECTOR.
003217     PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT.

003220 2400-EXIT.
003230     EXIT.

003400*-----------------------------------------------------------------
003410 8100-WRITE-JRNL-START.

003411*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003412*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003413     MOVE 'DCI8BARR' TO JG-JOBNAME.
003414     CALL 'DCI8BJGT' USING JOBGATE.
003415     IF JG-RC-BLOCKED THEN
003416         MOVE JG-BLOCKED-RC TO RETURN-CODE
003417         STOP RUN
003418     END-IF.

003420     MOVE 'DCI8BARR' TO JR-JOBNAME.
003430     MOVE 'S' TO JR-ROW-TYPE.
003440     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003670 8300-EXIT.
003680     EXIT.

003681*-----------------------------------------------------------------
003682* 8400-WRITE-HISTORY - THE CURRENT WORKLIST RECORD TO THE WLHIST
003683* HISTORY THROUGH DCI8BWLH. THE CALLER SETS WH-EVENT AND
003684* WH-PREV-COLLECTOR FIRST
003685*-----------------------------------------------------------------
003686 8400-WRITE-HISTORY.

003687     MOVE WL-ACCTNO TO WH-ACCTNO.
003688     MOVE 0 TO WH-DATE.
003689     MOVE 0 TO WH-TIME.
003690     MOVE WL-DISPOSITION TO WH-DISPOSITION.
003691     MOVE WL-FOLLOWUP-DATE TO WH-FOLLOWUP-DATE.
003692     MOVE WL-SEVERITY TO WH-SEVERITY.
003693     MOVE WL-COLLECTOR TO WH-COLLECTOR.
003694     MOVE WL-PROMISE-AMT TO WH-PROMISE-AMT.
003695     MOVE WL-PROMISE-DATE TO WH-PROMISE-DATE.
003696     MOVE 'DCI8BARR' TO WH-USERID.
003697     MOVE 'BAT' TO WH-TRMID.
003698     CALL 'DCI8BWLH' USING WLHIST-REC.

003699 8400-EXIT.
003700     EXIT.

003710 END PROGRAM DCI8BARR.
