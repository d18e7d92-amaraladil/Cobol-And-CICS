000150* 2026-09-02 AA   INITIAL VERSION - RE-RUNS THE POSTCODE
000160*                 VALIDATION OVER EVERY LIVE ACCTFILE ADDRESS
000170*                 AFTER DCI8BPCR'S QUARTERLY POSTCFG REFRESH
000173* 2026-09-27 AA   EACH ITEM LOADED IS ALSO WRITTEN TO THE WLHIST
000174*                 WORKLIST HISTORY THROUGH DCI8BWLH
000175* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000176*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000177*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* DCI8BPCR'S QUARTERLY REFRESH DELETES AND CHANGES POSTCFG
000916     05  AF-CUST-ID              PIC 9(08).
000918     05  AF-ESTATE-FLAG          PIC X(01).
000920     05  AF-SENS-FLAG            PIC X(01).
000925     05  AF-ANNFEE-PLAN          PIC X(01).
000926     05  AF-SETTLE-FLAG          PIC X(01).
000927     05  AF-PRODUCT-CODE         PIC X(04).

000930 FD  POSTCFG-FILE
000940     LABEL RECORDS ARE STANDARD.
001360 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001370 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001375     COPY 'JOBGATE'.

001380 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001390 77  WS-POSTCFG-STATUS       PIC X(02) VALUE SPACES.
001400 77  WS-WORKLIST-STATUS      PIC X(02) VALUE SPACES.
002000     05  BL-FAILS            PIC ZZZZ9.
002010     05  FILLER              PIC X(52) VALUE SPACES.

002013* PARAMETER BLOCK FOR THE SHARED WORKLIST HISTORY WRITER
002016     COPY 'WLHIST'.

002020 PROCEDURE DIVISION.

002030 0000-MAINLINE.
003590             GO TO 2500-EXIT
003600     END-WRITE.

003602     MOVE 'L' TO WH-EVENT.
003605     MOVE SPACES TO WH-PREV-COLLECTOR.
003607     PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT.

003610     ADD 1 TO WS-QUEUED-COUNT.

003620 2500-EXIT.
003910*-----------------------------------------------------------------
003920 8100-WRITE-JRNL-START.

003921*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003922*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003923     MOVE 'DCI8BPCS' TO JG-JOBNAME.
003924     CALL 'DCI8BJGT' USING JOBGATE.
003925     IF JG-RC-BLOCKED THEN
003926         MOVE JG-BLOCKED-RC TO RETURN-CODE
003927         STOP RUN
003928     END-IF.

003930     MOVE 'DCI8BPCS' TO JR-JOBNAME.
003940     MOVE 'S' TO JR-ROW-TYPE.
003950     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
004180 8300-EXIT.
004190     EXIT.

004191*-----------------------------------------------------------------
004192* 8400-WRITE-HISTORY - THE CURRENT WORKLIST RECORD TO THE WLHIST
004193* HISTORY THROUGH DCI8BWLH. THE CALLER SETS WH-EVENT AND
004194* WH-PREV-COLLECTOR FIRST
004195*-----------------------------------------------------------------
004196 8400-WRITE-HISTORY.

004197     MOVE WL-ACCTNO TO WH-ACCTNO.
004198     MOVE 0 TO WH-DATE.
004199     MOVE 0 TO WH-TIME.
004200     MOVE WL-DISPOSITION TO WH-DISPOSITION.
004201     MOVE WL-FOLLOWUP-DATE TO WH-FOLLOWUP-DATE.
004202     MOVE WL-SEVERITY TO WH-SEVERITY.
004203     MOVE WL-COLLECTOR TO WH-COLLECTOR.
004204     MOVE WL-PROMISE-AMT TO WH-PROMISE-AMT.
004205     MOVE WL-PROMISE-DATE TO WH-PROMISE-DATE.
004206     MOVE 'DCI8BPCS' TO WH-USERID.
004207     MOVE 'BAT' TO WH-TRMID.
004208     CALL 'DCI8BWLH' USING WLHIST-REC.

004209 8400-EXIT.
004210     EXIT.

004220 END PROGRAM DCI8BPCS.
