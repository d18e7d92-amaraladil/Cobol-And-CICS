000160*                 DCI8DPGT COLLECTORS CAPTURE, SO A BROKEN
000170*                 "200 BY FRIDAY" NO LONGER DIES IN A NOTE LINE
000180*                 NOBODY EVER CHECKS
000181* 2026-09-27 AA   EACH SETTLED PROMISE, KEPT OR BROKEN, IS WRITTEN
000182*                 TO THE WLHIST HISTORY FILE THROUGH DCI8BWLH -
000183*                 THE PROMISE-KEPT RATE ON DCI8BCPR COMES FROM IT
000184* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000185*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000186*                 STOPS WITH RETURN CODE 12 WHEN A
000187*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000188* 2026-10-08 AA   ACCTTXN RECORD WIDENED FOR THE HASH CHAIN
000189*                 FIELDS
000190*-----------------------------------------------------------------
000200*****************************************************************
000210* THIS JOB WALKS THE WORKLIST AND SETTLES EVERY OPEN PROMISE
000840         10  TX-POST-DATE        PIC S9(7) COMP-3.
000850         10  TX-POST-JOB         PIC X(08).
000860     05  TX-SOURCE               PIC X(01).
000862     05  TX-CHAIN-INFO.
000864         10  TX-CHAIN-NO         PIC 9(09) COMP.
000866         10  TX-CHAIN-PREV       PIC 9(18) COMP.
000868         10  TX-CHAIN-HASH       PIC 9(18) COMP.

000870 FD  REPORT-FILE
000880     RECORDING MODE IS F
001090 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001100 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001105     COPY 'JOBGATE'.

001110 77  WS-WORKLIST-STATUS      PIC X(02) VALUE SPACES.
001120 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
001130 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001500     05  DL-RESULT           PIC X(16).
001510     05  FILLER              PIC X(13) VALUE SPACES.

001513* PARAMETER BLOCK FOR THE SHARED WORKLIST HISTORY WRITER
001516     COPY 'WLHIST'.

001520 PROCEDURE DIVISION.

001530 0000-MAINLINE.

002270     REWRITE WORKLIST-REC.

002271*    THE HISTORY EVENT CODES FOR A SETTLED PROMISE ARE THE
002273*    FLAG VALUES THEMSELVES - K KEPT, B BROKEN
002275     MOVE WL-PROMISE-FLAG TO WH-EVENT.
002276     MOVE SPACES TO WH-PREV-COLLECTOR.
002278     PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT.

002280     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

002290 2100-EXIT.
002790*-----------------------------------------------------------------
002800 8100-WRITE-JRNL-START.

002801*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002802*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002803     MOVE 'DCI8BPTP' TO JG-JOBNAME.
002804     CALL 'DCI8BJGT' USING JOBGATE.
002805     IF JG-RC-BLOCKED THEN
002806         MOVE JG-BLOCKED-RC TO RETURN-CODE
002807         STOP RUN
002808     END-IF.

002810     MOVE 'DCI8BPTP' TO JR-JOBNAME.
002820     MOVE 'S' TO JR-ROW-TYPE.
002830     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003060 8300-EXIT.
003070     EXIT.

003071*-----------------------------------------------------------------
003072* 8400-WRITE-HISTORY - THE CURRENT WORKLIST RECORD TO THE WLHIST
003073* HISTORY THROUGH DCI8BWLH. THE CALLER SETS WH-EVENT AND
003074* WH-PREV-COLLECTOR FIRST
003075*-----------------------------------------------------------------
003076 8400-WRITE-HISTORY.

003077     MOVE WL-ACCTNO TO WH-ACCTNO.
003078     MOVE 0 TO WH-DATE.
003079     MOVE 0 TO WH-TIME.
003080     MOVE WL-DISPOSITION TO WH-DISPOSITION.
003081     MOVE WL-FOLLOWUP-DATE TO WH-FOLLOWUP-DATE.
003082     MOVE WL-SEVERITY TO WH-SEVERITY.
003083     MOVE WL-COLLECTOR TO WH-COLLECTOR.
003084     MOVE WL-PROMISE-AMT TO WH-PROMISE-AMT.
003085     MOVE WL-PROMISE-DATE TO WH-PROMISE-DATE.
003086     MOVE 'DCI8BPTP' TO WH-USERID.
003087     MOVE 'BAT' TO WH-TRMID.
003088     CALL 'DCI8BWLH' USING WLHIST-REC.

003089 8400-EXIT.
003090     EXIT.

003100 END PROGRAM DCI8BPTP.
