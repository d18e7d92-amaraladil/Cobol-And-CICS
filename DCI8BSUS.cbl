000150* 2026-09-02 AA   INITIAL VERSION - AGES WHATEVER IS STILL
000160*                 SITTING OPEN IN SUSPENSE SO PARKED MONEY
000170*                 CANNOT QUIETLY GO STALE
000173* 2026-09-30 AA   SUSPENSE RECORD LAYOUT WIDENED FOR THE SOURCE
000176*                 FEED AND PAYER DETAILS
000177* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000178*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000179*                 STOPS WITH RETURN CODE 12 WHEN A
000180*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS JOB WALKS THE SUSPENSE FILE AND LISTS EVERY ITEM STILL
000630         10  SU-RES-TRMID        PIC X(04).
000640         10  SU-RES-DATE         PIC S9(7) COMP-3.
000650         10  SU-RES-TIME         PIC S9(7) COMP-3.
000655     05  FILLER                  PIC X(76).

000660 FD  REPORT-FILE
000670     RECORDING MODE IS F
000880 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000890 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000895     COPY 'JOBGATE'.

000900 77  WS-SUSPENSE-STATUS      PIC X(02) VALUE SPACES.
000910 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

002430*-----------------------------------------------------------------
002440 8100-WRITE-JRNL-START.

002441*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002442*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002443     MOVE 'DCI8BSUS' TO JG-JOBNAME.
002444     CALL 'DCI8BJGT' USING JOBGATE.
002445     IF JG-RC-BLOCKED THEN
002446         MOVE JG-BLOCKED-RC TO RETURN-CODE
002447         STOP RUN
002448     END-IF.

002450     MOVE 'DCI8BSUS' TO JR-JOBNAME.
002460     MOVE 'S' TO JR-ROW-TYPE.
002470     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
