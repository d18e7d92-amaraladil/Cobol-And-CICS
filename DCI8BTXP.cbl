000150* 2026-09-02 AA   INITIAL VERSION - THE DCI8BHPR PATTERN FOR THE
000160*                 TXNARCH GENERATIONS, SO A DISPUTE ABOUT AN
000170*                 ARCHIVED CHARGE CAN STILL BE ANSWERED
000172* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000176*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS JOB READS A SINGLE CONTROL CARD FROM TXPPARM GIVING THE
000920 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000930 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000935     COPY 'JOBGATE'.

000940 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
000950 77  WS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
000960 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001990*-----------------------------------------------------------------
002000 8100-WRITE-JRNL-START.

002001*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002002*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002003     MOVE 'DCI8BTXP' TO JG-JOBNAME.
002004     CALL 'DCI8BJGT' USING JOBGATE.
002005     IF JG-RC-BLOCKED THEN
002006         MOVE JG-BLOCKED-RC TO RETURN-CODE
002007         STOP RUN
002008     END-IF.

002010     MOVE 'DCI8BTXP' TO JR-JOBNAME.
002020     MOVE 'S' TO JR-ROW-TYPE.
002030     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
