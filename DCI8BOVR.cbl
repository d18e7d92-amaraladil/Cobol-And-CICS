000150* 2026-09-02 AA   INITIAL VERSION - REPORTS THE OVRQ DRAIN SO
000160*                 REPEATED ONE-OFF OVERRIDES BECOME FUNCAUTH
000170*                 CHANGES INSTEAD OF A FRIDAY-EVENING HABIT
000172* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000176*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* DCI8DPGH JOURNALS EVERY GRANTED SUPERVISOR OVERRIDE TO THE
000770 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000780 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000785     COPY 'JOBGATE'.

000790 77  WS-OVRQ-STATUS          PIC X(02) VALUE SPACES.
000800 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

002080*-----------------------------------------------------------------
002090 8100-WRITE-JRNL-START.

002091*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002092*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002093     MOVE 'DCI8BOVR' TO JG-JOBNAME.
002094     CALL 'DCI8BJGT' USING JOBGATE.
002095     IF JG-RC-BLOCKED THEN
002096         MOVE JG-BLOCKED-RC TO RETURN-CODE
002097         STOP RUN
002098     END-IF.

002100     MOVE 'DCI8BOVR' TO JR-JOBNAME.
002110     MOVE 'S' TO JR-ROW-TYPE.
002120     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
