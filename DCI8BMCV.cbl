000140* ---------- ---- ------------------------------------------------
000150* 2026-08-23 AA   INITIAL VERSION - REBUILDS EVERY MONEY-CARRYING
000160*                 FILE FROM WHOLE UNITS INTO POUNDS AND PENCE
000162* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000164*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000166*                 STOPS WITH RETURN CODE 12 WHEN A
000168*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000170*-----------------------------------------------------------------
000180*****************************************************************
000190* MONETARY AMOUNTS NOW CARRY TWO DECIMALS END TO END. THIS ONE-
003540 WORKING-STORAGE SECTION.
003550 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
003560 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

003565     COPY 'JOBGATE'.
003570 77  WS-ACCT-O-STATUS         PIC X(02) VALUE SPACES.
003580 77  WS-ACCT-N-STATUS         PIC X(02) VALUE SPACES.
003590 77  WS-HIST-O-STATUS         PIC X(02) VALUE SPACES.
007030*-----------------------------------------------------------------
007040 8100-WRITE-JRNL-START.

007041*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
007042*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
007043     MOVE 'DCI8BMCV' TO JG-JOBNAME.
007044     CALL 'DCI8BJGT' USING JOBGATE.
007045     IF JG-RC-BLOCKED THEN
007046         MOVE JG-BLOCKED-RC TO RETURN-CODE
007047         STOP RUN
007048     END-IF.

007050     MOVE 'DCI8BMCV' TO JR-JOBNAME.
007060     MOVE 'S' TO JR-ROW-TYPE.
007070     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
