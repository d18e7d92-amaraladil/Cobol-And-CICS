000140* ---------- ---- ------------------------------------------------
000150* 2026-08-23 AA   INITIAL VERSION - GROUPS THE DAY'S ERRQ ROWS
000160*                 BY PROGRAM / PARAGRAPH / RESP
000162* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000164*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000166*                 STOPS WITH RETURN CODE 12 WHEN A
000168*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000170*-----------------------------------------------------------------
000180*****************************************************************
000190* DCI8DPGZ WRITES ONE ERRQ ROW PER UNHANDLED CONDITION. THE
000870 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000880 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000890     COPY 'JOBGATE'.

000900 01  WS-SWITCHES.
000910     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
000920         88  WS-EOF-YES              VALUE 'Y'.
002190*-----------------------------------------------------------------
002200 8100-WRITE-JRNL-START.

002201*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002202*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002203     MOVE 'DCI8BERR' TO JG-JOBNAME.
002204     CALL 'DCI8BJGT' USING JOBGATE.
002205     IF JG-RC-BLOCKED THEN
002206         MOVE JG-BLOCKED-RC TO RETURN-CODE
002207         STOP RUN
002208     END-IF.

002210     MOVE 'DCI8BERR' TO JR-JOBNAME.
002220     MOVE 'S' TO JR-ROW-TYPE.
002230     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
