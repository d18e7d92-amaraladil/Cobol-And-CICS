000140* ---------- ---- ------------------------------------------------
000150* 2026-08-23 AA   INITIAL VERSION - USAGE BY CHOICE, OPERATOR
000160*                 AND HOUR FROM THE DRAINED AUDT QUEUE
000162* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000164*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000166*                 STOPS WITH RETURN CODE 12 WHEN A
000168*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000170*-----------------------------------------------------------------
000180*****************************************************************
000190* DCI8DPGM'S 150-LOG-USAGE HAS WRITTEN EVERY MENU SELECTION TO
000900 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000910 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000920     COPY 'JOBGATE'.

000930 01  WS-SWITCHES.
000940     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
000950         88  WS-EOF-YES              VALUE 'Y'.
002850*-----------------------------------------------------------------
002860 8100-WRITE-JRNL-START.

002861*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002862*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002863     MOVE 'DCI8BUSG' TO JG-JOBNAME.
002864     CALL 'DCI8BJGT' USING JOBGATE.
002865     IF JG-RC-BLOCKED THEN
002866         MOVE JG-BLOCKED-RC TO RETURN-CODE
002867         STOP RUN
002868     END-IF.

002870     MOVE 'DCI8BUSG' TO JR-JOBNAME.
002880     MOVE 'S' TO JR-ROW-TYPE.
002890     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
