000150* 2026-09-02 AA   INITIAL VERSION - AUDIT'S ACTUAL QUESTION,
000160*                 "SHOW ME EVERYTHING OPERATOR ABC TOUCHED IN
000170*                 MARCH", ANSWERED IN ONE RUN
000172* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000176*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000179* 2026-10-08 AA   ACCTHIST RECORD WIDENED FOR THE HASH CHAIN
000180*                 FIELDS
000181* 2026-10-15 AA   PRODUCT EVENT ('P') NAMED ON THE REPORT - THE
000182*                 ACCOUNT PRODUCT SCREEN DCI8DPHR WRITES IT
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS JOB READS A SINGLE CONTROL CARD FROM INVPARM GIVING THE
000900         88  AH-EVENT-MERGE              VALUE 'M'.
000910         88  AH-EVENT-BULK               VALUE 'B'.
000920         88  AH-EVENT-REINSTATE          VALUE 'R'.
000921         88  AH-EVENT-PRODUCT            VALUE 'P'.
000922     05  AH-CHAIN-INFO.
000924         10  AH-CHAIN-NO         PIC 9(09) COMP.
000926         10  AH-CHAIN-PREV       PIC 9(18) COMP.
000928         10  AH-CHAIN-HASH       PIC 9(18) COMP.

000930 FD  REPORT-FILE
000940     RECORDING MODE IS F
001150 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001160 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001165     COPY 'JOBGATE'.

001170 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001180 77  WS-ACCTHIST-STATUS      PIC X(02) VALUE SPACES.
001190 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
002380         MOVE 'BULK' TO DL-EVENT
002390     ELSE IF AH-EVENT-REINSTATE THEN
002400         MOVE 'REINSTATE' TO DL-EVENT
002401     ELSE IF AH-EVENT-PRODUCT THEN
002402         MOVE 'PRODUCT' TO DL-EVENT
002410     ELSE
002420         MOVE AH-EVENT-TYPE TO DL-EVENT
002421                                     END-IF
002430                                 END-IF
002440                             END-IF
002450                         END-IF
002680*-----------------------------------------------------------------
002690 8100-WRITE-JRNL-START.

002691*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002692*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002693     MOVE 'DCI8BINV' TO JG-JOBNAME.
002694     CALL 'DCI8BJGT' USING JOBGATE.
002695     IF JG-RC-BLOCKED THEN
002696         MOVE JG-BLOCKED-RC TO RETURN-CODE
002697         STOP RUN
002698     END-IF.

002700     MOVE 'DCI8BINV' TO JR-JOBNAME.
002710     MOVE 'S' TO JR-ROW-TYPE.
002720     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
