000150* 2026-09-02 AA   INITIAL VERSION - PER-OPERATOR ACCESS PACK
000160*                 FROM OPERTAB, FUNCAUTH AND THE AUDTEXT DRAIN
000170*                 FOR QUARTERLY MANAGER SIGN-OFF
000172* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000176*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000179* 2026-10-10 AA   OPERTAB RECORD WIDENED FOR THE OPERATOR'S
000180*                 CUSTOMER NUMBER AND DECLARED CONNECTED
000181*                 ACCOUNTS
000182* 2026-10-11 AA   OPERTAB RECORD WIDENED FOR THE ONE-OFF
000183*                 OUT-OF-HOURS SIGN-ON WINDOW
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* 'WHO CAN DO WHAT, AND DO THEY STILL NEED IT' USED TO MEAN
000790     05  OPER-EXPIRY-DATE        PIC S9(7) COMP-3.
000800     05  OPER-REVOKED-FLAG       PIC X(01).
000810         88  OPER-REVOKED            VALUE 'Y'.
000820     05  FILLER                  PIC X(171).

000830 FD  FUNCAUTH-FILE
000840     LABEL RECORDS ARE STANDARD.
001250 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001260 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001265     COPY 'JOBGATE'.

001270 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001280 77  WS-OPERTAB-STATUS       PIC X(02) VALUE SPACES.
001290 77  WS-FUNCAUTH-STATUS      PIC X(02) VALUE SPACES.
004480*-----------------------------------------------------------------
004490 8100-WRITE-JRNL-START.

004491*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
004492*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
004493     MOVE 'DCI8BRCT' TO JG-JOBNAME.
004494     CALL 'DCI8BJGT' USING JOBGATE.
004495     IF JG-RC-BLOCKED THEN
004496         MOVE JG-BLOCKED-RC TO RETURN-CODE
004497         STOP RUN
004498     END-IF.

004500     MOVE 'DCI8BRCT' TO JR-JOBNAME.
004510     MOVE 'S' TO JR-ROW-TYPE.
004520     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
