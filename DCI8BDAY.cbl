000160*                 ROW FROM A CONTROL CARD SO THE SCHEDULE CAN
000170*                 CLOSE THE ONLINE DAY AROUND THE NIGHTLY
000180*                 POSTING RUN AND REOPEN IT AFTERWARDS
000182* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000184*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000186*                 STOPS WITH RETURN CODE 12 WHEN A
000188*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000190*-----------------------------------------------------------------
000200*****************************************************************
000210* THIS JOB READS A SINGLE CONTROL CARD FROM DAYPARM NAMING THE
000790 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000800 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000805     COPY 'JOBGATE'.

000810 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
000820 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.

001590*-----------------------------------------------------------------
001600 8100-WRITE-JRNL-START.

001601*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
001602*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
001603     MOVE 'DCI8BDAY' TO JG-JOBNAME.
001604     CALL 'DCI8BJGT' USING JOBGATE.
001605     IF JG-RC-BLOCKED THEN
001606         MOVE JG-BLOCKED-RC TO RETURN-CODE
001607         STOP RUN
001608     END-IF.

001610     MOVE 'DCI8BDAY' TO JR-JOBNAME.
001620     MOVE 'S' TO JR-ROW-TYPE.
001630     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
