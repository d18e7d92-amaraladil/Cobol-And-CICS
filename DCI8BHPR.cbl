000169*                 JOURNAL (RUNJRNL) FOR THE MORNING CHECK
000170* 2026-08-23 AA   MONETARY AMOUNTS NOW CARRY PENCE (V99) END TO
000170*                 END - SEE THE DCI8BMCV ONE-TIME CONVERSION
000171* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000172*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000173*                 STOPS WITH RETURN CODE 12 WHEN A
000174*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000170*-----------------------------------------------------------------
000180*****************************************************************
000190* ONCE DCI8BHAR HAS MOVED AGED ACCTHIST ROWS TO A HISTARCH
000022 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000023 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000501     COPY 'JOBGATE'.

000980 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
000990 77  WS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
001000 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
900108*-----------------------------------------------------------------
900110 8100-WRITE-JRNL-START.

900111*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
900112*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
900113     MOVE 'DCI8BHPR' TO JG-JOBNAME.
900114     CALL 'DCI8BJGT' USING JOBGATE.
900115     IF JG-RC-BLOCKED THEN
900116         MOVE JG-BLOCKED-RC TO RETURN-CODE
900117         STOP RUN
900118     END-IF.

900119     MOVE 'DCI8BHPR' TO JR-JOBNAME.
900120     MOVE 'S' TO JR-ROW-TYPE.
900121     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
900122         JR-REJECTED-COUNT.
900123     MOVE SPACE TO JR-STATUS.
900124     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

900128 8100-EXIT.
