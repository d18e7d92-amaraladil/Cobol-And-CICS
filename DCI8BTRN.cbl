000170*                 FILE DCI8BPGS NOW MAINTAINS
000180* 2026-08-23 AA   MONETARY AMOUNTS NOW CARRY PENCE (V99) END TO
000180*                 END - SEE THE DCI8BMCV ONE-TIME CONVERSION
000181* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000182*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000183*                 STOPS WITH RETURN CODE 12 WHEN A
000184*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* DCI8BPGS FILES ITS PER-STATUS COUNT AND EXPOSURE FIGURES ON
000940 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000950 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000955     COPY 'JOBGATE'.

000960 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
000970 77  WS-EXPHIST-STATUS       PIC X(02) VALUE SPACES.
000980 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
003540*-----------------------------------------------------------------
003550 8100-WRITE-JRNL-START.

003551*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003552*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003553     MOVE 'DCI8BTRN' TO JG-JOBNAME.
003554     CALL 'DCI8BJGT' USING JOBGATE.
003555     IF JG-RC-BLOCKED THEN
003556         MOVE JG-BLOCKED-RC TO RETURN-CODE
003557         STOP RUN
003558     END-IF.

003560     MOVE 'DCI8BTRN' TO JR-JOBNAME.
003570     MOVE 'S' TO JR-ROW-TYPE.
003580     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
