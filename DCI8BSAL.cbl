000160*                 WAY DCI8BSEC REPORTS THE SIGN-ON DENIALS, SO
000170*                 EVERY LOOK AT A SENSITIVE ACCOUNT IS
000180*                 ANSWERABLE
000182* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000184*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000186*                 STOPS WITH RETURN CODE 12 WHEN A
000188*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000189* 2026-10-13 AA   CUSTOMER SUMMARY LOOKS (SOURCE V) SHOWN AS SUCH
000190*-----------------------------------------------------------------
000200*****************************************************************
000210* THE INQUIRY, BROWSE, CUSTOMER SUMMARY AND READ WEB SERVICE
000220* EACH WRITE ONE ACCQ ROW PER LOOK AT A SENSITIVE ACCOUNT -
000230* OPERATOR, TERMINAL, DATE/TIME, ACCOUNT AND THE SOURCE (I
000240* INQUIRY, B BROWSE, V SUMMARY, W WEB SERVICE). THE NIGHTLY
000245* DRAIN LANDS ON ACCQEXT AND THIS
000250* JOB PRINTS IT, ONE LINE PER LOOK WITH PER-SOURCE COUNTS -
000260* THE PERIODIC ACCESS REPORT THE SENSITIVE MARKER PROMISES
000270*****************************************************************
000780 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000790 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000795     COPY 'JOBGATE'.

000800 77  WS-ACCQ-STATUS          PIC X(02) VALUE SPACES.
000810 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

000870     05  WS-INQ-COUNT        PIC 9(07) COMP-3 VALUE 0.
000880     05  WS-BRW-COUNT        PIC 9(07) COMP-3 VALUE 0.
000890     05  WS-WEB-COUNT        PIC 9(07) COMP-3 VALUE 0.
000895     05  WS-SUM-COUNT        PIC 9(07) COMP-3 VALUE 0.

000900 01  WS-REPORT-HEADING1.
000910     05  FILLER PIC X(80) VALUE
001560     ELSE IF AQ-SOURCE = 'B' THEN
001570         MOVE 'BROWSE' TO DL-VIA
001580         ADD 1 TO WS-BRW-COUNT
001582     ELSE IF AQ-SOURCE = 'V' THEN
001584         MOVE 'SUMMARY' TO DL-VIA
001586         ADD 1 TO WS-SUM-COUNT
001590     ELSE
001600         MOVE 'WEB SERVICE' TO DL-VIA
001610         ADD 1 TO WS-WEB-COUNT
001615             END-IF
001620         END-IF
001630     END-IF.

001640     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
001710     DISPLAY 'VIA INQUIRY      : ' WS-INQ-COUNT.
001720     DISPLAY 'VIA BROWSE       : ' WS-BRW-COUNT.
001730     DISPLAY 'VIA WEB SERVICE  : ' WS-WEB-COUNT.
001735     DISPLAY 'VIA SUMMARY      : ' WS-SUM-COUNT.

001740     CLOSE ACCQ-FILE.
001750     CLOSE REPORT-FILE.
001820*-----------------------------------------------------------------
001830 8100-WRITE-JRNL-START.

001831*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
001832*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
001833     MOVE 'DCI8BSAL' TO JG-JOBNAME.
001834     CALL 'DCI8BJGT' USING JOBGATE.
001835     IF JG-RC-BLOCKED THEN
001836         MOVE JG-BLOCKED-RC TO RETURN-CODE
001837         STOP RUN
001838     END-IF.

001840     MOVE 'DCI8BSAL' TO JR-JOBNAME.
001850     MOVE 'S' TO JR-ROW-TYPE.
001860     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
