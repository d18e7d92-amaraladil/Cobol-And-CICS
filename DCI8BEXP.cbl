000150* 2026-09-02 AA   INITIAL VERSION - ADDS UP WHAT RELPARTY KNOWS
000160*                 BUT NO REPORT EVER TOTALLED: ONE PERSON'S
000170*                 EXPOSURE ACROSS EVERY ACCOUNT THEY SIT ON
000172* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000176*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* SOMEONE CAN BE PRIMARY ON ONE ACCOUNT AND JOINT HOLDER ON
000970     05  AN-SNAME                PIC X(15).
000980     05  FILLER                  PIC X(193).
000990     05  AN-CURR-BAL             PIC S9(08)V99 COMP-3.
001000     05  FILLER                  PIC X(30).

001010 FD  ACCTFILE
001020     LABEL RECORDS ARE STANDARD.
001050         10  AF-ACCTNO           PIC X(09).
001060     05  FILLER                  PIC X(74).
001070     05  AF-CRLIMIT-X            PIC X(10).
001080     05  FILLER                  PIC X(175).

001090 FD  REPORT-FILE
001100     RECORDING MODE IS F
001310 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001320 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001325     COPY 'JOBGATE'.

001330 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001340 77  WS-RELPARTY-STATUS      PIC X(02) VALUE SPACES.
001350 77  WS-ACCTNAME-STATUS      PIC X(02) VALUE SPACES.
003620*-----------------------------------------------------------------
003630 8100-WRITE-JRNL-START.

003631*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003632*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003633     MOVE 'DCI8BEXP' TO JG-JOBNAME.
003634     CALL 'DCI8BJGT' USING JOBGATE.
003635     IF JG-RC-BLOCKED THEN
003636         MOVE JG-BLOCKED-RC TO RETURN-CODE
003637         STOP RUN
003638     END-IF.

003640     MOVE 'DCI8BEXP' TO JR-JOBNAME.
003650     MOVE 'S' TO JR-ROW-TYPE.
003660     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
