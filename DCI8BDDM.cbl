000140* ---------- ---- ------------------------------------------------
000150* 2026-09-02 AA   INITIAL VERSION - LOADS AND CANCELS DIRECT
000160*                 DEBIT MANDATES FROM THE BRANCHES' MANDIN FEED
000162* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000164*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000166*                 STOPS WITH RETURN CODE 12 WHEN A
000168*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000170*-----------------------------------------------------------------
000180*****************************************************************
000190* MANDIN CARRIES ONE ROW PER MANDATE ACTION - 'A' SETS UP OR
000660 01  ACCTFILE-REC.
000670     05  AF-ACCTKEY.
000680         10  AF-ACCTNO           PIC X(09).
000690     05  FILLER                  PIC X(259).

000700 FD  MANDATE-FILE
000710     LABEL RECORDS ARE STANDARD.
001010 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001020 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001025     COPY 'JOBGATE'.

001030 77  WS-MANDIN-STATUS        PIC X(02) VALUE SPACES.
001040 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001050 77  WS-MANDATE-STATUS       PIC X(02) VALUE SPACES.
003040*-----------------------------------------------------------------
003050 8100-WRITE-JRNL-START.

003051*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003052*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003053     MOVE 'DCI8BDDM' TO JG-JOBNAME.
003054     CALL 'DCI8BJGT' USING JOBGATE.
003055     IF JG-RC-BLOCKED THEN
003056         MOVE JG-BLOCKED-RC TO RETURN-CODE
003057         STOP RUN
003058     END-IF.

003060     MOVE 'DCI8BDDM' TO JR-JOBNAME.
003070     MOVE 'S' TO JR-ROW-TYPE.
003080     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
