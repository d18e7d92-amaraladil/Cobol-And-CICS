000140* ---------- ---- ------------------------------------------------
000150* 2026-08-23 AA   INITIAL VERSION - CALL VOLUMES AND ERROR RATES
000160*                 PER WEB SERVICE FROM THE WSLG DRAIN
000165* 2026-09-10 AA   ADDED THE DCI8DWSA AUTHORIZATION SERVICE (A)
000166* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000167*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000168*                 STOPS WITH RETURN CODE 12 WHEN A
000169*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000170* 2026-10-15 AA   ADDED THE DCI8DWSL CUSTOMER ACCOUNT LIST (L)
000172* 2026-10-15 AA   ADDED THE DCI8DWSP PAYMENT SERVICE (P)
000175*-----------------------------------------------------------------
000180*****************************************************************
000190* EVERY DCI8DWSR/DWSB/DWSC/DWSU INVOCATION NOW LEAVES ONE WSLG
000200* ROW. THE NIGHTLY OPERATIONS DRAIN COPIES THE QUEUE TO THE
000870 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000880 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000890     COPY 'JOBGATE'.

000900 01  WS-SWITCHES.
000910     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
000920         88  WS-EOF-YES              VALUE 'Y'.
000970*-----------------------------------------------------------------
000980* THE SERVICES, SUBSCRIPTED THE SAME WAY DCI8BPGS'S STATUS
000990* TABLE IS - R=READ, B=BROWSE, C=CREATE, U=UPDATE, F=CLOSE,
000992* H=HISTORY, T=TRANSACTIONS, A=AUTHORIZATION (A DECLINE IS A
000993* DECIDED REQUEST, STATUS 0, SO IT IS NOT COUNTED AS AN ERROR),
000994* L=CUSTOMER ACCOUNT LIST, P=PAYMENT (A QUEUED PAYMENT IS
000996* ACCEPTED, STATUS 0, SO IT IS NOT COUNTED AS AN ERROR)
001000*-----------------------------------------------------------------
001010 01  WS-SVC-TOTALS.
001011     05  WS-SVC-ENTRY OCCURS 10 TIMES
001030                 INDEXED BY WS-SVC-SUB.
001040         10  WS-SVC-CODE         PIC X(01).
001050         10  WS-SVC-CALLS        PIC 9(07) COMP-3.
001132     05  FILLER  PIC X(01) VALUE 'F'.
001134     05  FILLER  PIC X(01) VALUE 'H'.
001136     05  FILLER  PIC X(01) VALUE 'T'.
001143     05  FILLER  PIC X(01) VALUE 'A'.
001144     05  FILLER  PIC X(01) VALUE 'L'.
001146     05  FILLER  PIC X(01) VALUE 'P'.

001150 01  WS-SVC-TABLE REDEFINES WS-SVC-TABLE-VALUES.
001151     05  WS-SVC-TABLE-CODE PIC X(01) OCCURS 10 TIMES.

001180 77  WS-ERR-PCT              PIC 9(03) VALUE 0.

001540     OPEN OUTPUT REPORT-FILE.

001550     PERFORM VARYING WS-SVC-SUB FROM 1 BY 1
001551             UNTIL WS-SVC-SUB > 10
001570         MOVE WS-SVC-TABLE-CODE(WS-SVC-SUB)
001580             TO WS-SVC-CODE(WS-SVC-SUB)
001590         MOVE 0 TO WS-SVC-CALLS(WS-SVC-SUB)
001750 2000-TALLY-ROW.

001760     PERFORM VARYING WS-SVC-SUB FROM 1 BY 1
001761             UNTIL WS-SVC-SUB > 10

001780         IF WL-SERVICE = WS-SVC-CODE(WS-SVC-SUB) THEN
001790             ADD 1 TO WS-SVC-CALLS(WS-SVC-SUB)

001960     PERFORM 9100-PRINT-ONE-SVC THRU 9100-EXIT
001970         VARYING WS-SVC-SUB FROM 1 BY 1
001971         UNTIL WS-SVC-SUB > 10.

001990     DISPLAY 'DCI8BWSA - WEB SERVICE ACTIVITY - RUN SUMMARY'.
002000     DISPLAY 'WSLG ROWS READ   : ' WS-READ-COUNT.
002250*-----------------------------------------------------------------
002260 8100-WRITE-JRNL-START.

002261*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002262*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002263     MOVE 'DCI8BWSA' TO JG-JOBNAME.
002264     CALL 'DCI8BJGT' USING JOBGATE.
002265     IF JG-RC-BLOCKED THEN
002266         MOVE JG-BLOCKED-RC TO RETURN-CODE
002267         STOP RUN
002268     END-IF.

002270     MOVE 'DCI8BWSA' TO JR-JOBNAME.
002280     MOVE 'S' TO JR-ROW-TYPE.
002290     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
