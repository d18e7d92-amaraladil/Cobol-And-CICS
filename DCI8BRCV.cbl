000150* 2026-09-02 AA   INITIAL VERSION - SWEEPS POST-CHARGE-OFF
000160*                 CREDITS INTO EACH RECOVERY LEDGER ROW AND
000170*                 REPORTS WRITTEN-OFF VS RECOVERED BY MONTH
000172* 2026-09-24 AA   INSOLVENCY DIVIDENDS POSTED TO THE LEDGER ROW
000175*                 COUNT AS RECOVERED; THE RESIDUE WRITTEN OFF
000177*                 AT DISCHARGE IS PRINTED ON THE DETAIL LINE
000178* 2026-09-25 AA   COLLECTION AGENCY REMITTANCES POSTED TO THE
000179*                 LEDGER ROW COUNT AS RECOVERED
000180* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000181*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000182*                 STOPS WITH RETURN CODE 12 WHEN A
000183*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000184* 2026-10-08 AA   ACCTTXN RECORD WIDENED FOR THE HASH CHAIN
000185*                 FIELDS
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS JOB WALKS THE RECOVERY LEDGER DCI8DPGT'S CHARGE-OFF
000250* WRITTEN-OFF VS RECOVERED SUMMARY BY CHARGE-OFF MONTH - THE
000260* FIGURE RISK HAS NEVER HAD. RE-DERIVING FROM SCRATCH EVERY
000270* RUN MAKES THE SWEEP IDEMPOTENT - A RERUN SIMPLY LANDS ON THE
000280* SAME ANSWERS. DIVIDENDS FROM AN INSOLVENCY PRACTITIONER ARE
000282* NEVER ACCTTXN ROWS - DCI8DPHK ADDS THEM TO RL-DIVIDEND-AMT ON
000285* THE LEDGER ROW ITSELF - SO THEY ARE ADDED BACK ON TOP OF THE
000287* RE-DERIVED CREDITS, AND SO ARE THE COLLECTION AGENCY
000288* REMITTANCES DCI8BREM ADDS TO RL-AGENCY-AMT
000290*****************************************************************

000300 ENVIRONMENT DIVISION.
000630         10  RL-AUTH-TRMID       PIC X(04).
000640         10  RL-AUTH-DATE        PIC S9(7) COMP-3.
000650         10  RL-AUTH-TIME        PIC S9(7) COMP-3.
000652     05  RL-DIVIDEND-AMT         PIC 9(08)V99.
000655     05  RL-RESIDUE-AMT          PIC 9(08)V99.
000657     05  RL-CLOSED-DATE          PIC S9(7) COMP-3.
000658     05  RL-AGENCY-AMT           PIC 9(08)V99.

000660 FD  ACCTTXN-FILE
000670     LABEL RECORDS ARE STANDARD.
000770         10  TX-POST-DATE        PIC S9(7) COMP-3.
000780         10  TX-POST-JOB         PIC X(08).
000790     05  TX-SOURCE               PIC X(01).
000792     05  TX-CHAIN-INFO.
000794         10  TX-CHAIN-NO         PIC 9(09) COMP.
000796         10  TX-CHAIN-PREV       PIC 9(18) COMP.
000798         10  TX-CHAIN-HASH       PIC 9(18) COMP.

000800 FD  REPORT-FILE
000810     RECORDING MODE IS F
001020 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001030 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001035     COPY 'JOBGATE'.

001040 77  WS-RECOVLDG-STATUS      PIC X(02) VALUE SPACES.
001050 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
001060 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001360     05  FILLER PIC X(11) VALUE 'ACCOUNT'.
001370     05  FILLER PIC X(10) VALUE 'CHG-OFF'.
001380     05  FILLER PIC X(15) VALUE 'WRITTEN OFF'.
001390     05  FILLER PIC X(15) VALUE 'RECOVERED'.
001395     05  FILLER PIC X(29) VALUE 'RESIDUE'.

001400 01  WS-DETAIL-LINE.
001410     05  DL-ACCTNO           PIC X(09).
001450     05  DL-WRITTEN          PIC ZZ,ZZZ,ZZ9.99.
001460     05  FILLER              PIC X(02) VALUE SPACES.
001470     05  DL-RECOVERED        PIC ZZ,ZZZ,ZZ9.99.
001475     05  FILLER              PIC X(02) VALUE SPACES.
001480     05  DL-RESIDUE          PIC ZZ,ZZZ,ZZ9.99.
001485     05  FILLER              PIC X(17) VALUE SPACES.

001490 01  WS-SUMMARY-HEADING.
001500     05  FILLER PIC X(10) VALUE 'MONTH'.

001920     PERFORM 2100-TALLY-RECOVERIES THRU 2100-EXIT.

001925     ADD RL-DIVIDEND-AMT TO WS-RECOVERED.
001927     ADD RL-AGENCY-AMT TO WS-RECOVERED.
001930     MOVE WS-RECOVERED TO RL-RECOVERED-AMT.
001940     REWRITE RECOVLDG-REC.
001950     ADD 1 TO WS-SWEPT-COUNT.
001970     MOVE RL-CHGOFF-DATE TO DL-DATE.
001980     MOVE RL-CHGOFF-AMT TO DL-WRITTEN.
001990     MOVE RL-RECOVERED-AMT TO DL-RECOVERED.
001995     MOVE RL-RESIDUE-AMT TO DL-RESIDUE.
002000     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

002010     PERFORM 2300-ADD-TO-MONTH THRU 2300-EXIT.
002960*-----------------------------------------------------------------
002970 8100-WRITE-JRNL-START.

002971*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002972*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002973     MOVE 'DCI8BRCV' TO JG-JOBNAME.
002974     CALL 'DCI8BJGT' USING JOBGATE.
002975     IF JG-RC-BLOCKED THEN
002976         MOVE JG-BLOCKED-RC TO RETURN-CODE
002977         STOP RUN
002978     END-IF.

002980     MOVE 'DCI8BRCV' TO JR-JOBNAME.
002990     MOVE 'S' TO JR-ROW-TYPE.
003000     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
