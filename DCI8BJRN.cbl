000150* 2026-08-23 AA   INITIAL VERSION - PRINTS THE NIGHT'S RUNS IN
000160*                 SEQUENCE AND FLAGS MISSING, UNFINISHED AND
000170*                 SILENTLY-SHORT JOBS
000172* 2026-10-06 AA   READS THE DCI8BJGT GATE'S 'B' ROWS - A JOB
000174*                 STOPPED FOR A MISSING OR FAILED PREDECESSOR IS
000176*                 FLAGGED AS BLOCKED AND LISTED IN A SECTION OF
000178*                 ITS OWN WITH THE PREDECESSOR IT WAITED ON
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* EVERY BATCH JOB NOW WRITES A START AND AN END ROW TO THE
000270*   - A JOB THAT RAN LAST NIGHT BUT NOT TONIGHT (MISSING)
000280*   - A JOB WHOSE RECORDS-READ FIGURE MOVED BY MORE THAN THE
000290*     JRNPARM PERCENTAGE AGAINST LAST NIGHT (SHORT/LONG RUN)
000292*   - A JOB THE PREREQUISITE GATE STOPPED (BLOCKED), WHICH IS
000295*     ALSO LISTED AFTER THE RUNS WITH THE PREDECESSOR IT WAS
000297*     WAITING ON AND WHY
000300* SO A SILENTLY SHORT RUN STANDS OUT BEFORE THE BRANCHES DO
000310*****************************************************************

000740     05  JC-ROW-TYPE             PIC X(01).
000750     05  JC-DATE                 PIC 9(07).
000760     05  JC-TIME                 PIC 9(06).
000765     05  JC-COUNTS.
000770         10  JC-READ-COUNT       PIC 9(07).
000780         10  JC-WRITTEN-COUNT    PIC 9(07).
000790         10  JC-REJECTED-COUNT   PIC 9(07).
000791*    A GATE 'B' ROW CARRIES THE PREDECESSOR INSTEAD OF COUNTS
000793     05  JC-BLOCK-INFO REDEFINES JC-COUNTS.
000795         10  JC-WAIT-JOBNAME     PIC X(08).
000796         10  JC-WAIT-REASON      PIC X(01).
000798         10  FILLER              PIC X(12).
000800     05  JC-STATUS               PIC X(01).
000810     05  FILLER                  PIC X(06).

001150     05  WS-CURR-ROWS        PIC 9(07) COMP-3 VALUE 0.
001160     05  WS-PRIOR-ROWS       PIC 9(07) COMP-3 VALUE 0.
001170     05  WS-FLAG-COUNT       PIC 9(07) COMP-3 VALUE 0.
001180     05  WS-BLOCKED-COUNT    PIC 9(07) COMP-3 VALUE 0.

001190 77  WS-SWING-PCT            PIC 9(03) VALUE 25.

001340         10  WS-JT-CUR-STATUS    PIC X(01).
001350         10  WS-JT-PRV-ENDED     PIC X(01).
001360         10  WS-JT-PRV-READ      PIC 9(07).
001365         10  WS-JT-CUR-BLOCKED   PIC X(01).
001370         10  WS-JT-WAIT-JOBNAME  PIC X(08).
001375         10  WS-JT-WAIT-REASON   PIC X(01).

001380 77  WS-JOB-COUNT            PIC S9(04) COMP VALUE 0.
001390 77  WS-JOB-SUB              PIC S9(04) COMP VALUE 0.
001710     05  FILLER              PIC X(03) VALUE SPACES.
001720     05  DL-NOTE             PIC X(42).

001721*-----------------------------------------------------------------
001722* THE BLOCKED-JOBS SECTION - ONE LINE PER JOB THE GATE STOPPED,
001723* WITH THE PREDECESSOR NAMED ON ITS LATEST 'B' ROW
001724*-----------------------------------------------------------------
001725 01  WS-BLOCK-HEADING1.
001726     05  FILLER PIC X(90) VALUE
001727         'JOBS BLOCKED BY THE PREREQUISITE GATE (JOBDEPS)'.

001728 01  WS-BLOCK-HEADING2.
001729     05  FILLER PIC X(10) VALUE 'JOB'.
001730     05  FILLER PIC X(12) VALUE 'WAITED ON'.
001731     05  FILLER PIC X(68) VALUE 'WHY'.

001732 01  WS-BLOCK-LINE.
001733     05  BL-JOBNAME          PIC X(08).
001734     05  FILLER              PIC X(02) VALUE SPACES.
001735     05  BL-WAIT-JOBNAME     PIC X(08).
001736     05  FILLER              PIC X(04) VALUE SPACES.
001737     05  BL-REASON           PIC X(32).
001738     05  FILLER              PIC X(02) VALUE SPACES.
001739     05  BL-LATER            PIC X(34).

001740 PROCEDURE DIVISION.

001750 0000-MAINLINE.
002490         IF JC-ROW-TYPE = 'S' THEN
002500             MOVE 'Y' TO WS-JT-CUR-STARTED(WS-JOB-HIT)
002510             MOVE JC-TIME TO WS-JT-CUR-START(WS-JOB-HIT)
002511         ELSE IF JC-ROW-TYPE = 'B' THEN
002512             MOVE 'Y' TO WS-JT-CUR-BLOCKED(WS-JOB-HIT)
002514             MOVE JC-WAIT-JOBNAME
002515                 TO WS-JT-WAIT-JOBNAME(WS-JOB-HIT)
002517             MOVE JC-WAIT-REASON
002518                 TO WS-JT-WAIT-REASON(WS-JOB-HIT)
002520         ELSE
002530             MOVE 'Y' TO WS-JT-CUR-ENDED(WS-JOB-HIT)
002540             MOVE JC-READ-COUNT TO WS-JT-CUR-READ(WS-JOB-HIT)
002580                 TO WS-JT-CUR-REJECTED(WS-JOB-HIT)
002590             MOVE JC-STATUS TO WS-JT-CUR-STATUS(WS-JOB-HIT)
002600         END-IF
002605         END-IF
002610     END-IF.

002620     PERFORM 1100-READ-CURR THRU 1100-EXIT.
002910         VARYING WS-JOB-SUB FROM 1 BY 1
002920         UNTIL WS-JOB-SUB > WS-JOB-COUNT.

002921     MOVE SPACES TO REPORT-LINE.
002922     WRITE REPORT-LINE.
002923     WRITE REPORT-LINE FROM WS-BLOCK-HEADING1.
002924     MOVE SPACES TO REPORT-LINE.
002925     WRITE REPORT-LINE.
002926     WRITE REPORT-LINE FROM WS-BLOCK-HEADING2.

002927     PERFORM 9200-PRINT-ONE-BLOCK THRU 9200-EXIT
002928         VARYING WS-JOB-SUB FROM 1 BY 1
002929         UNTIL WS-JOB-SUB > WS-JOB-COUNT.

002930     IF WS-BLOCKED-COUNT = 0 THEN
002931         MOVE '  NONE - NO JOB WAS STOPPED TONIGHT' TO REPORT-LINE
002932         WRITE REPORT-LINE
002933     END-IF.

002936     DISPLAY 'DCI8BJRN - MORNING RUN STATUS - RUN SUMMARY'.
002940     DISPLAY 'CURRENT ROWS READ: ' WS-CURR-ROWS.
002950     DISPLAY 'PRIOR ROWS READ  : ' WS-PRIOR-ROWS.
002960     DISPLAY 'JOBS FLAGGED     : ' WS-FLAG-COUNT.
002965     DISPLAY 'JOBS BLOCKED     : ' WS-BLOCKED-COUNT.

002970     CLOSE CURR-FILE.
002980     CLOSE PRIOR-FILE.
003070     MOVE WS-JT-CUR-REJECTED(WS-JOB-SUB) TO DL-REJECTED.
003080     MOVE SPACES TO DL-NOTE.

003081*    A JOB THE GATE STOPPED AND THAT NEVER GOT GOING AFTERWARDS
003082     IF WS-JT-CUR-STARTED(WS-JOB-SUB) NOT = 'Y' AND
003083        WS-JT-CUR-BLOCKED(WS-JOB-SUB) = 'Y' THEN
003085         MOVE '*** BLOCKED BY THE PREREQUISITE GATE ***'
003086             TO DL-NOTE
003087         ADD 1 TO WS-FLAG-COUNT
003088         GO TO 9100-PRINT.

003090     IF WS-JT-CUR-STARTED(WS-JOB-SUB) NOT = 'Y' THEN
003100         MOVE '*** DID NOT RUN TONIGHT ***' TO DL-NOTE
003110         ADD 1 TO WS-FLAG-COUNT
003380 9100-EXIT.
003390     EXIT.

003391*-----------------------------------------------------------------
003392* 9200-PRINT-ONE-BLOCK - A JOB BLOCKED AND THEN RERUN CLEAN,
003393* ONCE ITS PREDECESSOR WAS PUT RIGHT, STILL SHOWS HERE
003394*-----------------------------------------------------------------
003395 9200-PRINT-ONE-BLOCK.

003396     IF WS-JT-CUR-BLOCKED(WS-JOB-SUB) NOT = 'Y' THEN
003397         GO TO 9200-EXIT
003398     END-IF.

003399     ADD 1 TO WS-BLOCKED-COUNT.
003400     MOVE WS-JT-NAME(WS-JOB-SUB) TO BL-JOBNAME.
003401     MOVE WS-JT-WAIT-JOBNAME(WS-JOB-SUB) TO BL-WAIT-JOBNAME.

003402     IF WS-JT-WAIT-REASON(WS-JOB-SUB) = 'M' THEN
003403         MOVE 'HAD NOT RUN' TO BL-REASON
003404     ELSE IF WS-JT-WAIT-REASON(WS-JOB-SUB) = 'U' THEN
003405         MOVE 'STARTED, NOT FINISHED' TO BL-REASON
003406     ELSE
003407         MOVE 'ENDED WITH A FAILURE STATUS' TO BL-REASON
003408     END-IF
003409     END-IF.

003410     IF WS-JT-CUR-ENDED(WS-JOB-SUB) = 'Y' AND
003411        WS-JT-CUR-STATUS(WS-JOB-SUB) = 'G' THEN
003412         MOVE 'RERUN LATER - ENDED CLEAN' TO BL-LATER
003413     ELSE IF WS-JT-CUR-STARTED(WS-JOB-SUB) = 'Y' THEN
003414         MOVE 'RERUN LATER - SEE ITS LINE ABOVE' TO BL-LATER
003415     ELSE
003416         MOVE 'NOT RERUN' TO BL-LATER
003417     END-IF
003418     END-IF.

003419     WRITE REPORT-LINE FROM WS-BLOCK-LINE.

003420 9200-EXIT.
003421     EXIT.

003431 END PROGRAM DCI8BJRN.
