000150* 2026-09-02 AA   INITIAL VERSION - AGGREGATES LIMIT AND DRAWN
000160*                 EXPOSURE BY POSTCFG LOCALITY AND FLAGS
000170*                 CONCENTRATIONS OVER THE GEOPARM THRESHOLD
000172* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000173*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000174*                 STOPS WITH RETURN CODE 12 WHEN A
000175*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000176* 2026-10-07 AA   NEW PASS ENTRY DCI8PGEO - THE DCI8BNAP
000177*                 CONSOLIDATED ACCTFILE PASS HANDS IN ONE
000178*                 ACCOUNT AT A TIME; STANDING ALONE THE RUN
000179*                 IS UNCHANGED
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* WHAT RISK ASKS AFTER EVERY FLOOD WARNING IS NOT 'WHICH
000916     05  AF-CUST-ID              PIC 9(08).
000918     05  AF-ESTATE-FLAG          PIC X(01).
000920     05  AF-SENS-FLAG            PIC X(01).
000925     05  AF-ANNFEE-PLAN          PIC X(01).
000926     05  AF-SETTLE-FLAG          PIC X(01).
000927     05  AF-PRODUCT-CODE         PIC X(04).


000930 FD  POSTCFG-FILE
001200 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001210 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001215     COPY 'JOBGATE'.

001216*    'Y' WHEN CALLED THROUGH THE PASS ENTRY - DCI8BNAP THEN
001217*    OWNS ACCTFILE AND HANDS EACH RECORD IN
001218 77  WS-PASS-SW              PIC X(01) VALUE 'N'.
001219     88  WS-PASS-MODE                VALUE 'Y'.

001220 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001230 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001240 77  WS-POSTCFG-STATUS       PIC X(02) VALUE SPACES.
002040     05  TL-DRAWN            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002050     05  FILLER              PIC X(39) VALUE SPACES.

002053 LINKAGE SECTION.

002056 COPY 'ACCTPASS'.

002060 PROCEDURE DIVISION.

002070 0000-MAINLINE.
002280         MOVE 'Y' TO WS-EOF-SW
002290     END-IF.

002295     IF NOT WS-PASS-MODE THEN
002300         OPEN INPUT ACCTFILE
002305     END-IF.
002310     OPEN INPUT POSTCFG-FILE.
002320     OPEN OUTPUT REPORT-FILE.


002420 1100-READ-ACCTFILE.

002422*    IN THE PASS THE NEXT RECORD COMES FROM DCI8BNAP
002424     IF WS-PASS-MODE THEN
002426         GO TO 1100-EXIT
002428     END-IF.

002430     READ ACCTFILE NEXT RECORD
002440         AT END
002450             GO TO 1100-EOF
004080     DISPLAY 'UNMATCHED ADDRESSES: ' WS-UNKNOWN-COUNT.
004090     DISPLAY 'FLAGGED LOCALITIES : ' WS-FLAGGED-COUNT.

004095     IF NOT WS-PASS-MODE THEN
004100         CLOSE ACCTFILE
004105     END-IF.
004110     CLOSE POSTCFG-FILE.
004120     CLOSE REPORT-FILE.

004130 9000-EXIT.
004140     EXIT.

004141*-----------------------------------------------------------------
004142* 7000-PASS-ENTRY - THE DCI8BNAP CONSOLIDATED ACCTFILE PASS
004143* (SEE ACCTPASS). THE DRIVER OWNS ACCTFILE AND CALLS HERE TO
004144* OPEN, ONCE PER ACCOUNT AND TO CLOSE; EVERYTHING ELSE RUNS
004145* JUST AS IT DOES STANDING ALONE
004146*-----------------------------------------------------------------
004147 7000-PASS-ENTRY.
004148     ENTRY 'DCI8PGEO' USING ACCTPASS.

004149     MOVE 'Y' TO WS-PASS-SW.

004150     IF AP-FUNC-OPEN THEN
004151         MOVE 'G' TO AP-STEP-STATUS
004152         PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT
004153         IF NOT AP-STEP-BLOCKED THEN
004154             PERFORM 1000-INITIALIZE THRU 1000-EXIT
004155             IF WS-EOF-YES THEN
004156                 MOVE 'N' TO AP-STEP-STATUS
004157             END-IF
004158         END-IF
004159     ELSE IF AP-FUNC-ACCOUNT THEN
004160         MOVE AP-ACCTFILE-REC TO ACCTFILE-REC
004161         ADD 1 TO WS-READ-COUNT
004162         PERFORM 2000-ROLL-UP-ACCOUNT THRU 2000-EXIT
004163         MOVE ACCTFILE-REC TO AP-ACCTFILE-REC
004164     ELSE
004165         PERFORM 3000-RANK-AND-PRINT THRU 3000-EXIT
004166         PERFORM 9000-TERMINATE THRU 9000-EXIT
004167         PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT
004168     END-IF
004169     END-IF.

004170     GOBACK.

004171 7000-EXIT.
004172     EXIT.

004174*-----------------------------------------------------------------
004176* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
004178* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
004180* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
004190*-----------------------------------------------------------------
004200 8100-WRITE-JRNL-START.

004201*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
004202*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
004203     MOVE 'DCI8BGEO' TO JG-JOBNAME.
004204     CALL 'DCI8BJGT' USING JOBGATE.
004205     IF JG-RC-BLOCKED THEN
004206*        IN THE PASS ONLY THIS STEP DROPS OUT
004207         IF WS-PASS-MODE THEN
004208             MOVE 'B' TO AP-STEP-STATUS
004209             GO TO 8100-EXIT
004210         END-IF
004211         MOVE JG-BLOCKED-RC TO RETURN-CODE
004212         STOP RUN
004213     END-IF.

004214     MOVE 'DCI8BGEO' TO JR-JOBNAME.
004220     MOVE 'S' TO JR-ROW-TYPE.
004230     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
004240         JR-REJECTED-COUNT.
