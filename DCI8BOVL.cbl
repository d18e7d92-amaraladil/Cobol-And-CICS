000188*                 THE ACCTFILE RECORD LAYOUT
000189* 2026-09-02 AA   ADDED ESTATE-FLAG (DECEASED MARKER) TO
000190*                 THE ACCTFILE RECORD LAYOUT
000191* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000192*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000193*                 STOPS WITH RETURN CODE 12 WHEN A
000194*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000195* 2026-10-07 AA   NEW PASS ENTRY DCI8POVL - THE DCI8BNAP
000196*                 CONSOLIDATED ACCTFILE PASS HANDS IN ONE
000197*                 ACCOUNT AT A TIME; STANDING ALONE THE RUN
000198*                 IS UNCHANGED
000200*-----------------------------------------------------------------
000202*****************************************************************
000204* THIS JOB READS A SINGLE CONTROL CARD FROM OVLPARM GIVING THE
000206* UTILIZATION WARNING THRESHOLD AS A WHOLE PERCENTAGE (E.G. 080
000210* FLAGS EVERY ACCOUNT DRAWN TO 80% OR MORE OF ITS CRLIMIT),
000220* THEN WALKS ACCTFILE SEQUENTIALLY AND LISTS EVERY ACCOUNT
000230* WHOSE CURR-BAL EXCEEDS ITS CRLIMIT OR SITS AT OR ABOVE THE
000923     05  AF-BRANCH               PIC X(04).
000924     05  AF-CONTACT-PREF         PIC X(01).
000925     05  AF-STMT-CYCLE           PIC X(01).
000926     05  AF-GONEAWAY-FLAG        PIC X(01).
000927     05  AF-CUST-ID              PIC 9(08).
000928     05  AF-ESTATE-FLAG          PIC X(01).
000929     05  AF-SENS-FLAG            PIC X(01).
000930     05  AF-ANNFEE-PLAN          PIC X(01).
000931     05  AF-SETTLE-FLAG          PIC X(01).
000932     05  AF-PRODUCT-CODE         PIC X(04).

000940 FD  REPORT-FILE
000950     RECORDING MODE IS F
000022 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000023 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000511     COPY 'JOBGATE'.

000608*    'Y' WHEN CALLED THROUGH THE PASS ENTRY - DCI8BNAP THEN
000706*    OWNS ACCTFILE AND HANDS EACH RECORD IN
000804 77  WS-PASS-SW              PIC X(01) VALUE 'N'.
000902     88  WS-PASS-MODE                VALUE 'Y'.

001000 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001010 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001020     88  WS-ACCTFILE-EOF            VALUE '10'.
001900     05  SM-WARN             PIC ZZZ,ZZ9 BLANK WHEN ZERO.
001910     05  FILLER              PIC X(33) VALUE SPACES.

001916 LINKAGE SECTION.

001923 COPY 'ACCTPASS'.

001930 PROCEDURE DIVISION.

001940 0000-MAINLINE.
002140         MOVE 'Y' TO WS-EOF-SW
002150     END-IF.

002155     IF NOT WS-PASS-MODE THEN
002160         OPEN INPUT ACCTFILE
002165     END-IF.
002170     OPEN OUTPUT REPORT-FILE.

002180     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1

002340 1100-READ-ACCTFILE.

002342*    IN THE PASS THE NEXT RECORD COMES FROM DCI8BNAP
002344     IF WS-PASS-MODE THEN
002346         GO TO 1100-EXIT
002348     END-IF.

002350     READ ACCTFILE NEXT RECORD
002360         AT END
002370             GO TO 1100-EOF
003200     DISPLAY 'RECORDS READ     : ' WS-READ-COUNT.
003210     DISPLAY 'ACCOUNTS FLAGGED : ' WS-FLAGGED-COUNT.

003215     IF NOT WS-PASS-MODE THEN
003220         CLOSE ACCTFILE
003225     END-IF.
003230     CLOSE REPORT-FILE.

003240 9000-EXIT.
003250     EXIT.

003260*-----------------------------------------------------------------
003270* 7000-PASS-ENTRY - THE DCI8BNAP CONSOLIDATED ACCTFILE PASS
003280* (SEE ACCTPASS). THE DRIVER OWNS ACCTFILE AND CALLS HERE TO
003290* OPEN, ONCE PER ACCOUNT AND TO CLOSE; EVERYTHING ELSE RUNS
003300* JUST AS IT DOES STANDING ALONE
003310*-----------------------------------------------------------------
003320 7000-PASS-ENTRY.
003330     ENTRY 'DCI8POVL' USING ACCTPASS.

003340     MOVE 'Y' TO WS-PASS-SW.

003350     IF AP-FUNC-OPEN THEN
003360         MOVE 'G' TO AP-STEP-STATUS
003370         PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT
003380         IF NOT AP-STEP-BLOCKED THEN
003390             PERFORM 1000-INITIALIZE THRU 1000-EXIT
003400             IF WS-EOF-YES THEN
003410                 MOVE 'N' TO AP-STEP-STATUS
003420             END-IF
003430         END-IF
003440     ELSE IF AP-FUNC-ACCOUNT THEN
003450         MOVE AP-ACCTFILE-REC TO ACCTFILE-REC
003460         ADD 1 TO WS-READ-COUNT
003470         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
003480         MOVE ACCTFILE-REC TO AP-ACCTFILE-REC
003490     ELSE
003500         PERFORM 9000-TERMINATE THRU 9000-EXIT
003510         PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT
003520     END-IF
003530     END-IF.

003540     GOBACK.

003550 7000-EXIT.
003560     EXIT.

900100*-----------------------------------------------------------------
900102* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
900104* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
900108*-----------------------------------------------------------------
900110 8100-WRITE-JRNL-START.

900111*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
900112*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
900113     MOVE 'DCI8BOVL' TO JG-JOBNAME.
900114     CALL 'DCI8BJGT' USING JOBGATE.
900115     IF JG-RC-BLOCKED THEN
900116*        IN THE PASS ONLY THIS STEP DROPS OUT
900117         IF WS-PASS-MODE THEN
900118             MOVE 'B' TO AP-STEP-STATUS
900119             GO TO 8100-EXIT
900120         END-IF
900121         MOVE JG-BLOCKED-RC TO RETURN-CODE
900122         STOP RUN
900123     END-IF.

900124     MOVE 'DCI8BOVL' TO JR-JOBNAME.
900125     MOVE 'S' TO JR-ROW-TYPE.
900126     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
900127         JR-REJECTED-COUNT.
900128     MOVE SPACE TO JR-STATUS.
900129     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

900130 8100-EXIT.
900131     EXIT.

900134 8200-WRITE-JRNL-END.

900180 8300-EXIT.
900182     EXIT.

900192 END PROGRAM DCI8BOVL.
