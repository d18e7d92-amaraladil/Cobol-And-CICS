000188*                 THE ACCTFILE RECORD LAYOUT
000189* 2026-09-02 AA   ADDED ESTATE-FLAG (DECEASED MARKER) TO
000190*                 THE ACCTFILE RECORD LAYOUT
000191* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000192*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000193*                 STOPS WITH RETURN CODE 12 WHEN A
000194*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000195* 2026-10-07 AA   NEW PASS ENTRY DCI8PPGS - THE DCI8BNAP
000196*                 CONSOLIDATED ACCTFILE PASS HANDS IN ONE
000197*                 ACCOUNT AT A TIME; STANDING ALONE THE RUN
000198*                 IS UNCHANGED
000200*-----------------------------------------------------------------
000202*****************************************************************
000204* THIS JOB READS ACCTFILE SEQUENTIALLY AND ACCUMULATES A COUNT
000206* AND A TOTAL CRLIMIT FOR EACH OF THE FOUR ACCOUNT STATUS CODES
000210* (A/B/X/Z), THEN PRINTS A ONE-LINE-PER-STATUS SUMMARY REPORT
000220* SO RISK CAN SEE TOTAL OPEN CREDIT EXPOSURE BY CATEGORY WITHOUT
000230* HAVING TO HAND-TALLY DCI8DPGB BROWSE SCREENS
000752     05  AF-BRANCH               PIC X(04).
000753     05  AF-CONTACT-PREF         PIC X(01).
000755     05  AF-STMT-CYCLE           PIC X(01).
000756     05  AF-GONEAWAY-FLAG        PIC X(01).
000757     05  AF-CUST-ID              PIC 9(08).
000758     05  AF-ESTATE-FLAG          PIC X(01).
000759     05  AF-SENS-FLAG            PIC X(01).
000760     05  AF-ANNFEE-PLAN          PIC X(01).
000761     05  AF-SETTLE-FLAG          PIC X(01).
000762     05  AF-PRODUCT-CODE         PIC X(04).

000763 FD  REPORT-FILE
000764     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 01  REPORT-LINE                 PIC X(80).

000022 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000023 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000516     COPY 'JOBGATE'.

000614*    'Y' WHEN CALLED THROUGH THE PASS ENTRY - DCI8BNAP THEN
000713*    OWNS ACCTFILE AND HANDS EACH RECORD IN
000812 77  WS-PASS-SW              PIC X(01) VALUE 'N'.
000911     88  WS-PASS-MODE                VALUE 'Y'.

001010 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001020     88  WS-ACCTFILE-EOF            VALUE '10'.

001524     05  BL-EXPOSURE         PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
001525     05  FILLER              PIC X(37) VALUE SPACES.

001526 LINKAGE SECTION.

001527 COPY 'ACCTPASS'.

001537 PROCEDURE DIVISION.

001547 0000-MAINLINE.

900001     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.


001580 1000-INITIALIZE.

001585     IF NOT WS-PASS-MODE THEN
001590         OPEN INPUT ACCTFILE
001595     END-IF.
001600     OPEN OUTPUT REPORT-FILE.

001610     PERFORM VARYING WS-STAT-SUB FROM 1 BY 1

001690 1100-READ-ACCTFILE.

001692*    IN THE PASS THE NEXT RECORD COMES FROM DCI8BNAP
001694     IF WS-PASS-MODE THEN
001696         GO TO 1100-EXIT
001698     END-IF.

001700     READ ACCTFILE NEXT RECORD
001710         AT END
001720             GO TO 1100-EOF
002280     DISPLAY 'RECORDS READ     : ' WS-READ-COUNT.
002282     DISPLAY 'TREND ROWS FILED : ' WS-HIST-WRITTEN.

002286     IF NOT WS-PASS-MODE THEN
002291         CLOSE ACCTFILE
002295     END-IF.
002300     CLOSE REPORT-FILE.

002310 9000-EXIT.
002540 9500-EXIT.
002550     EXIT.

002560*-----------------------------------------------------------------
002570* 7000-PASS-ENTRY - THE DCI8BNAP CONSOLIDATED ACCTFILE PASS
002580* (SEE ACCTPASS). THE DRIVER OWNS ACCTFILE AND CALLS HERE TO
002590* OPEN, ONCE PER ACCOUNT AND TO CLOSE; EVERYTHING ELSE RUNS
002600* JUST AS IT DOES STANDING ALONE
002610*-----------------------------------------------------------------
002620 7000-PASS-ENTRY.
002630     ENTRY 'DCI8PPGS' USING ACCTPASS.

002640     MOVE 'Y' TO WS-PASS-SW.

002650     IF AP-FUNC-OPEN THEN
002660         MOVE 'G' TO AP-STEP-STATUS
002670         PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT
002680         IF NOT AP-STEP-BLOCKED THEN
002690             PERFORM 1000-INITIALIZE THRU 1000-EXIT
002700             IF WS-EOF-YES THEN
002710                 MOVE 'N' TO AP-STEP-STATUS
002720             END-IF
002730         END-IF
002740     ELSE IF AP-FUNC-ACCOUNT THEN
002750         MOVE AP-ACCTFILE-REC TO ACCTFILE-REC
002760         ADD 1 TO WS-READ-COUNT
002770         PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002780         MOVE ACCTFILE-REC TO AP-ACCTFILE-REC
002790     ELSE
002800         PERFORM 9000-TERMINATE THRU 9000-EXIT
002810         PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT
002820     END-IF
002830     END-IF.

002840     GOBACK.

002850 7000-EXIT.
002860     EXIT.

900100*-----------------------------------------------------------------
900102* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
900104* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
900108*-----------------------------------------------------------------
900110 8100-WRITE-JRNL-START.

900111*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
900112*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
900113     MOVE 'DCI8BPGS' TO JG-JOBNAME.
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

900124     MOVE 'DCI8BPGS' TO JR-JOBNAME.
900125     MOVE 'S' TO JR-ROW-TYPE.
900126     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
900127         JR-REJECTED-COUNT.
900128     MOVE SPACE TO JR-STATUS.
900129     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

900130 8100-EXIT.
900131     EXIT.

900134 8200-WRITE-JRNL-END.

