000160*                 CLOSING BALANCE, LIMIT AND STATUS ON BALHIST
000170*                 AT MONTH END, THE PER-ACCOUNT TWIN OF THE
000180*                 EXPHIST STATUS TOTALS DCI8BPGS KEEPS
000182* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000183*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000184*                 STOPS WITH RETURN CODE 12 WHEN A
000185*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000186* 2026-10-07 AA   NEW PASS ENTRY DCI8PSNP - THE DCI8BNAP
000187*                 CONSOLIDATED ACCTFILE PASS HANDS IN ONE
000188*                 ACCOUNT AT A TIME; STANDING ALONE THE RUN
000189*                 IS UNCHANGED
000190*-----------------------------------------------------------------
000200*****************************************************************
000210* THIS JOB READS A SINGLE CONTROL CARD FROM SNPPARM GIVING THE
000880     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
000890     05  AF-BRANCH               PIC X(04).
000900     05  AF-CONTACT-PREF         PIC X(01).
000901     05  AF-STMT-CYCLE           PIC X(01).
000902     05  AF-GONEAWAY-FLAG        PIC X(01).
000903     05  AF-CUST-ID              PIC 9(08).
000904     05  AF-ESTATE-FLAG          PIC X(01).
000905     05  AF-SENS-FLAG            PIC X(01).
000906     05  AF-ANNFEE-PLAN          PIC X(01).
000907     05  AF-SETTLE-FLAG          PIC X(01).
000908     05  AF-PRODUCT-CODE         PIC X(04).

000910 FD  BALHIST-FILE
000920     LABEL RECORDS ARE STANDARD.
001190 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001200 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001205     COPY 'JOBGATE'.

001206*    'Y' WHEN CALLED THROUGH THE PASS ENTRY - DCI8BNAP THEN
001207*    OWNS ACCTFILE AND HANDS EACH RECORD IN
001208 77  WS-PASS-SW              PIC X(01) VALUE 'N'.
001209     88  WS-PASS-MODE                VALUE 'Y'.

001210 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001220 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001230 77  WS-BALHIST-STATUS       PIC X(02) VALUE SPACES.

001330 77  WS-TODAY-YYYYDDD        PIC 9(07) VALUE 0.

001333 LINKAGE SECTION.

001336 COPY 'ACCTPASS'.

001340 PROCEDURE DIVISION.

001350 0000-MAINLINE.
001570         MOVE 'Y' TO WS-EOF-SW
001580     END-IF.

001585     IF NOT WS-PASS-MODE THEN
001590         OPEN INPUT ACCTFILE
001595     END-IF.
001600     OPEN I-O BALHIST-FILE.

001610     ACCEPT WS-TODAY-YYYYDDD FROM DAY YYYYDDD.

001670 1100-READ-ACCTFILE.

001672*    IN THE PASS THE NEXT RECORD COMES FROM DCI8BNAP
001674     IF WS-PASS-MODE THEN
001676         GO TO 1100-EXIT
001678     END-IF.

001680     READ ACCTFILE NEXT RECORD
001690         AT END
001700             GO TO 1100-EOF
002010     DISPLAY 'SNAPSHOTS FILED  : ' WS-WRITTEN-COUNT.
002020     DISPLAY 'SNAPSHOTS REDONE : ' WS-REWRITTEN-COUNT.

002025     IF NOT WS-PASS-MODE THEN
002030         CLOSE ACCTFILE
002035     END-IF.
002040     CLOSE BALHIST-FILE.

002050 9000-EXIT.
002060     EXIT.

002061*-----------------------------------------------------------------
002062* 7000-PASS-ENTRY - THE DCI8BNAP CONSOLIDATED ACCTFILE PASS
002063* (SEE ACCTPASS). THE DRIVER OWNS ACCTFILE AND CALLS HERE TO
002064* OPEN, ONCE PER ACCOUNT AND TO CLOSE; EVERYTHING ELSE RUNS
002065* JUST AS IT DOES STANDING ALONE
002066*-----------------------------------------------------------------
002067 7000-PASS-ENTRY.
002068     ENTRY 'DCI8PSNP' USING ACCTPASS.

002069     MOVE 'Y' TO WS-PASS-SW.

002070     IF AP-FUNC-OPEN THEN
002071         MOVE 'G' TO AP-STEP-STATUS
002072         PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT
002073         IF NOT AP-STEP-BLOCKED THEN
002074             PERFORM 1000-INITIALIZE THRU 1000-EXIT
002075             IF WS-EOF-YES THEN
002076                 MOVE 'N' TO AP-STEP-STATUS
002077             END-IF
002078         END-IF
002079     ELSE IF AP-FUNC-ACCOUNT THEN
002080         MOVE AP-ACCTFILE-REC TO ACCTFILE-REC
002081         ADD 1 TO WS-READ-COUNT
002082         PERFORM 2000-SNAP-ACCOUNT THRU 2000-EXIT
002083         MOVE ACCTFILE-REC TO AP-ACCTFILE-REC
002084     ELSE
002085         PERFORM 9000-TERMINATE THRU 9000-EXIT
002086         PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT
002087     END-IF
002088     END-IF.

002089     GOBACK.

002090 7000-EXIT.
002091     EXIT.

002093*-----------------------------------------------------------------
002095* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
002097* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
002100* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
002110*-----------------------------------------------------------------
002120 8100-WRITE-JRNL-START.

002121*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002122*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002123     MOVE 'DCI8BSNP' TO JG-JOBNAME.
002124     CALL 'DCI8BJGT' USING JOBGATE.
002125     IF JG-RC-BLOCKED THEN
002126*        IN THE PASS ONLY THIS STEP DROPS OUT
002127         IF WS-PASS-MODE THEN
002128             MOVE 'B' TO AP-STEP-STATUS
002129             GO TO 8100-EXIT
002130         END-IF
002131         MOVE JG-BLOCKED-RC TO RETURN-CODE
002132         STOP RUN
002133     END-IF.

002134     MOVE 'DCI8BSNP' TO JR-JOBNAME.
002140     MOVE 'S' TO JR-ROW-TYPE.
002150     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
002160         JR-REJECTED-COUNT.
