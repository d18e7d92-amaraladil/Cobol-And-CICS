000010*****************************************************************
000020* DCI8BTRI - SKIP-TRACE AGENCY RESULTS IMPORT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BTRI.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 28-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-28 AA   INITIAL VERSION - STAGES THE TRACE AGENCY'S
000160*                 PROPOSED ADDRESSES FOR REVIEW ON DCI8DPHL
000162* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000164*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000166*                 STOPS WITH RETURN CODE 12 WHEN A
000168*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000170*-----------------------------------------------------------------
000180*****************************************************************
000190* THIS JOB READS THE TRACE AGENCY'S RESULT FILE (TRCRES) FOR THE
000200* ACCOUNTS DCI8BTRX SENT IT - ONE DTL ROW PER ACCOUNT, QUOTING
000210* THE ACCOUNT AND THE YYYYMMDD BATCH DATE FROM THE REQUEST, WITH
000220* THE RESULT:
000230*   F - FOUND       THE NEW ADDRESS LINES FOLLOW. THE TRACEADR
000240*                   ROW BECOMES 'P', PROPOSED, AND WAITS FOR AN
000250*                   OPERATOR TO CONFIRM OR REJECT IT ON DCI8DPHL
000260*   N - NOT FOUND   THE ROW BECOMES 'N', NO TRACE
000270* NOTHING IS EVER APPLIED TO ACCTFILE HERE. AN ADDRESS THAT IS
000280* THE ONE WE ALREADY HOLD COUNTS AS NO TRACE. AN ACCOUNT WHOSE
000290* GONE-AWAY MARKER HAS BEEN CLEARED SINCE THE REQUEST (A NEW
000300* ADDRESS KEYED ON DCI8DPGU), OR WHICH HAS LEFT ACCTFILE, HAS
000310* ITS ROW MARKED 'D', SUPERSEDED. ONLY A ROW STILL 'S' TAKES AN
000320* ANSWER, WHICH IS ALSO THE RERUN GUARD. EVERY ROW PRINTS ON
000330* TRIRPT WITH ITS OUTCOME, REJECTS WITH THE REASON
000340*****************************************************************

000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.

000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.

000410     SELECT RESULT-FILE ASSIGN TO TRCRES
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-RESULT-STATUS.

000440     SELECT TRACEADR-FILE ASSIGN TO TRACEADR
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS TA-KEY
000480         FILE STATUS IS WS-TRACEADR-STATUS.

000490     SELECT ACCTFILE ASSIGN TO ACCTFILE
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS AF-ACCTKEY
000530         FILE STATUS IS WS-ACCTFILE-STATUS.

000540     SELECT REPORT-FILE ASSIGN TO TRIRPT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-REPORT-STATUS.

000570     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-JOURNAL-STATUS.

000600 DATA DIVISION.
000610 FILE SECTION.

000620*-----------------------------------------------------------------
000630* TRCRES - THE TRACE AGENCY'S RESULT FILE. HDR AND TRL ROWS ARE
000640* PASSED OVER
000650*-----------------------------------------------------------------
000660 FD  RESULT-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  RESULT-REC.
000700     05  RS-REC-TYPE             PIC X(03).
000710         88  RS-DETAIL                   VALUE 'DTL'.
000720     05  RS-ACCTNO               PIC X(09).
000730     05  RS-BATCH-DATE           PIC 9(08).
000740     05  RS-RESULT               PIC X(01).
000750         88  RS-FOUND                    VALUE 'F'.
000760         88  RS-NOT-FOUND                VALUE 'N'.
000770     05  RS-AGENCY-REF           PIC X(12).
000780     05  RS-NEW-ADDR1            PIC X(20).
000790     05  RS-NEW-ADDR2            PIC X(20).
000800     05  FILLER                  PIC X(77).

000810*-----------------------------------------------------------------
000820* TRACEADR - ONE ROW PER ACCOUNT PER TRACE BATCH, SEE THE
000830* TRACEADR COPYBOOK FOR THE FULL LAYOUT AND STATUSES
000840*-----------------------------------------------------------------
000850 FD  TRACEADR-FILE
000860     LABEL RECORDS ARE STANDARD.
000870 01  TRACEADR-REC.
000880     05  TA-KEY.
000890         10  TA-ACCTNO           PIC X(09).
000900         10  TA-BATCH-DATE       PIC S9(7) COMP-3.
000910     05  TA-STATUS               PIC X(01).
000920         88  TA-SENT                     VALUE 'S'.
000930         88  TA-EXPIRED                  VALUE 'E'.
000940     05  TA-SENT-BAL             PIC S9(08)V99 COMP-3.
000950     05  TA-OLD-ADDR1            PIC X(20).
000960     05  TA-OLD-ADDR2            PIC X(20).
000970     05  TA-AGENCY-REF           PIC X(12).
000980     05  TA-RETURNED-DATE        PIC S9(7) COMP-3.
000990     05  TA-NEW-ADDR1            PIC X(20).
001000     05  TA-NEW-ADDR2            PIC X(20).
001010     05  TA-REVIEWED-INFO.
001020         10  TA-REV-USERID       PIC X(08).
001030         10  TA-REV-TRMID        PIC X(04).
001040         10  TA-REV-DATE         PIC S9(7) COMP-3.
001050         10  TA-REV-TIME         PIC S9(7) COMP-3.
001060     05  TA-REJECT-REASON        PIC X(30).

001070 FD  ACCTFILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  ACCTFILE-REC.
001100     05  AF-ACCTKEY.
001110         10  AF-ACCTNO           PIC X(09).
001120     05  FILLER                  PIC X(34).
001130     05  AF-ADDR1                PIC X(20).
001140     05  AF-ADDR2                PIC X(20).
001150     05  FILLER                  PIC X(168).
001160     05  AF-GONEAWAY-FLAG        PIC X(01).
001170         88  AF-GONE-AWAY                VALUE 'G'.
001180     05  FILLER                  PIC X(16).

001190 FD  REPORT-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 01  REPORT-LINE                 PIC X(80).

001230*-----------------------------------------------------------------
001240* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001250* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001260*-----------------------------------------------------------------
001270 FD  JOURNAL-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300 01  JR-REC.
001310     05  JR-JOBNAME              PIC X(08).
001320     05  JR-ROW-TYPE             PIC X(01).
001330     05  JR-DATE                 PIC 9(07).
001340     05  JR-TIME                 PIC 9(06).
001350     05  JR-READ-COUNT           PIC 9(07).
001360     05  JR-WRITTEN-COUNT        PIC 9(07).
001370     05  JR-REJECTED-COUNT       PIC 9(07).
001380     05  JR-STATUS               PIC X(01).
001390     05  FILLER                  PIC X(06).

001400 WORKING-STORAGE SECTION.
001410 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001420 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001425     COPY 'JOBGATE'.

001430 77  WS-RESULT-STATUS        PIC X(02) VALUE SPACES.
001440 77  WS-TRACEADR-STATUS      PIC X(02) VALUE SPACES.
001450 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001460 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001470 01  WS-SWITCHES.
001480     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001490         88  WS-EOF-YES              VALUE 'Y'.

001500 01  WS-COUNTERS.
001510     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001520     05  WS-STAGED-COUNT     PIC 9(07) COMP-3 VALUE 0.
001530     05  WS-PROPOSED-COUNT   PIC 9(07) COMP-3 VALUE 0.
001540     05  WS-NOTRACE-COUNT    PIC 9(07) COMP-3 VALUE 0.
001550     05  WS-SAMEADDR-COUNT   PIC 9(07) COMP-3 VALUE 0.
001560     05  WS-SUPERSEDED-COUNT PIC 9(07) COMP-3 VALUE 0.
001570     05  WS-REJECT-COUNT     PIC 9(07) COMP-3 VALUE 0.

001580 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
001590 77  WS-BATCH-JULIAN         PIC S9(7) COMP-3 VALUE 0.

001600* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
001610     COPY 'DATEPARM'.

001620 01  WS-REPORT-HEADING1.
001630     05  FILLER              PIC X(80) VALUE
001640         'DCI8BTRI - SKIP-TRACE AGENCY RESULTS'.

001650 01  WS-REPORT-HEADING2.
001660     05  FILLER PIC X(11) VALUE 'ACCOUNT'.
001670     05  FILLER PIC X(10) VALUE 'BATCH'.
001680     05  FILLER PIC X(04) VALUE 'RES'.
001690     05  FILLER PIC X(55) VALUE 'OUTCOME'.

001700 01  WS-DETAIL-LINE.
001710     05  DL-ACCTNO           PIC X(09).
001720     05  FILLER              PIC X(02) VALUE SPACES.
001730     05  DL-BATCH-DATE       PIC X(08).
001740     05  FILLER              PIC X(02) VALUE SPACES.
001750     05  DL-RESULT           PIC X(01).
001760     05  FILLER              PIC X(03) VALUE SPACES.
001770     05  DL-OUTCOME          PIC X(55).

001780 PROCEDURE DIVISION.

001790 0000-MAINLINE.

001800     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

001810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

001820     PERFORM 2000-PROCESS-RESULT THRU 2000-EXIT
001830         UNTIL WS-EOF-YES.

001840     PERFORM 9000-TERMINATE THRU 9000-EXIT.

001850     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

001860     GOBACK.

001870 1000-INITIALIZE.

001880     OPEN INPUT RESULT-FILE.
001890     OPEN I-O TRACEADR-FILE.
001900     OPEN INPUT ACCTFILE.
001910     OPEN OUTPUT REPORT-FILE.

001920     MOVE 'TOD' TO DP-FUNCTION.
001930     CALL 'DCI8BDAT' USING DATEPARM.
001940     MOVE DP-JULIAN TO WS-TODAY.

001950     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
001960     MOVE SPACES TO REPORT-LINE.
001970     WRITE REPORT-LINE.
001980     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

001990     PERFORM 1100-READ-RESULT THRU 1100-EXIT.

002000 1000-EXIT.
002010     EXIT.

002020*-----------------------------------------------------------------
002030* 1100-READ-RESULT - THE NEXT DTL ROW, PASSING OVER HDR AND TRL
002040*-----------------------------------------------------------------
002050 1100-READ-RESULT.

002060     READ RESULT-FILE
002070         AT END
002080             GO TO 1100-EOF
002090     END-READ.

002100     IF NOT RS-DETAIL THEN
002110         GO TO 1100-READ-RESULT
002120     END-IF.

002130     ADD 1 TO WS-READ-COUNT.
002140     GO TO 1100-EXIT.

002150 1100-EOF.
002160     MOVE 'Y' TO WS-EOF-SW.

002170 1100-EXIT.
002180     EXIT.

002190 2000-PROCESS-RESULT.

002200     MOVE RS-ACCTNO TO DL-ACCTNO.
002210     MOVE RS-BATCH-DATE TO DL-BATCH-DATE.
002220     MOVE RS-RESULT TO DL-RESULT.

002230     PERFORM 2100-VALIDATE THRU 2100-EXIT.
002240     IF DL-OUTCOME NOT = SPACES THEN
002250         ADD 1 TO WS-REJECT-COUNT
002260         GO TO 2090-REPORT
002270     END-IF.

002280     MOVE RS-AGENCY-REF TO TA-AGENCY-REF.
002290     MOVE WS-TODAY TO TA-RETURNED-DATE.

002291*    A FOUND ADDRESS IS KEPT ON THE ROW WHATEVER HAPPENS NEXT, SO
002292*    DCI8BTRH COUNTS A SUPERSEDED ANSWER AS A HIT
002294     IF RS-FOUND THEN
002295         MOVE RS-NEW-ADDR1 TO TA-NEW-ADDR1
002297         MOVE RS-NEW-ADDR2 TO TA-NEW-ADDR2
002298     END-IF.

002300*    THE ACCOUNT HAS MOVED ON SINCE THE REQUEST WENT OUT - THE
002310*    ANSWER IS KEPT BUT NOBODY IS ASKED TO REVIEW IT
002320     MOVE RS-ACCTNO TO AF-ACCTNO.
002330     READ ACCTFILE
002340         INVALID KEY
002350             MOVE 'D' TO TA-STATUS
002360             MOVE 'SUPERSEDED - ACCOUNT NO LONGER ON FILE'
002370                 TO DL-OUTCOME
002380             GO TO 2080-REWRITE
002390     END-READ.

002400     IF NOT AF-GONE-AWAY THEN
002410         MOVE 'D' TO TA-STATUS
002420         MOVE 'SUPERSEDED - ADDRESS ALREADY UPDATED'
002430             TO DL-OUTCOME
002440         GO TO 2080-REWRITE
002450     END-IF.

002460     IF RS-NOT-FOUND THEN
002470         MOVE 'N' TO TA-STATUS
002480         MOVE 'NO TRACE' TO DL-OUTCOME
002490         GO TO 2080-REWRITE
002500     END-IF.

002510     IF RS-NEW-ADDR1 = AF-ADDR1 AND RS-NEW-ADDR2 = AF-ADDR2 THEN
002520         ADD 1 TO WS-SAMEADDR-COUNT
002525         MOVE SPACES TO TA-NEW-ADDR1 TA-NEW-ADDR2
002530         MOVE 'N' TO TA-STATUS
002540         MOVE 'NO TRACE - AGENCY RETURNED THE ADDRESS WE HOLD'
002550             TO DL-OUTCOME
002560         GO TO 2080-REWRITE
002570     END-IF.

002580     MOVE 'P' TO TA-STATUS.
002610     MOVE 'PROPOSED - AWAITING REVIEW ON DCI8DPHL' TO DL-OUTCOME.

002620 2080-REWRITE.

002630     REWRITE TRACEADR-REC.
002640     IF WS-TRACEADR-STATUS NOT = '00' THEN
002650         ADD 1 TO WS-REJECT-COUNT
002660         MOVE 'TRACEADR REWRITE FAILED - NOT STAGED'
002670             TO DL-OUTCOME
002680         GO TO 2090-REPORT
002690     END-IF.

002700     ADD 1 TO WS-STAGED-COUNT.
002710     IF TA-STATUS = 'P' THEN
002720         ADD 1 TO WS-PROPOSED-COUNT
002730     ELSE IF TA-STATUS = 'N' THEN
002740         ADD 1 TO WS-NOTRACE-COUNT
002750     ELSE
002760         ADD 1 TO WS-SUPERSEDED-COUNT
002770         END-IF
002780     END-IF.

002790 2090-REPORT.

002800     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
002810     MOVE SPACES TO DL-OUTCOME.

002820     PERFORM 1100-READ-RESULT THRU 1100-EXIT.

002830 2000-EXIT.
002840     EXIT.

002850*-----------------------------------------------------------------
002860* 2100-VALIDATE - LEAVES DL-OUTCOME AT SPACES FOR A GOOD ROW,
002870* ELSE THE REJECT REASON. A GOOD ROW ENDS WITH ITS TRACEADR ROW
002880* READ, STILL 'S'
002890*-----------------------------------------------------------------
002900 2100-VALIDATE.

002910     MOVE SPACES TO DL-OUTCOME.

002920     IF NOT RS-FOUND AND NOT RS-NOT-FOUND THEN
002930         MOVE 'UNKNOWN RESULT CODE' TO DL-OUTCOME
002940         GO TO 2100-EXIT
002950     END-IF.

002960     IF RS-FOUND AND
002970             (RS-NEW-ADDR1 = SPACES OR RS-NEW-ADDR2 = SPACES) THEN
002980         MOVE 'FOUND BUT THE ADDRESS IS INCOMPLETE' TO DL-OUTCOME
002990         GO TO 2100-EXIT
003000     END-IF.

003010     IF RS-BATCH-DATE IS NOT NUMERIC THEN
003020         MOVE 'BATCH DATE NOT A VALID YYYYMMDD' TO DL-OUTCOME
003030         GO TO 2100-EXIT
003040     END-IF.
003050     MOVE 'G2J' TO DP-FUNCTION.
003060     MOVE RS-BATCH-DATE TO DP-GREGORIAN.
003070     CALL 'DCI8BDAT' USING DATEPARM.
003080     IF NOT DP-RC-GOOD THEN
003090         MOVE 'BATCH DATE NOT A VALID YYYYMMDD' TO DL-OUTCOME
003100         GO TO 2100-EXIT
003110     END-IF.
003120     MOVE DP-JULIAN TO WS-BATCH-JULIAN.

003130     MOVE RS-ACCTNO TO TA-ACCTNO.
003140     MOVE WS-BATCH-JULIAN TO TA-BATCH-DATE.
003150     READ TRACEADR-FILE
003160         INVALID KEY
003170             MOVE 'NO TRACE REQUEST FOR THIS ACCOUNT AND BATCH'
003180                 TO DL-OUTCOME
003190             GO TO 2100-EXIT
003200     END-READ.

003210     IF TA-EXPIRED THEN
003220         MOVE 'REQUEST EXPIRED BEFORE THE ANSWER CAME BACK'
003230             TO DL-OUTCOME
003240         GO TO 2100-EXIT
003250     END-IF.

003260     IF NOT TA-SENT THEN
003270         MOVE 'REQUEST ALREADY ANSWERED' TO DL-OUTCOME
003280     END-IF.

003290 2100-EXIT.
003300     EXIT.

003310 9000-TERMINATE.

003320     DISPLAY 'DCI8BTRI - SKIP-TRACE RESULTS IMPORT - SUMMARY'.
003330     DISPLAY 'RESULTS READ     : ' WS-READ-COUNT.
003340     DISPLAY 'STAGED           : ' WS-STAGED-COUNT.
003350     DISPLAY 'ADDRESS PROPOSED : ' WS-PROPOSED-COUNT.
003360     DISPLAY 'NO TRACE         : ' WS-NOTRACE-COUNT.
003370     DISPLAY '  OF WHICH SAME  : ' WS-SAMEADDR-COUNT.
003380     DISPLAY 'SUPERSEDED       : ' WS-SUPERSEDED-COUNT.
003390     DISPLAY 'REJECTED         : ' WS-REJECT-COUNT.

003400     CLOSE RESULT-FILE.
003410     CLOSE TRACEADR-FILE.
003420     CLOSE ACCTFILE.
003430     CLOSE REPORT-FILE.

003440 9000-EXIT.
003450     EXIT.

003460*-----------------------------------------------------------------
003470* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
003480* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
003490* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
003500*-----------------------------------------------------------------
003510 8100-WRITE-JRNL-START.

003511*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003512*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003513     MOVE 'DCI8BTRI' TO JG-JOBNAME.
003514     CALL 'DCI8BJGT' USING JOBGATE.
003515     IF JG-RC-BLOCKED THEN
003516         MOVE JG-BLOCKED-RC TO RETURN-CODE
003517         STOP RUN
003518     END-IF.

003520     MOVE 'DCI8BTRI' TO JR-JOBNAME.
003530     MOVE 'S' TO JR-ROW-TYPE.
003540     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003550         JR-REJECTED-COUNT.
003560     MOVE SPACE TO JR-STATUS.
003570     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003580 8100-EXIT.
003590     EXIT.

003600 8200-WRITE-JRNL-END.

003610     MOVE 'DCI8BTRI' TO JR-JOBNAME.
003620     MOVE 'E' TO JR-ROW-TYPE.
003630     MOVE WS-READ-COUNT TO JR-READ-COUNT.
003640     MOVE WS-STAGED-COUNT TO JR-WRITTEN-COUNT.
003650     MOVE WS-REJECT-COUNT TO JR-REJECTED-COUNT.
003660     MOVE 'G' TO JR-STATUS.
003670     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003680 8200-EXIT.
003690     EXIT.

003700 8300-STAMP-AND-WRITE.

003710     ACCEPT JR-DATE FROM DAY YYYYDDD.
003720     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
003730     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

003740     OPEN EXTEND JOURNAL-FILE.
003750     WRITE JR-REC.
003760     CLOSE JOURNAL-FILE.

003770 8300-EXIT.
003780     EXIT.

003790 END PROGRAM DCI8BTRI.
