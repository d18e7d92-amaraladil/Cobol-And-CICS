000010*****************************************************************
000020* DCI8BDLR - OUTBOUND DIALLER CALL-RESULT IMPORT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BDLR.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 26-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-26 AA   INITIAL VERSION - BRINGS THE DIALLER'S CALL
000160*                 RESULTS BACK ONTO THE WORKLIST AND THE ACCOUNT
000170*                 NOTES
000180* 2026-09-27 AA   EACH CALL RESULT POSTED TO AN ITEM IS WRITTEN TO
000190*                 THE WLHIST WORKLIST HISTORY THROUGH DCI8BWLH,
000200*                 STAMPED WITH THE CALL'S OWN DATE AND TIME
000210* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000220*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000230*                 STOPS WITH RETURN CODE 12 WHEN A
000240*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000250*-----------------------------------------------------------------
000260*****************************************************************
000270* THIS DAILY JOB READS THE DIALLER VENDOR'S RESULT FILE (DLRRES)
000280* FOR THE CALLS DCI8BDLX SENT IT - ONE DTL ROW PER CALL ATTEMPT,
000290* DATED YYYYMMDD / HHMMSS, WITH THE RESULT CODE:
000300*   NA - NO ANSWER       ITEM 'A', FOLLOW-UP NEXT BUSINESS DAY
000310*   WN - WRONG NUMBER    ITEM 'W', FOLLOW-UP THE CALL DATE, SO A
000320*                        COLLECTOR TRACES A NEW NUMBER
000330*   RP - RIGHT-PARTY CONTACT WITH NO PROMISE
000340*                        ITEM 'C', FOLLOW-UP 5 BUSINESS DAYS ON
000350*   PT - PROMISE TAKEN   ITEM 'P' WITH THE PROMISED AMOUNT AND
000360*                        DATE, WHICH IS ALSO THE FOLLOW-UP -
000370*                        THE NIGHTLY DCI8BPTP CHECK SETTLES IT
000380*                        LIKE ANY PROMISE TAKEN ON DCI8DPGT
000390* EVERY CALL ALSO FILES AN ACCTNOTE LINE UNDER USER 'DIALLER',
000400* STAMPED WITH THE CALL'S DATE AND TIME, SO THE ONLINE RECORD
000410* SHOWS THE AUTOMATED ATTEMPTS. THAT NOTE IS THE RERUN GUARD - A
000420* CALL WHOSE NOTE IS ALREADY ON FILE IS REJECTED AS POSTED. AN
000430* ITEM A COLLECTOR HAS WORKED ON DCI8DPGT SINCE THE CALL KEEPS
000440* THE COLLECTOR'S DISPOSITION AND ONLY GAINS THE NOTE. ROWS THAT
000450* FAIL VALIDATION, OR WHOSE ITEM HAS LEFT THE WORKLIST, PRINT ON
000460* DLRRPT WITH THE REASON AND CHANGE NOTHING
000470*****************************************************************

000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.

000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.

000540     SELECT RESULT-FILE ASSIGN TO DLRRES
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RESULT-STATUS.

000570     SELECT WORKLIST-FILE ASSIGN TO WORKLIST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS WL-ACCTNO
000610         FILE STATUS IS WS-WORKLIST-STATUS.

000620     SELECT ACCTNOTE-FILE ASSIGN TO ACCTNOTE
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS NT-KEY
000660         FILE STATUS IS WS-ACCTNOTE-STATUS.

000670     SELECT REPORT-FILE ASSIGN TO DLRRPT
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-REPORT-STATUS.

000700     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-JOURNAL-STATUS.

000730 DATA DIVISION.
000740 FILE SECTION.

000750*-----------------------------------------------------------------
000760* DLRRES - THE DIALLER VENDOR'S RESULT FILE. HDR AND TRL ROWS
000770* ARE PASSED OVER
000780*-----------------------------------------------------------------
000790 FD  RESULT-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  RESULT-REC.
000830     05  RS-REC-TYPE             PIC X(03).
000840         88  RS-DETAIL                   VALUE 'DTL'.
000850     05  RS-ACCTNO               PIC X(09).
000860     05  RS-CALL-DATE            PIC 9(08).
000870     05  RS-CALL-TIME            PIC 9(06).
000880     05  RS-RESULT               PIC X(02).
000890         88  RS-NO-ANSWER                VALUE 'NA'.
000900         88  RS-WRONG-NUMBER             VALUE 'WN'.
000910         88  RS-RIGHT-PARTY              VALUE 'RP'.
000920         88  RS-PROMISE-TAKEN            VALUE 'PT'.
000930     05  RS-AGENT                PIC X(08).
000940     05  RS-PROMISE-AMT          PIC 9(08)V99.
000950     05  RS-PROMISE-DATE         PIC 9(08).
000960     05  FILLER                  PIC X(26).

000970 FD  WORKLIST-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  WORKLIST-REC.
001000     05  WL-ACCTNO               PIC X(09).
001010     05  WL-LOADED-DATE          PIC S9(7) COMP-3.
001020     05  WL-DISPOSITION          PIC X(01).
001030     05  WL-FOLLOWUP-DATE        PIC S9(7) COMP-3.
001040     05  WL-WORKED-INFO.
001050         10  WL-WRK-USERID       PIC X(08).
001060         10  WL-WRK-TRMID        PIC X(04).
001070         10  WL-WRK-DATE         PIC S9(7) COMP-3.
001080         10  WL-WRK-TIME         PIC S9(7) COMP-3.
001090     05  WL-SEVERITY             PIC X(01).
001100     05  WL-PROMISE-AMT          PIC 9(08)V99 COMP-3.
001110     05  WL-PROMISE-DATE         PIC S9(7) COMP-3.
001120     05  WL-PROMISE-FLAG         PIC X(01).
001130     05  WL-COLLECTOR            PIC X(03).

001140*-----------------------------------------------------------------
001150* ACCTNOTE - FREE-TEXT NOTES, KEYED ACCOUNT + SEQUENCE. THE
001160* DIALLER'S LINE TAKES THE NEXT SEQUENCE AFTER THE NEWEST ON FILE,
001170* AS A NOTE KEYED ON DCI8DPGR DOES
001180*-----------------------------------------------------------------
001190 FD  ACCTNOTE-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  ACCTNOTE-REC.
001220     05  NT-KEY.
001230         10  NT-ACCTNO           PIC X(09).
001240         10  NT-SEQNO            PIC 9(04) COMP.
001250     05  NT-TEXT                 PIC X(40).
001260     05  NT-NOTED-INFO.
001270         10  NT-NOTE-USERID      PIC X(08).
001280         10  NT-NOTE-TRMID       PIC X(04).
001290         10  NT-NOTE-DATE        PIC S9(7) COMP-3.
001300         10  NT-NOTE-TIME        PIC S9(7) COMP-3.

001310 FD  REPORT-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 01  REPORT-LINE                 PIC X(80).

001350*-----------------------------------------------------------------
001360* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001370* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001380*-----------------------------------------------------------------
001390 FD  JOURNAL-FILE
001400     RECORDING MODE IS F
001410     LABEL RECORDS ARE STANDARD.
001420 01  JR-REC.
001430     05  JR-JOBNAME              PIC X(08).
001440     05  JR-ROW-TYPE             PIC X(01).
001450     05  JR-DATE                 PIC 9(07).
001460     05  JR-TIME                 PIC 9(06).
001470     05  JR-READ-COUNT           PIC 9(07).
001480     05  JR-WRITTEN-COUNT        PIC 9(07).
001490     05  JR-REJECTED-COUNT       PIC 9(07).
001500     05  JR-STATUS               PIC X(01).
001510     05  FILLER                  PIC X(06).

001520 WORKING-STORAGE SECTION.
001530 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001540 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001550     COPY 'JOBGATE'.

001560 77  WS-RESULT-STATUS        PIC X(02) VALUE SPACES.
001570 77  WS-WORKLIST-STATUS      PIC X(02) VALUE SPACES.
001580 77  WS-ACCTNOTE-STATUS      PIC X(02) VALUE SPACES.
001590 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001600 01  WS-SWITCHES.
001610     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001620         88  WS-EOF-YES              VALUE 'Y'.
001630     05  WS-NT-EOF-SW        PIC X(01) VALUE 'N'.
001640         88  WS-NT-EOF-YES           VALUE 'Y'.
001650     05  WS-POSTED-SW        PIC X(01) VALUE 'N'.
001660         88  WS-ALREADY-POSTED       VALUE 'Y'.

001670 01  WS-COUNTERS.
001680     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001690     05  WS-UPDATED-COUNT    PIC 9(07) COMP-3 VALUE 0.
001700     05  WS-NOTED-COUNT      PIC 9(07) COMP-3 VALUE 0.
001710     05  WS-REJECT-COUNT     PIC 9(07) COMP-3 VALUE 0.
001720     05  WS-NA-COUNT         PIC 9(07) COMP-3 VALUE 0.
001730     05  WS-WN-COUNT         PIC 9(07) COMP-3 VALUE 0.
001740     05  WS-RP-COUNT         PIC 9(07) COMP-3 VALUE 0.
001750     05  WS-PT-COUNT         PIC 9(07) COMP-3 VALUE 0.

001760 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
001770 77  WS-CALL-JULIAN          PIC S9(7) COMP-3 VALUE 0.
001780 77  WS-PROMISE-JULIAN       PIC S9(7) COMP-3 VALUE 0.
001790 77  WS-FOLLOWUP             PIC S9(7) COMP-3 VALUE 0.

001800*-----------------------------------------------------------------
001810* THE WORKLIST AND ACCTNOTE STAMPS CARRY THE CICS EIBDATE FORM
001820* (0CYYDDD) THE ONLINE SCREENS WRITE, SO THE CALL'S YYYYDDD DATE
001830* IS TAKEN DOWN BY 1900000 TO STAMP OR COMPARE WITH THEM
001840*-----------------------------------------------------------------
001850 77  WS-CALL-STAMP-DATE      PIC S9(7) COMP-3 VALUE 0.
001860 77  WS-WRK-JULIAN           PIC S9(7) COMP-3 VALUE 0.
001870 77  WS-LAST-SEQNO           PIC 9(04) VALUE 0.

001880 77  WS-PROMISE-ED           PIC Z(7)9.99.

001890* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
001900     COPY 'DATEPARM'.

001910 01  WS-REPORT-HEADING1.
001920     05  FILLER              PIC X(80) VALUE
001930         'DCI8BDLR - OUTBOUND DIALLER CALL RESULTS'.

001940 01  WS-REPORT-HEADING2.
001950     05  FILLER PIC X(11) VALUE 'ACCOUNT'.
001960     05  FILLER PIC X(10) VALUE 'CALL DATE'.
001970     05  FILLER PIC X(08) VALUE 'TIME'.
001980     05  FILLER PIC X(04) VALUE 'RES'.
001990     05  FILLER PIC X(10) VALUE 'AGENT'.
002000     05  FILLER PIC X(37) VALUE 'OUTCOME'.

002010 01  WS-DETAIL-LINE.
002020     05  DL-ACCTNO           PIC X(09).
002030     05  FILLER              PIC X(02) VALUE SPACES.
002040     05  DL-CALL-DATE        PIC X(08).
002050     05  FILLER              PIC X(02) VALUE SPACES.
002060     05  DL-CALL-TIME        PIC X(06).
002070     05  FILLER              PIC X(02) VALUE SPACES.
002080     05  DL-RESULT           PIC X(02).
002090     05  FILLER              PIC X(02) VALUE SPACES.
002100     05  DL-AGENT            PIC X(08).
002110     05  FILLER              PIC X(02) VALUE SPACES.
002120     05  DL-OUTCOME          PIC X(37).

002130* PARAMETER BLOCK FOR THE SHARED WORKLIST HISTORY WRITER
002140     COPY 'WLHIST'.

002150 PROCEDURE DIVISION.

002160 0000-MAINLINE.

002170     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

002190     PERFORM 2000-PROCESS-RESULT THRU 2000-EXIT
002200         UNTIL WS-EOF-YES.

002210     PERFORM 9000-TERMINATE THRU 9000-EXIT.

002220     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

002230     GOBACK.

002240 1000-INITIALIZE.

002250     OPEN INPUT RESULT-FILE.
002260     OPEN I-O WORKLIST-FILE.
002270     OPEN I-O ACCTNOTE-FILE.
002280     OPEN OUTPUT REPORT-FILE.

002290     MOVE 'TOD' TO DP-FUNCTION.
002300     CALL 'DCI8BDAT' USING DATEPARM.
002310     MOVE DP-JULIAN TO WS-TODAY.

002320     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
002330     MOVE SPACES TO REPORT-LINE.
002340     WRITE REPORT-LINE.
002350     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

002360     PERFORM 1100-READ-RESULT THRU 1100-EXIT.

002370 1000-EXIT.
002380     EXIT.

002390*-----------------------------------------------------------------
002400* 1100-READ-RESULT - THE NEXT DTL ROW, PASSING OVER HDR AND TRL
002410*-----------------------------------------------------------------
002420 1100-READ-RESULT.

002430     READ RESULT-FILE
002440         AT END
002450             GO TO 1100-EOF
002460     END-READ.

002470     IF NOT RS-DETAIL THEN
002480         GO TO 1100-READ-RESULT
002490     END-IF.

002500     ADD 1 TO WS-READ-COUNT.
002510     GO TO 1100-EXIT.

002520 1100-EOF.
002530     MOVE 'Y' TO WS-EOF-SW.

002540 1100-EXIT.
002550     EXIT.

002560 2000-PROCESS-RESULT.

002570     MOVE RS-ACCTNO TO DL-ACCTNO.
002580     MOVE RS-CALL-DATE TO DL-CALL-DATE.
002590     MOVE RS-CALL-TIME TO DL-CALL-TIME.
002600     MOVE RS-RESULT TO DL-RESULT.
002610     MOVE RS-AGENT TO DL-AGENT.

002620     PERFORM 2100-VALIDATE THRU 2100-EXIT.
002630     IF DL-OUTCOME NOT = SPACES THEN
002640         ADD 1 TO WS-REJECT-COUNT
002650         GO TO 2090-REPORT
002660     END-IF.

002670     PERFORM 2200-FIND-NOTES THRU 2200-EXIT.
002680     IF WS-ALREADY-POSTED THEN
002690         ADD 1 TO WS-REJECT-COUNT
002700         MOVE 'CALL ALREADY POSTED' TO DL-OUTCOME
002710         GO TO 2090-REPORT
002720     END-IF.
002730     IF WS-LAST-SEQNO = 9999 THEN
002740         ADD 1 TO WS-REJECT-COUNT
002750         MOVE 'ACCOUNT NOTES FULL - NOT POSTED' TO DL-OUTCOME
002760         GO TO 2090-REPORT
002770     END-IF.

002780*    A COLLECTOR WHO WORKED THE ITEM AFTER THE CALL HAS THE LAST
002790*    WORD ON ITS DISPOSITION - THE CALL IS ONLY NOTED
002800     MOVE WL-WRK-DATE TO WS-WRK-JULIAN.
002810     IF WS-WRK-JULIAN > 0 AND WS-WRK-JULIAN < 1000000 THEN
002820         ADD 1900000 TO WS-WRK-JULIAN
002830     END-IF.
002840     IF WS-WRK-JULIAN > WS-CALL-JULIAN OR
002850             (WS-WRK-JULIAN = WS-CALL-JULIAN AND
002860              WL-WRK-TIME > RS-CALL-TIME) THEN
002870         ADD 1 TO WS-NOTED-COUNT
002880         MOVE 'NOTED - ITEM WORKED SINCE THE CALL' TO DL-OUTCOME
002890     ELSE
002900         PERFORM 2300-UPDATE-ITEM THRU 2300-EXIT
002910     END-IF.

002920     PERFORM 2400-WRITE-NOTE THRU 2400-EXIT.

002930 2090-REPORT.

002940     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
002950     MOVE SPACES TO DL-OUTCOME.

002960     PERFORM 1100-READ-RESULT THRU 1100-EXIT.

002970 2000-EXIT.
002980     EXIT.

002990*-----------------------------------------------------------------
003000* 2100-VALIDATE - LEAVES DL-OUTCOME AT SPACES FOR A GOOD ROW,
003010* ELSE THE REJECT REASON. A GOOD ROW ENDS WITH ITS WORKLIST ITEM
003020* READ FOR UPDATE
003030*-----------------------------------------------------------------
003040 2100-VALIDATE.

003050     MOVE SPACES TO DL-OUTCOME.

003060     IF NOT RS-NO-ANSWER AND NOT RS-WRONG-NUMBER AND
003070             NOT RS-RIGHT-PARTY AND NOT RS-PROMISE-TAKEN THEN
003080         MOVE 'UNKNOWN RESULT CODE' TO DL-OUTCOME
003090         GO TO 2100-EXIT
003100     END-IF.

003110     IF RS-CALL-DATE IS NOT NUMERIC THEN
003120         MOVE 'CALL DATE NOT A VALID YYYYMMDD' TO DL-OUTCOME
003130         GO TO 2100-EXIT
003140     END-IF.
003150     MOVE 'G2J' TO DP-FUNCTION.
003160     MOVE RS-CALL-DATE TO DP-GREGORIAN.
003170     CALL 'DCI8BDAT' USING DATEPARM.
003180     IF NOT DP-RC-GOOD THEN
003190         MOVE 'CALL DATE NOT A VALID YYYYMMDD' TO DL-OUTCOME
003200         GO TO 2100-EXIT
003210     END-IF.
003220     MOVE DP-JULIAN TO WS-CALL-JULIAN.
003230     IF WS-CALL-JULIAN > WS-TODAY THEN
003240         MOVE 'CALL DATE IN THE FUTURE' TO DL-OUTCOME
003250         GO TO 2100-EXIT
003260     END-IF.
003270     COMPUTE WS-CALL-STAMP-DATE = WS-CALL-JULIAN - 1900000.

003280     IF RS-CALL-TIME IS NOT NUMERIC OR
003290             RS-CALL-TIME > 235959 THEN
003300         MOVE 'CALL TIME NOT A VALID HHMMSS' TO DL-OUTCOME
003310         GO TO 2100-EXIT
003320     END-IF.

003330     IF RS-PROMISE-TAKEN THEN
003340         IF RS-PROMISE-AMT IS NOT NUMERIC OR
003350                 RS-PROMISE-AMT = 0 THEN
003360             MOVE 'PROMISE AMOUNT MISSING' TO DL-OUTCOME
003370             GO TO 2100-EXIT
003380         END-IF
003390         IF RS-PROMISE-DATE IS NOT NUMERIC THEN
003400             MOVE 'PROMISE DATE NOT A VALID YYYYMMDD'
003410                 TO DL-OUTCOME
003420             GO TO 2100-EXIT
003430         END-IF
003440         MOVE 'G2J' TO DP-FUNCTION
003450         MOVE RS-PROMISE-DATE TO DP-GREGORIAN
003460         CALL 'DCI8BDAT' USING DATEPARM
003470         IF NOT DP-RC-GOOD THEN
003480             MOVE 'PROMISE DATE NOT A VALID YYYYMMDD'
003490                 TO DL-OUTCOME
003500             GO TO 2100-EXIT
003510         END-IF
003520         MOVE DP-JULIAN TO WS-PROMISE-JULIAN
003530         IF WS-PROMISE-JULIAN < WS-CALL-JULIAN THEN
003540             MOVE 'PROMISE DATE BEFORE THE CALL' TO DL-OUTCOME
003550             GO TO 2100-EXIT
003560         END-IF
003570     END-IF.

003580     MOVE RS-ACCTNO TO WL-ACCTNO.
003590     READ WORKLIST-FILE
003600         INVALID KEY
003610             MOVE 'NO LONGER ON THE WORKLIST' TO DL-OUTCOME
003620     END-READ.

003630 2100-EXIT.
003640     EXIT.

003650*-----------------------------------------------------------------
003660* 2200-FIND-NOTES WALKS THE ACCOUNT'S NOTES FOR THE NEWEST
003670* SEQUENCE, AND FOR A DIALLER NOTE ALREADY FILED FOR THIS CALL
003680*-----------------------------------------------------------------
003690 2200-FIND-NOTES.

003700     MOVE 0 TO WS-LAST-SEQNO.
003710     MOVE 'N' TO WS-POSTED-SW.
003720     MOVE 'N' TO WS-NT-EOF-SW.

003730     MOVE RS-ACCTNO TO NT-ACCTNO.
003740     MOVE 0 TO NT-SEQNO.
003750     START ACCTNOTE-FILE KEY IS NOT LESS THAN NT-KEY
003760         INVALID KEY
003770             GO TO 2200-EXIT
003780     END-START.

003790     PERFORM 2210-READ-NOTE THRU 2210-EXIT
003800         UNTIL WS-NT-EOF-YES.

003810 2200-EXIT.
003820     EXIT.

003830 2210-READ-NOTE.

003840     READ ACCTNOTE-FILE NEXT RECORD
003850         AT END
003860             MOVE 'Y' TO WS-NT-EOF-SW
003870             GO TO 2210-EXIT
003880     END-READ.

003890     IF NT-ACCTNO NOT = RS-ACCTNO THEN
003900         MOVE 'Y' TO WS-NT-EOF-SW
003910         GO TO 2210-EXIT
003920     END-IF.

003930     MOVE NT-SEQNO TO WS-LAST-SEQNO.

003940     IF NT-NOTE-USERID = 'DIALLER' AND
003950             NT-NOTE-DATE = WS-CALL-STAMP-DATE AND
003960             NT-NOTE-TIME = RS-CALL-TIME THEN
003970         MOVE 'Y' TO WS-POSTED-SW
003980     END-IF.

003990 2210-EXIT.
004000     EXIT.

004010*-----------------------------------------------------------------
004020* 2300-UPDATE-ITEM SETS THE DISPOSITION AND FOLLOW-UP FOR THE
004030* CALL'S RESULT AND STAMPS THE ITEM WORKED BY THE DIALLER
004040*-----------------------------------------------------------------
004050 2300-UPDATE-ITEM.

004060     IF RS-NO-ANSWER THEN
004070         MOVE 'A' TO WL-DISPOSITION
004080         MOVE 1 TO DP-DAYS
004090         PERFORM 2310-BUSINESS-DAYS-ON THRU 2310-EXIT
004100         ADD 1 TO WS-NA-COUNT
004110         MOVE 'NO ANSWER - TRY AGAIN' TO DL-OUTCOME
004120     ELSE IF RS-WRONG-NUMBER THEN
004130         MOVE 'W' TO WL-DISPOSITION
004140         MOVE WS-CALL-JULIAN TO WS-FOLLOWUP
004150         ADD 1 TO WS-WN-COUNT
004160         MOVE 'WRONG NUMBER - TO TRACE' TO DL-OUTCOME
004170     ELSE IF RS-RIGHT-PARTY THEN
004180         MOVE 'C' TO WL-DISPOSITION
004190         MOVE 5 TO DP-DAYS
004200         PERFORM 2310-BUSINESS-DAYS-ON THRU 2310-EXIT
004210         ADD 1 TO WS-RP-COUNT
004220         MOVE 'CONTACTED' TO DL-OUTCOME
004230     ELSE
004240         MOVE 'P' TO WL-DISPOSITION
004250         MOVE RS-PROMISE-AMT TO WL-PROMISE-AMT
004260         MOVE WS-PROMISE-JULIAN TO WL-PROMISE-DATE
004270         MOVE 'P' TO WL-PROMISE-FLAG
004280         MOVE WS-PROMISE-JULIAN TO WS-FOLLOWUP
004290         ADD 1 TO WS-PT-COUNT
004300         MOVE 'PROMISE RECORDED' TO DL-OUTCOME
004310             END-IF
004320         END-IF
004330     END-IF.

004340     MOVE WS-FOLLOWUP TO WL-FOLLOWUP-DATE.
004350     MOVE 'DIALLER' TO WL-WRK-USERID.
004360     MOVE 'DLR' TO WL-WRK-TRMID.
004370     MOVE WS-CALL-STAMP-DATE TO WL-WRK-DATE.
004380     MOVE RS-CALL-TIME TO WL-WRK-TIME.

004390     REWRITE WORKLIST-REC
004400         INVALID KEY
004410             MOVE 'WORKLIST REWRITE FAILED' TO DL-OUTCOME
004420             GO TO 2300-EXIT
004430     END-REWRITE.

004440     ADD 1 TO WS-UPDATED-COUNT.
004450     IF RS-PROMISE-TAKEN THEN
004460         MOVE 'P' TO WH-EVENT
004470     ELSE
004480         MOVE 'D' TO WH-EVENT
004490     END-IF.
004500     MOVE SPACES TO WH-PREV-COLLECTOR.
004510     PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT.

004520 2300-EXIT.
004530     EXIT.

004540*-----------------------------------------------------------------
004550* 2310-BUSINESS-DAYS-ON - WS-FOLLOWUP IS DP-DAYS BUSINESS DAYS
004560* AFTER THE CALL, OR THE CALL DATE ITSELF IF THE CALENDAR FAILS
004570*-----------------------------------------------------------------
004580 2310-BUSINESS-DAYS-ON.

004590     MOVE 'BDA' TO DP-FUNCTION.
004600     MOVE WS-CALL-JULIAN TO DP-JULIAN.
004610     CALL 'DCI8BDAT' USING DATEPARM.
004620     IF DP-RC-GOOD THEN
004630         MOVE DP-JULIAN TO WS-FOLLOWUP
004640     ELSE
004650         MOVE WS-CALL-JULIAN TO WS-FOLLOWUP
004660     END-IF.

004670 2310-EXIT.
004680     EXIT.

004690*-----------------------------------------------------------------
004700* 2400-WRITE-NOTE FILES THE CALL'S NOTE LINE AT THE NEXT SEQUENCE
004710*-----------------------------------------------------------------
004720 2400-WRITE-NOTE.

004730     MOVE RS-ACCTNO TO NT-ACCTNO.
004740     COMPUTE NT-SEQNO = WS-LAST-SEQNO + 1.
004750     MOVE SPACES TO NT-TEXT.

004760     IF RS-NO-ANSWER THEN
004770         MOVE 'DIALLER CALL - NO ANSWER' TO NT-TEXT
004780     ELSE IF RS-WRONG-NUMBER THEN
004790         MOVE 'DIALLER CALL - WRONG NUMBER' TO NT-TEXT
004800     ELSE IF RS-RIGHT-PARTY THEN
004810         MOVE 'DIALLER CALL - SPOKE TO CUSTOMER' TO NT-TEXT
004820     ELSE
004830         MOVE RS-PROMISE-AMT TO WS-PROMISE-ED
004840         STRING 'DIALLER PROMISE ' WS-PROMISE-ED ' BY '
004850             RS-PROMISE-DATE
004860             DELIMITED BY SIZE INTO NT-TEXT
004870             END-IF
004880         END-IF
004890     END-IF.

004900     MOVE 'DIALLER' TO NT-NOTE-USERID.
004910     MOVE 'DLR' TO NT-NOTE-TRMID.
004920     MOVE WS-CALL-STAMP-DATE TO NT-NOTE-DATE.
004930     MOVE RS-CALL-TIME TO NT-NOTE-TIME.

004940     WRITE ACCTNOTE-REC
004950         INVALID KEY
004960             MOVE 'NOTE NOT WRITTEN - DUPLICATE KEY' TO DL-OUTCOME
004970     END-WRITE.

004980 2400-EXIT.
004990     EXIT.

005000 9000-TERMINATE.

005010     DISPLAY 'DCI8BDLR - DIALLER CALL-RESULT IMPORT - SUMMARY'.
005020     DISPLAY 'RESULTS READ     : ' WS-READ-COUNT.
005030     DISPLAY 'ITEMS UPDATED    : ' WS-UPDATED-COUNT.
005040     DISPLAY '  NO ANSWER      : ' WS-NA-COUNT.
005050     DISPLAY '  WRONG NUMBER   : ' WS-WN-COUNT.
005060     DISPLAY '  CONTACTED      : ' WS-RP-COUNT.
005070     DISPLAY '  PROMISE TAKEN  : ' WS-PT-COUNT.
005080     DISPLAY 'NOTED ONLY       : ' WS-NOTED-COUNT.
005090     DISPLAY 'REJECTED         : ' WS-REJECT-COUNT.

005100     CLOSE RESULT-FILE.
005110     CLOSE WORKLIST-FILE.
005120     CLOSE ACCTNOTE-FILE.
005130     CLOSE REPORT-FILE.

005140 9000-EXIT.
005150     EXIT.

005160*-----------------------------------------------------------------
005170* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
005180* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
005190* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
005200*-----------------------------------------------------------------
005210 8100-WRITE-JRNL-START.

005220*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
005230*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
005240     MOVE 'DCI8BDLR' TO JG-JOBNAME.
005250     CALL 'DCI8BJGT' USING JOBGATE.
005260     IF JG-RC-BLOCKED THEN
005270         MOVE JG-BLOCKED-RC TO RETURN-CODE
005280         STOP RUN
005290     END-IF.

005300     MOVE 'DCI8BDLR' TO JR-JOBNAME.
005310     MOVE 'S' TO JR-ROW-TYPE.
005320     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
005330         JR-REJECTED-COUNT.
005340     MOVE SPACE TO JR-STATUS.
005350     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

005360 8100-EXIT.
005370     EXIT.

005380 8200-WRITE-JRNL-END.

005390     MOVE 'DCI8BDLR' TO JR-JOBNAME.
005400     MOVE 'E' TO JR-ROW-TYPE.
005410     MOVE WS-READ-COUNT TO JR-READ-COUNT.
005420     COMPUTE JR-WRITTEN-COUNT = WS-UPDATED-COUNT + WS-NOTED-COUNT.
005430     MOVE WS-REJECT-COUNT TO JR-REJECTED-COUNT.
005440     MOVE 'G' TO JR-STATUS.
005450     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

005460 8200-EXIT.
005470     EXIT.

005480 8300-STAMP-AND-WRITE.

005490     ACCEPT JR-DATE FROM DAY YYYYDDD.
005500     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
005510     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

005520     OPEN EXTEND JOURNAL-FILE.
005530     WRITE JR-REC.
005540     CLOSE JOURNAL-FILE.

005550 8300-EXIT.
005560     EXIT.

005570*-----------------------------------------------------------------
005580* 8400-WRITE-HISTORY - THE CURRENT WORKLIST RECORD TO THE WLHIST
005590* HISTORY THROUGH DCI8BWLH. THE CALLER SETS WH-EVENT AND
005600* WH-PREV-COLLECTOR FIRST. THE ROW CARRIES THE CALL'S DATE AND
005610* TIME AND THE DIALLER STAMP THE ITEM ITSELF GETS
005620*-----------------------------------------------------------------
005630 8400-WRITE-HISTORY.

005640     MOVE WL-ACCTNO TO WH-ACCTNO.
005650     MOVE WS-CALL-JULIAN TO WH-DATE.
005660     MOVE RS-CALL-TIME TO WH-TIME.
005670     MOVE WL-DISPOSITION TO WH-DISPOSITION.
005680     MOVE WL-FOLLOWUP-DATE TO WH-FOLLOWUP-DATE.
005690     MOVE WL-SEVERITY TO WH-SEVERITY.
005700     MOVE WL-COLLECTOR TO WH-COLLECTOR.
005710     MOVE WL-PROMISE-AMT TO WH-PROMISE-AMT.
005720     MOVE WL-PROMISE-DATE TO WH-PROMISE-DATE.
005730     MOVE 'DIALLER' TO WH-USERID.
005740     MOVE 'DLR' TO WH-TRMID.
005750     CALL 'DCI8BWLH' USING WLHIST-REC.

005760 8400-EXIT.
005770     EXIT.

005780 END PROGRAM DCI8BDLR.
