000010*****************************************************************
000020* DCI8BAPL - WEEKLY APPLICATION PIPELINE AND TURNAROUND REPORT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BAPL.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - PENDAPP VOLUMES, APPROVAL
000160*                 RATE AND BUSINESS-DAY TURNAROUND BY BRANCH AND
000170*                 CAPTURING OPERATOR, DECLINE REASONS, STUCK
000180*                 APPLICATIONS AND DECLINE LETTERS OUTSTANDING
000181* 2026-10-15 AA   CAPTURE AND VETTING STAMPS ARE IN EIBDATE FORM -
000182*                 TAKEN UP TO YYYYDDD ON READING
000183* 2026-10-15 AA   PENDAPP LAYOUT CARRIES AP-INTRO-CODE
000190*-----------------------------------------------------------------
000200*****************************************************************
000210* DCI8DPGW STAMPS EVERY APPLICATION WITH WHO CAPTURED IT AND
000220* WHEN, AND WHO VETTED IT, WHEN AND WHY - BUT NOBODY READ THE
000230* STAMPS, AND A STUCK APPLICATION CAME TO LIGHT ONLY WHEN THE
000240* BRANCH COMPLAINED. THIS WEEKLY JOB WALKS PENDAPP ONCE AND
000250* PRINTS TO APLRPT:
000260*   - EVERY APPLICATION STILL PENDING LONGER THAN THE SERVICE
000270*     LEVEL, WITH ITS AGE, AS IT IS MET
000280*   - BY AP-BRANCH AND BY CAPTURING OPERATOR: APPLICATIONS
000290*     CAPTURED IN THE WEEK, APPROVED AND DECLINED IN THE WEEK,
000300*     THE APPROVAL RATE, THE AVERAGE AND LONGEST TURNAROUND AND
000310*     HOW MANY ARE PENDING NOW
000320*   - THE SPREAD OF THE WEEK'S TURNAROUNDS
000330*   - THE WEEK'S DECLINES BY AP-VET-REASON AS KEYED
000340*   - HOW MANY DECLINED APPLICANTS, OF ANY AGE, ARE STILL
000350*     WAITING FOR THEIR DCI8BAAL LETTER
000360* TURNAROUND AND AGE ARE IN BUSINESS DAYS - AP-CAP-DATE TO
000370* AP-VET-DATE, OR TO TODAY - COUNTED BY DCI8BDAT'S BDB FUNCTION
000380* AGAINST THE HOLCFG CALENDAR, SO A BANK HOLIDAY WEEKEND DOES NOT
000390* COUNT AGAINST THE OFFICERS.
000400* THE OPTIONAL APLPARM CARD GIVES IN COLUMNS 1-3 THE DAYS THE
000410* WEEK COVERS, ENDING TODAY (DEFAULT 7) AND IN COLUMNS 4-6 THE
000420* SERVICE LEVEL IN BUSINESS DAYS (DEFAULT 5). NO CARD, OR A CARD
000430* THAT IS NOT NUMERIC, KEEPS THE DEFAULTS
000440*****************************************************************

000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.

000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.

000510     SELECT PARM-FILE ASSIGN TO APLPARM
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-PARM-STATUS.

000540     SELECT PENDAPP-FILE ASSIGN TO PENDAPP
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS AP-APPLID
000580         FILE STATUS IS WS-PENDAPP-STATUS.

000590     SELECT REPORT-FILE ASSIGN TO APLRPT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-REPORT-STATUS.

000620     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-JOURNAL-STATUS.

000650 DATA DIVISION.
000660 FILE SECTION.

000670 FD  PARM-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  PARM-REC.
000710     05  PM-WINDOW-DAYS          PIC 9(03).
000720     05  PM-SLA-DAYS             PIC 9(03).
000730     05  FILLER                  PIC X(74).

000740*-----------------------------------------------------------------
000750* PENDAPP - THE STATUS, NAME, BRANCH AND THE CAPTURE AND VETTING
000760* STAMPS ARE TAKEN
000770*-----------------------------------------------------------------
000780 FD  PENDAPP-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  PENDAPP-REC.
000810     05  AP-APPLID               PIC 9(08).
000820     05  AP-STATUS               PIC X(01).
000830         88  AP-PENDING                  VALUE 'P'.
000840         88  AP-APPROVED                 VALUE 'A'.
000850         88  AP-DECLINED                 VALUE 'D'.
000860     05  FILLER                  PIC X(13).
000870     05  AP-FNAME                PIC X(15).
000880     05  AP-SNAME                PIC X(15).
000890     05  FILLER                  PIC X(151).
000900     05  AP-BRANCH               PIC X(04).
000910     05  AP-CAP-USERID           PIC X(08).
000920     05  FILLER                  PIC X(04).
000930     05  AP-CAP-DATE             PIC S9(7) COMP-3.
000940     05  FILLER                  PIC X(04).
000950     05  AP-VET-USERID           PIC X(08).
000960     05  FILLER                  PIC X(04).
000970     05  AP-VET-DATE             PIC S9(7) COMP-3.
000980     05  FILLER                  PIC X(04).
000990     05  AP-VET-REASON           PIC X(40).
001000     05  AP-NOTIFIED-FLAG        PIC X(01).
001010         88  AP-NOTIFIED                 VALUE 'Y'.
001011     05  FILLER                  PIC X(12).

001030 FD  REPORT-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060 01  REPORT-LINE                 PIC X(80).

001070*-----------------------------------------------------------------
001080* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001090* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001100*-----------------------------------------------------------------
001110 FD  JOURNAL-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  JR-REC.
001150     05  JR-JOBNAME              PIC X(08).
001160     05  JR-ROW-TYPE             PIC X(01).
001170     05  JR-DATE                 PIC 9(07).
001180     05  JR-TIME                 PIC 9(06).
001190     05  JR-READ-COUNT           PIC 9(07).
001200     05  JR-WRITTEN-COUNT        PIC 9(07).
001210     05  JR-REJECTED-COUNT       PIC 9(07).
001220     05  JR-STATUS               PIC X(01).
001230     05  FILLER                  PIC X(06).

001240 WORKING-STORAGE SECTION.
001250 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001260 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001270     COPY 'JOBGATE'.

001280 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001290 77  WS-PENDAPP-STATUS       PIC X(02) VALUE SPACES.
001300 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001310 01  WS-SWITCHES.
001320     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001330         88  WS-EOF-YES              VALUE 'Y'.
001340     05  WS-LINE-FOUND-SW    PIC X(01) VALUE 'N'.
001350         88  WS-LINE-FOUND           VALUE 'Y'.
001360     05  WS-REASON-FOUND-SW  PIC X(01) VALUE 'N'.
001370         88  WS-REASON-FOUND         VALUE 'Y'.

001380 01  WS-COUNTERS.
001390     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001400     05  WS-OVER-SLA-COUNT   PIC 9(07) COMP-3 VALUE 0.
001410     05  WS-LETTER-WAIT      PIC 9(07) COMP-3 VALUE 0.
001420     05  WS-DATE-ERRORS      PIC 9(07) COMP-3 VALUE 0.

001430*    THE WEEK AND THE SERVICE LEVEL - APLPARM OR THE DEFAULTS
001440 77  WS-WINDOW-DAYS          PIC 9(03) VALUE 7.
001450 77  WS-SLA-DAYS             PIC 9(03) VALUE 5.
001460 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
001470 77  WS-WEEK-START           PIC S9(7) COMP-3 VALUE 0.
001480 77  WS-TURNAROUND           PIC S9(05) COMP-3 VALUE 0.
001490 77  WS-AGE                  PIC S9(05) COMP-3 VALUE 0.

001500*-----------------------------------------------------------------
001510* ONE LINE PER BRANCH (DIMENSION B) AND PER CAPTURING OPERATOR
001520* (DIMENSION O), IN FIRST-SEEN ORDER. A LINE THE FULL TABLE
001530* CANNOT HOLD IS COUNTED AND LEFT OUT OF ITS SECTION; THE TOTALS
001540* ARE KEPT APART AND STILL TIE
001550*-----------------------------------------------------------------
001560 01  WS-LINE-TABLE.
001570     05  WS-LN-ENTRY OCCURS 300 TIMES.
001580         10  WS-LN-DIM           PIC X(01).
001590         10  WS-LN-VALUE         PIC X(08).
001600         10  WS-LN-CAPTURED      PIC 9(07) COMP-3.
001610         10  WS-LN-APPROVED      PIC 9(07) COMP-3.
001620         10  WS-LN-DECLINED      PIC 9(07) COMP-3.
001630         10  WS-LN-PENDING       PIC 9(07) COMP-3.
001640         10  WS-LN-TAT-SUM       PIC 9(09) COMP-3.
001650         10  WS-LN-TAT-MAX       PIC 9(05) COMP-3.
001660 77  WS-LN-USED              PIC S9(04) COMP VALUE 0.
001670 77  WS-LN-SUB               PIC S9(04) COMP VALUE 0.
001680 77  WS-LN-DROPPED           PIC 9(07) COMP-3 VALUE 0.
001690 77  WS-FIND-DIM             PIC X(01) VALUE SPACE.
001700 77  WS-FIND-VALUE           PIC X(08) VALUE SPACES.
001710 77  WS-PRINT-DIM            PIC X(01) VALUE SPACE.
001720 77  WS-BRANCH-SUB           PIC S9(04) COMP VALUE 0.
001730 77  WS-OPER-SUB             PIC S9(04) COMP VALUE 0.

001740 01  WS-TOTALS.
001750     05  WS-TOT-CAPTURED     PIC 9(07) COMP-3 VALUE 0.
001760     05  WS-TOT-APPROVED     PIC 9(07) COMP-3 VALUE 0.
001770     05  WS-TOT-DECLINED     PIC 9(07) COMP-3 VALUE 0.
001780     05  WS-TOT-PENDING      PIC 9(07) COMP-3 VALUE 0.
001790     05  WS-TOT-TAT-SUM      PIC 9(09) COMP-3 VALUE 0.
001800     05  WS-TOT-TAT-MAX      PIC 9(05) COMP-3 VALUE 0.

001810*    THE LINE 4110 IS PRINTING, FROM THE TABLE OR THE TOTALS
001820 01  WS-PRINT-FIGURES.
001830     05  WS-PF-CAPTURED      PIC 9(07) COMP-3.
001840     05  WS-PF-APPROVED      PIC 9(07) COMP-3.
001850     05  WS-PF-DECLINED      PIC 9(07) COMP-3.
001860     05  WS-PF-PENDING       PIC 9(07) COMP-3.
001870     05  WS-PF-TAT-SUM       PIC 9(09) COMP-3.
001880     05  WS-PF-TAT-MAX       PIC 9(05) COMP-3.
001890 77  WS-DECIDED              PIC 9(07) COMP-3 VALUE 0.
001900 77  WS-RATE                 PIC 9(03)V9 VALUE 0.
001910 77  WS-AVERAGE              PIC 9(03)V9 VALUE 0.

001920*-----------------------------------------------------------------
001930* THE WEEK'S TURNAROUNDS, SPREAD: SAME DAY, 1, 2, 3-5, 6-10 AND
001940* OVER 10 BUSINESS DAYS
001950*-----------------------------------------------------------------
001960 01  WS-SPREAD-LABELS-INIT.
001970     05  FILLER              PIC X(12) VALUE 'SAME DAY    '.
001980     05  FILLER              PIC X(12) VALUE '1 DAY       '.
001990     05  FILLER              PIC X(12) VALUE '2 DAYS      '.
002000     05  FILLER              PIC X(12) VALUE '3 TO 5 DAYS '.
002010     05  FILLER              PIC X(12) VALUE '6 TO 10 DAYS'.
002020     05  FILLER              PIC X(12) VALUE 'OVER 10 DAYS'.
002030 01  WS-SPREAD-LABELS REDEFINES WS-SPREAD-LABELS-INIT.
002040     05  WS-SPREAD-LABEL     PIC X(12) OCCURS 6 TIMES.
002050 01  WS-SPREAD-TABLE.
002060     05  WS-SPREAD-COUNT     PIC 9(07) COMP-3 OCCURS 6 TIMES.
002070 77  WS-SPREAD-SUB           PIC S9(04) COMP VALUE 0.

002080*-----------------------------------------------------------------
002090* THE WEEK'S DECLINE REASONS AS KEYED - FREE TEXT ON DCI8DPGW,
002100* SO COUNTED BY EXACT WORDING. SLOT 51 TAKES ANY REASON THE
002110* TABLE HAS NO ROOM FOR
002120*-----------------------------------------------------------------
002130 01  WS-REASON-TABLE.
002140     05  WS-RS-ENTRY OCCURS 51 TIMES.
002150         10  WS-RS-TEXT          PIC X(40).
002160         10  WS-RS-COUNT         PIC 9(07) COMP-3.
002170 77  WS-RS-USED              PIC S9(04) COMP VALUE 0.
002180 77  WS-RS-SUB               PIC S9(04) COMP VALUE 0.

002190* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
002200     COPY 'DATEPARM'.

002210 01  WS-REPORT-HEADING1.
002220     05  FILLER              PIC X(35) VALUE
002230         'DCI8BAPL - APPLICATION PIPELINE   '.
002240     05  FILLER              PIC X(05) VALUE 'RUN '.
002250     05  RH-RUN-DATE         PIC 9(08).
002260     05  FILLER              PIC X(06) VALUE '  LAST'.
002270     05  RH-WINDOW           PIC ZZ9.
002280     05  FILLER              PIC X(10) VALUE ' DAYS  SLA'.
002290     05  RH-SLA              PIC ZZ9.
002300     05  FILLER              PIC X(10) VALUE ' BUS DAYS'.

002310 01  WS-REPORT-TITLE.
002320     05  RT-TITLE            PIC X(60).
002330     05  FILLER              PIC X(20) VALUE SPACES.

002340 01  WS-PENDING-HEADING.
002350     05  FILLER PIC X(40) VALUE
002360         'APPL ID  BRANCH CAPT BY  CAPTURED  AGE '.
002370     05  FILLER PIC X(40) VALUE
002380         ' APPLICANT'.

002390 01  WS-PENDING-LINE.
002400     05  PD-APPLID           PIC 9(08).
002410     05  FILLER              PIC X(01) VALUE SPACES.
002420     05  PD-BRANCH           PIC X(04).
002430     05  FILLER              PIC X(03) VALUE SPACES.
002440     05  PD-CAP-USERID       PIC X(08).
002450     05  FILLER              PIC X(01) VALUE SPACES.
002460     05  PD-CAP-DATE         PIC 9(08).
002470     05  FILLER              PIC X(01) VALUE SPACES.
002480     05  PD-AGE              PIC ZZZ9.
002490     05  FILLER              PIC X(03) VALUE SPACES.
002500     05  PD-FNAME            PIC X(15).
002510     05  FILLER              PIC X(01) VALUE SPACES.
002520     05  PD-SNAME            PIC X(15).
002530     05  FILLER              PIC X(08) VALUE SPACES.

002540 01  WS-VOLUME-HEADING.
002550     05  RH-DIM-NAME         PIC X(10).
002560     05  FILLER PIC X(40) VALUE
002570         ' CAPTURED APPROVED DECLINED  APPR%   AVG'.
002580     05  FILLER PIC X(30) VALUE
002590         ' MAX  PENDING'.

002600 01  WS-VOLUME-LINE.
002610     05  VL-VALUE            PIC X(08).
002620     05  FILLER              PIC X(02) VALUE SPACES.
002630     05  VL-CAPTURED         PIC Z,ZZZ,ZZ9.
002640     05  VL-APPROVED         PIC Z,ZZZ,ZZ9.
002650     05  VL-DECLINED         PIC Z,ZZZ,ZZ9.
002660     05  FILLER              PIC X(02) VALUE SPACES.
002670     05  VL-RATE             PIC ZZ9.9.
002680     05  FILLER              PIC X(01) VALUE SPACES.
002690     05  VL-AVERAGE          PIC ZZ9.9.
002700     05  VL-MAX              PIC ZZZ9.
002710     05  VL-PENDING          PIC Z,ZZZ,ZZ9.
002720     05  FILLER              PIC X(17) VALUE SPACES.

002730 01  WS-SPREAD-LINE.
002740     05  SL-LABEL            PIC X(12).
002750     05  FILLER              PIC X(02) VALUE SPACES.
002760     05  SL-COUNT            PIC Z,ZZZ,ZZ9.
002770     05  FILLER              PIC X(57) VALUE SPACES.

002780 01  WS-REASON-LINE.
002790     05  RL-COUNT            PIC Z,ZZZ,ZZ9.
002800     05  FILLER              PIC X(02) VALUE SPACES.
002810     05  RL-TEXT             PIC X(40).
002820     05  FILLER              PIC X(29) VALUE SPACES.

002830 01  WS-LETTER-LINE.
002840     05  FILLER              PIC X(44) VALUE
002850         'DECLINED, STILL WAITING FOR THE AAL LETTER: '.
002860     05  LL-COUNT            PIC Z,ZZZ,ZZ9.
002870     05  FILLER              PIC X(27) VALUE SPACES.

002880 PROCEDURE DIVISION.

002890 0000-MAINLINE.

002900     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

002910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

002920     PERFORM 2000-PROCESS-APPLICATION THRU 2000-EXIT
002930         UNTIL WS-EOF-YES.

002940     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.

002950     PERFORM 9000-TERMINATE THRU 9000-EXIT.

002960     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

002970     GOBACK.

002980 1000-INITIALIZE.

002990     OPEN INPUT PARM-FILE.
003000     IF WS-PARM-STATUS = '00' THEN
003010         PERFORM 1050-READ-PARM THRU 1050-EXIT
003020         CLOSE PARM-FILE
003030     ELSE
003040         DISPLAY 'DCI8BAPL - NO APLPARM - DEFAULTS USED'
003050     END-IF.

003060     OPEN INPUT PENDAPP-FILE.
003070     OPEN OUTPUT REPORT-FILE.

003080     MOVE 'TOD' TO DP-FUNCTION.
003090     CALL 'DCI8BDAT' USING DATEPARM.
003100     MOVE DP-JULIAN TO WS-TODAY.
003110     MOVE DP-GREGORIAN TO RH-RUN-DATE.

003120*    THE WEEK IS THE LAST WS-WINDOW-DAYS DAYS UP TO TODAY
003130     MOVE 'SUB' TO DP-FUNCTION.
003140     MOVE WS-TODAY TO DP-JULIAN.
003150     MOVE WS-WINDOW-DAYS TO DP-DAYS.
003160     CALL 'DCI8BDAT' USING DATEPARM.
003170     MOVE DP-JULIAN TO WS-WEEK-START.

003180     INITIALIZE WS-LINE-TABLE.
003190     INITIALIZE WS-REASON-TABLE.
003200     INITIALIZE WS-SPREAD-TABLE.
003210     MOVE 'ALL OTHER REASONS' TO WS-RS-TEXT(51).

003220     MOVE WS-WINDOW-DAYS TO RH-WINDOW.
003230     MOVE WS-SLA-DAYS TO RH-SLA.
003240     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
003250     MOVE SPACES TO REPORT-LINE.
003260     WRITE REPORT-LINE.
003270     MOVE 'PENDING PAST THE SERVICE LEVEL - AGE IN BUSINESS DAYS'
003280         TO RT-TITLE.
003290     WRITE REPORT-LINE FROM WS-REPORT-TITLE.
003300     WRITE REPORT-LINE FROM WS-PENDING-HEADING.

003310     PERFORM 1100-READ-PENDAPP THRU 1100-EXIT.

003320 1000-EXIT.
003330     EXIT.

003340*-----------------------------------------------------------------
003350* 1050-READ-PARM TAKES THE ONE CARD. A CARD THAT IS NOT NUMERIC
003360* IS REPORTED AND IGNORED, AND A ZERO WEEK IS NO WEEK AT ALL, SO
003370* THE DEFAULTS STAND
003380*-----------------------------------------------------------------
003390 1050-READ-PARM.

003400     READ PARM-FILE
003410         AT END
003420             GO TO 1050-EXIT
003430     END-READ.

003440     IF PM-WINDOW-DAYS IS NOT NUMERIC OR
003450        PM-SLA-DAYS IS NOT NUMERIC THEN
003460         DISPLAY 'DCI8BAPL - APLPARM DAYS NOT NUMERIC: '
003470             PARM-REC
003480         GO TO 1050-EXIT
003490     END-IF.

003500     IF PM-WINDOW-DAYS > 0 THEN
003510         MOVE PM-WINDOW-DAYS TO WS-WINDOW-DAYS
003520     END-IF.
003530     MOVE PM-SLA-DAYS TO WS-SLA-DAYS.

003540 1050-EXIT.
003550     EXIT.

003560 1100-READ-PENDAPP.

003570     READ PENDAPP-FILE NEXT RECORD
003580         AT END
003590             GO TO 1100-EOF
003600     END-READ.

003610     ADD 1 TO WS-READ-COUNT.

003611*    DCI8DPGW STAMPS BOTH DATES FROM EIBDATE (0CYYDDD) - TAKEN UP
003612*    TO YYYYDDD FOR THE WEEK TEST AND THE DATE SERVICE
003613     IF AP-CAP-DATE > 0 AND AP-CAP-DATE < 1000000 THEN
003614         ADD 1900000 TO AP-CAP-DATE
003615     END-IF.
003616     IF AP-VET-DATE > 0 AND AP-VET-DATE < 1000000 THEN
003617         ADD 1900000 TO AP-VET-DATE
003618     END-IF.
003620     GO TO 1100-EXIT.

003630 1100-EOF.
003640     MOVE 'Y' TO WS-EOF-SW.

003650 1100-EXIT.
003660     EXIT.

003670*-----------------------------------------------------------------
003680* 2000-PROCESS-APPLICATION - ONE PENDAPP ROW ONTO ITS BRANCH AND
003690* CAPTURING OPERATOR LINES
003700*-----------------------------------------------------------------
003710 2000-PROCESS-APPLICATION.

003720     MOVE 'B' TO WS-FIND-DIM.
003730     IF AP-BRANCH = SPACES OR AP-BRANCH = LOW-VALUES THEN
003740         MOVE '????' TO WS-FIND-VALUE
003750     ELSE
003760         MOVE AP-BRANCH TO WS-FIND-VALUE
003770     END-IF.
003780     PERFORM 2720-FIND-LINE THRU 2720-EXIT.
003790     MOVE WS-LN-SUB TO WS-BRANCH-SUB.

003800     MOVE 'O' TO WS-FIND-DIM.
003810     MOVE AP-CAP-USERID TO WS-FIND-VALUE.
003820     PERFORM 2720-FIND-LINE THRU 2720-EXIT.
003830     MOVE WS-LN-SUB TO WS-OPER-SUB.

003840     IF AP-CAP-DATE > WS-WEEK-START THEN
003850         ADD 1 TO WS-TOT-CAPTURED
003860         IF WS-BRANCH-SUB > 0 THEN
003870             ADD 1 TO WS-LN-CAPTURED(WS-BRANCH-SUB)
003880         END-IF
003890         IF WS-OPER-SUB > 0 THEN
003900             ADD 1 TO WS-LN-CAPTURED(WS-OPER-SUB)
003910         END-IF
003920     END-IF.

003930     IF AP-PENDING THEN
003940         PERFORM 2100-PENDING THRU 2100-EXIT
003950     ELSE
003960         IF AP-VET-DATE > WS-WEEK-START THEN
003970             PERFORM 2200-DECIDED THRU 2200-EXIT
003980         END-IF
003990     END-IF.

004000     IF AP-DECLINED AND NOT AP-NOTIFIED THEN
004010         ADD 1 TO WS-LETTER-WAIT
004020     END-IF.

004030     PERFORM 1100-READ-PENDAPP THRU 1100-EXIT.

004040 2000-EXIT.
004050     EXIT.

004060*-----------------------------------------------------------------
004070* 2100-PENDING - AGED TO TODAY; LISTED WHEN PAST THE SERVICE
004080* LEVEL
004090*-----------------------------------------------------------------
004100 2100-PENDING.

004110     ADD 1 TO WS-TOT-PENDING.
004120     IF WS-BRANCH-SUB > 0 THEN
004130         ADD 1 TO WS-LN-PENDING(WS-BRANCH-SUB)
004140     END-IF.
004150     IF WS-OPER-SUB > 0 THEN
004160         ADD 1 TO WS-LN-PENDING(WS-OPER-SUB)
004170     END-IF.

004180     MOVE 'BDB' TO DP-FUNCTION.
004190     MOVE AP-CAP-DATE TO DP-JULIAN.
004200     MOVE WS-TODAY TO DP-JULIAN-TO.
004210     CALL 'DCI8BDAT' USING DATEPARM.
004220     IF NOT DP-RC-GOOD THEN
004230         ADD 1 TO WS-DATE-ERRORS
004240         GO TO 2100-EXIT
004250     END-IF.
004260     MOVE DP-DAYS TO WS-AGE.

004270     IF WS-AGE NOT > WS-SLA-DAYS THEN
004280         GO TO 2100-EXIT
004290     END-IF.

004300     MOVE 'J2G' TO DP-FUNCTION.
004310     MOVE AP-CAP-DATE TO DP-JULIAN.
004320     CALL 'DCI8BDAT' USING DATEPARM.

004330     MOVE AP-APPLID TO PD-APPLID.
004340     MOVE AP-BRANCH TO PD-BRANCH.
004350     MOVE AP-CAP-USERID TO PD-CAP-USERID.
004360     MOVE DP-GREGORIAN TO PD-CAP-DATE.
004370     MOVE WS-AGE TO PD-AGE.
004380     MOVE AP-FNAME TO PD-FNAME.
004390     MOVE AP-SNAME TO PD-SNAME.
004400     WRITE REPORT-LINE FROM WS-PENDING-LINE.
004410     ADD 1 TO WS-OVER-SLA-COUNT.

004420 2100-EXIT.
004430     EXIT.

004440*-----------------------------------------------------------------
004450* 2200-DECIDED - APPROVED OR DECLINED THIS WEEK: THE TURNAROUND
004460* ONTO BOTH LINES AND THE SPREAD, A DECLINE'S REASON COUNTED
004470*-----------------------------------------------------------------
004480 2200-DECIDED.

004490     MOVE 'BDB' TO DP-FUNCTION.
004500     MOVE AP-CAP-DATE TO DP-JULIAN.
004510     MOVE AP-VET-DATE TO DP-JULIAN-TO.
004520     CALL 'DCI8BDAT' USING DATEPARM.
004530     IF DP-RC-GOOD THEN
004540         MOVE DP-DAYS TO WS-TURNAROUND
004550     ELSE
004560         ADD 1 TO WS-DATE-ERRORS
004570         MOVE 0 TO WS-TURNAROUND
004580     END-IF.

004590     IF AP-APPROVED THEN
004600         ADD 1 TO WS-TOT-APPROVED
004610     ELSE
004620         ADD 1 TO WS-TOT-DECLINED
004630         PERFORM 2300-COUNT-REASON THRU 2300-EXIT
004640     END-IF.
004650     ADD WS-TURNAROUND TO WS-TOT-TAT-SUM.
004660     IF WS-TURNAROUND > WS-TOT-TAT-MAX THEN
004670         MOVE WS-TURNAROUND TO WS-TOT-TAT-MAX
004680     END-IF.

004690     MOVE WS-BRANCH-SUB TO WS-LN-SUB.
004700     PERFORM 2210-DECIDED-LINE THRU 2210-EXIT.
004710     MOVE WS-OPER-SUB TO WS-LN-SUB.
004720     PERFORM 2210-DECIDED-LINE THRU 2210-EXIT.

004730     IF WS-TURNAROUND = 0 THEN
004740         MOVE 1 TO WS-SPREAD-SUB
004750     ELSE IF WS-TURNAROUND = 1 THEN
004760         MOVE 2 TO WS-SPREAD-SUB
004770     ELSE IF WS-TURNAROUND = 2 THEN
004780         MOVE 3 TO WS-SPREAD-SUB
004790     ELSE IF WS-TURNAROUND NOT > 5 THEN
004800         MOVE 4 TO WS-SPREAD-SUB
004810     ELSE IF WS-TURNAROUND NOT > 10 THEN
004820         MOVE 5 TO WS-SPREAD-SUB
004830     ELSE
004840         MOVE 6 TO WS-SPREAD-SUB
004850             END-IF
004860           END-IF
004870         END-IF
004880       END-IF
004890     END-IF.
004900     ADD 1 TO WS-SPREAD-COUNT(WS-SPREAD-SUB).

004910 2200-EXIT.
004920     EXIT.

004930 2210-DECIDED-LINE.

004940     IF WS-LN-SUB = 0 THEN
004950         GO TO 2210-EXIT
004960     END-IF.

004970     IF AP-APPROVED THEN
004980         ADD 1 TO WS-LN-APPROVED(WS-LN-SUB)
004990     ELSE
005000         ADD 1 TO WS-LN-DECLINED(WS-LN-SUB)
005010     END-IF.
005020     ADD WS-TURNAROUND TO WS-LN-TAT-SUM(WS-LN-SUB).
005030     IF WS-TURNAROUND > WS-LN-TAT-MAX(WS-LN-SUB) THEN
005040         MOVE WS-TURNAROUND TO WS-LN-TAT-MAX(WS-LN-SUB)
005050     END-IF.

005060 2210-EXIT.
005070     EXIT.

005080 2300-COUNT-REASON.

005090     MOVE 'N' TO WS-REASON-FOUND-SW.
005100     PERFORM 2310-MATCH-REASON THRU 2310-EXIT
005110         VARYING WS-RS-SUB FROM 1 BY 1
005120         UNTIL WS-RS-SUB > WS-RS-USED
005130            OR WS-REASON-FOUND.

005140     IF WS-REASON-FOUND THEN
005150         SUBTRACT 1 FROM WS-RS-SUB
005160     ELSE IF WS-RS-USED < 50 THEN
005170         ADD 1 TO WS-RS-USED
005180         MOVE WS-RS-USED TO WS-RS-SUB
005190         MOVE AP-VET-REASON TO WS-RS-TEXT(WS-RS-SUB)
005200     ELSE
005210         MOVE 51 TO WS-RS-SUB
005220         END-IF
005230     END-IF.

005240     ADD 1 TO WS-RS-COUNT(WS-RS-SUB).

005250 2300-EXIT.
005260     EXIT.

005270 2310-MATCH-REASON.

005280     IF WS-RS-TEXT(WS-RS-SUB) = AP-VET-REASON THEN
005290         MOVE 'Y' TO WS-REASON-FOUND-SW
005300     END-IF.

005310 2310-EXIT.
005320     EXIT.

005330*-----------------------------------------------------------------
005340* 2720-FIND-LINE - WS-LN-SUB TO THE LINE FOR WS-FIND-DIM AND
005350* WS-FIND-VALUE, OPENING A NEW ONE THE FIRST TIME IT IS MET.
005360* ZERO WHEN THE TABLE IS FULL
005370*-----------------------------------------------------------------
005380 2720-FIND-LINE.

005390     MOVE 'N' TO WS-LINE-FOUND-SW.
005400     PERFORM 2730-MATCH-LINE THRU 2730-EXIT
005410         VARYING WS-LN-SUB FROM 1 BY 1
005420         UNTIL WS-LN-SUB > WS-LN-USED
005430            OR WS-LINE-FOUND.

005440     IF WS-LINE-FOUND THEN
005450         SUBTRACT 1 FROM WS-LN-SUB
005460         GO TO 2720-EXIT
005470     END-IF.

005480     IF WS-LN-USED NOT < 300 THEN
005490         ADD 1 TO WS-LN-DROPPED
005500         MOVE 0 TO WS-LN-SUB
005510         GO TO 2720-EXIT
005520     END-IF.

005530     ADD 1 TO WS-LN-USED.
005540     MOVE WS-LN-USED TO WS-LN-SUB.
005550     MOVE WS-FIND-DIM TO WS-LN-DIM(WS-LN-SUB).
005560     MOVE WS-FIND-VALUE TO WS-LN-VALUE(WS-LN-SUB).

005570 2720-EXIT.
005580     EXIT.

005590* ONE STEP OF THE TABLE SEARCH - THE VARYING CLAUSE STEPS PAST A
005600* MATCH BEFORE THE TEST, HENCE THE SUBTRACT ABOVE
005610 2730-MATCH-LINE.

005620     IF WS-LN-DIM(WS-LN-SUB) = WS-FIND-DIM AND
005630        WS-LN-VALUE(WS-LN-SUB) = WS-FIND-VALUE THEN
005640         MOVE 'Y' TO WS-LINE-FOUND-SW
005650     END-IF.

005660 2730-EXIT.
005670     EXIT.

005680*-----------------------------------------------------------------
005690* 4000-PRINT-SUMMARY - THE BRANCH AND OPERATOR SECTIONS WITH THE
005700* TOTAL, THE TURNAROUND SPREAD, THE DECLINE REASONS AND THE
005710* LETTERS OUTSTANDING
005720*-----------------------------------------------------------------
005730 4000-PRINT-SUMMARY.

005740     IF WS-OVER-SLA-COUNT = 0 THEN
005750         MOVE '  NONE' TO REPORT-LINE
005760         WRITE REPORT-LINE
005770     END-IF.

005780     MOVE 'BRANCH' TO RH-DIM-NAME.
005790     MOVE 'B' TO WS-PRINT-DIM.
005800     PERFORM 4100-PRINT-SECTION THRU 4100-EXIT.

005810     MOVE 'CAPTURED BY' TO RH-DIM-NAME.
005820     MOVE 'O' TO WS-PRINT-DIM.
005830     PERFORM 4100-PRINT-SECTION THRU 4100-EXIT.

005840     MOVE SPACES TO REPORT-LINE.
005850     WRITE REPORT-LINE.
005860     MOVE WS-TOTALS TO WS-PRINT-FIGURES.
005870     MOVE 'TOTAL' TO VL-VALUE.
005880     PERFORM 4120-FORMAT-LINE THRU 4120-EXIT.

005890     MOVE SPACES TO REPORT-LINE.
005900     WRITE REPORT-LINE.
005910     MOVE 'TURNAROUND OF THE WEEK''S DECISIONS (BUSINESS DAYS)'
005920         TO RT-TITLE.
005930     WRITE REPORT-LINE FROM WS-REPORT-TITLE.
005940     PERFORM 4200-PRINT-SPREAD THRU 4200-EXIT
005950         VARYING WS-SPREAD-SUB FROM 1 BY 1
005960         UNTIL WS-SPREAD-SUB > 6.

005970     MOVE SPACES TO REPORT-LINE.
005980     WRITE REPORT-LINE.
005990     MOVE 'THE WEEK''S DECLINES BY REASON' TO RT-TITLE.
006000     WRITE REPORT-LINE FROM WS-REPORT-TITLE.
006010     PERFORM 4300-PRINT-REASON THRU 4300-EXIT
006020         VARYING WS-RS-SUB FROM 1 BY 1
006030         UNTIL WS-RS-SUB > 51.

006040     MOVE SPACES TO REPORT-LINE.
006050     WRITE REPORT-LINE.
006060     MOVE WS-LETTER-WAIT TO LL-COUNT.
006070     WRITE REPORT-LINE FROM WS-LETTER-LINE.

006080 4000-EXIT.
006090     EXIT.

006100 4100-PRINT-SECTION.

006110     MOVE SPACES TO REPORT-LINE.
006120     WRITE REPORT-LINE.
006130     WRITE REPORT-LINE FROM WS-VOLUME-HEADING.

006140     PERFORM 4110-PRINT-LINE THRU 4110-EXIT
006150         VARYING WS-LN-SUB FROM 1 BY 1
006160         UNTIL WS-LN-SUB > WS-LN-USED.

006170 4100-EXIT.
006180     EXIT.

006190 4110-PRINT-LINE.

006200     IF WS-LN-DIM(WS-LN-SUB) NOT = WS-PRINT-DIM THEN
006210         GO TO 4110-EXIT
006220     END-IF.

006230     MOVE WS-LN-CAPTURED(WS-LN-SUB) TO WS-PF-CAPTURED.
006240     MOVE WS-LN-APPROVED(WS-LN-SUB) TO WS-PF-APPROVED.
006250     MOVE WS-LN-DECLINED(WS-LN-SUB) TO WS-PF-DECLINED.
006260     MOVE WS-LN-PENDING(WS-LN-SUB) TO WS-PF-PENDING.
006270     MOVE WS-LN-TAT-SUM(WS-LN-SUB) TO WS-PF-TAT-SUM.
006280     MOVE WS-LN-TAT-MAX(WS-LN-SUB) TO WS-PF-TAT-MAX.
006290     MOVE WS-LN-VALUE(WS-LN-SUB) TO VL-VALUE.
006300     PERFORM 4120-FORMAT-LINE THRU 4120-EXIT.

006310 4110-EXIT.
006320     EXIT.

006330* THE APPROVAL RATE AND AVERAGE ARE OVER THE WEEK'S DECISIONS
006340 4120-FORMAT-LINE.

006350     COMPUTE WS-DECIDED = WS-PF-APPROVED + WS-PF-DECLINED.
006360     IF WS-DECIDED = 0 THEN
006370         MOVE 0 TO WS-RATE
006380         MOVE 0 TO WS-AVERAGE
006390     ELSE
006400         COMPUTE WS-RATE ROUNDED =
006410             WS-PF-APPROVED * 100 / WS-DECIDED
006420         COMPUTE WS-AVERAGE ROUNDED =
006430             WS-PF-TAT-SUM / WS-DECIDED
006440     END-IF.

006450     MOVE WS-PF-CAPTURED TO VL-CAPTURED.
006460     MOVE WS-PF-APPROVED TO VL-APPROVED.
006470     MOVE WS-PF-DECLINED TO VL-DECLINED.
006480     MOVE WS-RATE TO VL-RATE.
006490     MOVE WS-AVERAGE TO VL-AVERAGE.
006500     MOVE WS-PF-TAT-MAX TO VL-MAX.
006510     MOVE WS-PF-PENDING TO VL-PENDING.
006520     WRITE REPORT-LINE FROM WS-VOLUME-LINE.

006530 4120-EXIT.
006540     EXIT.

006550 4200-PRINT-SPREAD.

006560     MOVE WS-SPREAD-LABEL(WS-SPREAD-SUB) TO SL-LABEL.
006570     MOVE WS-SPREAD-COUNT(WS-SPREAD-SUB) TO SL-COUNT.
006580     WRITE REPORT-LINE FROM WS-SPREAD-LINE.

006590 4200-EXIT.
006600     EXIT.

006610 4300-PRINT-REASON.

006620     IF WS-RS-COUNT(WS-RS-SUB) = 0 THEN
006630         GO TO 4300-EXIT
006640     END-IF.

006650     MOVE WS-RS-COUNT(WS-RS-SUB) TO RL-COUNT.
006660     MOVE WS-RS-TEXT(WS-RS-SUB) TO RL-TEXT.
006670     WRITE REPORT-LINE FROM WS-REASON-LINE.

006680 4300-EXIT.
006690     EXIT.

006700 9000-TERMINATE.

006710     DISPLAY 'DCI8BAPL - APPLICATION PIPELINE - RUN SUMMARY'.
006720     DISPLAY 'APPLICATIONS READ   : ' WS-READ-COUNT.
006730     DISPLAY 'CAPTURED IN WEEK    : ' WS-TOT-CAPTURED.
006740     DISPLAY 'APPROVED IN WEEK    : ' WS-TOT-APPROVED.
006750     DISPLAY 'DECLINED IN WEEK    : ' WS-TOT-DECLINED.
006760     DISPLAY 'PENDING NOW         : ' WS-TOT-PENDING.
006770     DISPLAY 'PENDING OVER SLA    : ' WS-OVER-SLA-COUNT.
006780     DISPLAY 'AWAITING AAL LETTER : ' WS-LETTER-WAIT.

006790     IF WS-DATE-ERRORS > 0 THEN
006800         DISPLAY 'DATES NOT ACCEPTED  : ' WS-DATE-ERRORS
006810     END-IF.
006820     IF WS-LN-DROPPED > 0 THEN
006830         DISPLAY 'LINE TABLE FULL - LINES NOT HELD: '
006840             WS-LN-DROPPED
006850     END-IF.

006860     CLOSE PENDAPP-FILE.
006870     CLOSE REPORT-FILE.

006880 9000-EXIT.
006890     EXIT.

006900*-----------------------------------------------------------------
006910* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
006920* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
006930* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
006940*-----------------------------------------------------------------
006950 8100-WRITE-JRNL-START.

006960*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
006970*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
006980     MOVE 'DCI8BAPL' TO JG-JOBNAME.
006990     CALL 'DCI8BJGT' USING JOBGATE.
007000     IF JG-RC-BLOCKED THEN
007010         MOVE JG-BLOCKED-RC TO RETURN-CODE
007020         STOP RUN
007030     END-IF.

007040     MOVE 'DCI8BAPL' TO JR-JOBNAME.
007050     MOVE 'S' TO JR-ROW-TYPE.
007060     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
007070         JR-REJECTED-COUNT.
007080     MOVE SPACE TO JR-STATUS.
007090     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

007100 8100-EXIT.
007110     EXIT.

007120 8200-WRITE-JRNL-END.

007130     MOVE 'DCI8BAPL' TO JR-JOBNAME.
007140     MOVE 'E' TO JR-ROW-TYPE.
007150     MOVE WS-READ-COUNT TO JR-READ-COUNT.
007160     MOVE WS-OVER-SLA-COUNT TO JR-WRITTEN-COUNT.
007170     MOVE WS-DATE-ERRORS TO JR-REJECTED-COUNT.
007180     MOVE 'G' TO JR-STATUS.
007190     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

007200 8200-EXIT.
007210     EXIT.

007220 8300-STAMP-AND-WRITE.

007230     ACCEPT JR-DATE FROM DAY YYYYDDD.
007240     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
007250     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

007260     OPEN EXTEND JOURNAL-FILE.
007270     WRITE JR-REC.
007280     CLOSE JOURNAL-FILE.

007290 8300-EXIT.
007300     EXIT.

007310 END PROGRAM DCI8BAPL.
