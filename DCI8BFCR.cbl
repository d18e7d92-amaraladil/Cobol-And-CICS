000010*****************************************************************
000020* DCI8BFCR - WEEKLY FRAUD CASE QUEUE REPORT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BFCR.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - FRDCASE VOLUMES BY FEED, TIME
000160*                 TO DECISION, CONFIRMED-FRAUD LOSS AND ACCOUNTS
000170*                 ALERTING NIGHT AFTER NIGHT
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THE FRAUD MONITORS FILE THEIR ALERTS ON FRDCASE THROUGH
000210* DCI8BFRA AND THE ANALYSTS WORK THE CASES ON DCI8DPHS. THIS
000220* WEEKLY JOB WALKS FRDCASE TWICE AND PRINTS TO FCRRPT:
000230*   - EVERY CASE CONFIRMED AS FRAUD IN THE WEEK, WITH ITS TIME
000240*     TO DECISION AND THE LOSS THE ACCOUNT CLOSED WITH, AS IT IS
000250*     MET
000260*   - BY THE FEED THAT RAISED THE CASE: CASES OPENED IN THE WEEK,
000270*     CASES ALERTING IN THE WEEK AND CASES OPEN OR FROZEN NOW
000280*   - THE WEEK'S FREEZES, CONFIRMATIONS AND CLEARANCES WITH THE
000290*     AVERAGE AND LONGEST TIME FROM OPENING, THE CASES THAT
000300*     ALERTED AGAIN ON A LATER NIGHT, THE OLDEST CASE STILL
000310*     OPEN AND THE WEEK'S CONFIRMED-FRAUD LOSS
000320*   - ON THE SECOND PASS, EVERY CASE STILL OPEN OR FROZEN WHOSE
000330*     ACCOUNT HAS ALERTED THE GIVEN NUMBER OF NIGHTS RUNNING OR
000340*     MORE
000350* TIMES ARE IN BUSINESS DAYS - FC-OPENED-DATE TO THE FREEZE OR
000360* DECISION, OR TO TODAY - COUNTED BY DCI8BDAT'S BDB FUNCTION
000370* AGAINST THE HOLCFG CALENDAR. THE CASE ROWS ARE STAMPED IN
000380* EIBDATE FORM AND ARE TAKEN UP TO YYYYDDD ON READING.
000390* THE OPTIONAL FCRPARM CARD GIVES IN COLUMNS 1-3 THE DAYS THE
000400* WEEK COVERS, ENDING TODAY (DEFAULT 7) AND IN COLUMNS 4-6 THE
000410* NIGHTS RUNNING THAT LIST A CASE (DEFAULT 3). NO CARD, OR A
000420* CARD THAT IS NOT NUMERIC, KEEPS THE DEFAULTS
000430*****************************************************************

000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.

000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.

000500     SELECT PARM-FILE ASSIGN TO FCRPARM
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-PARM-STATUS.

000530     SELECT FRDCASE-FILE ASSIGN TO FRDCASE
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS CK-KEY
000570         FILE STATUS IS WS-FRDCASE-STATUS.

000580     SELECT REPORT-FILE ASSIGN TO FCRRPT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-REPORT-STATUS.

000610     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-JOURNAL-STATUS.

000640 DATA DIVISION.
000650 FILE SECTION.

000660 FD  PARM-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  PARM-REC.
000700     05  PM-WINDOW-DAYS          PIC 9(03).
000710     05  PM-RUN-NIGHTS           PIC 9(03).
000720     05  FILLER                  PIC X(74).

000730*-----------------------------------------------------------------
000740* FRDCASE - THE FRAUD CASE FILE, READ INTO THE FRDCASE LAYOUT
000750*-----------------------------------------------------------------
000760 FD  FRDCASE-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  FRDCASE-FILE-REC.
000790     05  CK-KEY.
000800         10  CK-ACCTNO           PIC X(09).
000810         10  CK-CASE-NO          PIC 9(03).
000820     05  FILLER                  PIC X(209).

000830 FD  REPORT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860 01  REPORT-LINE                 PIC X(80).

000870*-----------------------------------------------------------------
000880* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
000890* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
000900*-----------------------------------------------------------------
000910 FD  JOURNAL-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  JR-REC.
000950     05  JR-JOBNAME              PIC X(08).
000960     05  JR-ROW-TYPE             PIC X(01).
000970     05  JR-DATE                 PIC 9(07).
000980     05  JR-TIME                 PIC 9(06).
000990     05  JR-READ-COUNT           PIC 9(07).
001000     05  JR-WRITTEN-COUNT        PIC 9(07).
001010     05  JR-REJECTED-COUNT       PIC 9(07).
001020     05  JR-STATUS               PIC X(01).
001030     05  FILLER                  PIC X(06).

001040 WORKING-STORAGE SECTION.
001050 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001060 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001070     COPY 'JOBGATE'.

001080 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001090 77  WS-FRDCASE-STATUS       PIC X(02) VALUE SPACES.
001100 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001110 01  WS-SWITCHES.
001120     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001130         88  WS-EOF-YES              VALUE 'Y'.

001140 01  WS-COUNTERS.
001150     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001160     05  WS-LISTED-COUNT     PIC 9(07) COMP-3 VALUE 0.
001170     05  WS-RUN-COUNT        PIC 9(07) COMP-3 VALUE 0.
001180     05  WS-REALERT-COUNT    PIC 9(07) COMP-3 VALUE 0.
001190     05  WS-DATE-ERRORS      PIC 9(07) COMP-3 VALUE 0.

001200*    THE WEEK AND THE NIGHTS RUNNING - FCRPARM OR THE DEFAULTS
001210 77  WS-WINDOW-DAYS          PIC 9(03) VALUE 7.
001220 77  WS-RUN-NIGHTS           PIC 9(03) VALUE 3.
001230 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
001240 77  WS-WEEK-START           PIC S9(7) COMP-3 VALUE 0.
001250 77  WS-ELAPSED              PIC S9(05) COMP-3 VALUE 0.
001260 77  WS-AVERAGE              PIC 9(03)V9 VALUE 0.

001270*-----------------------------------------------------------------
001280* ONE LINE PER FEED, BY THE FEED THAT RAISED THE CASE - THE
001290* FRDALRT SOURCE CODES IN ORDER, SLOT 5 TAKING ANY OTHER CODE
001300*-----------------------------------------------------------------
001310 01  WS-FEED-LABELS-INIT.
001320     05  FILLER              PIC X(26) VALUE
001330         'ADDRESS CHANGE THEN LIMIT '.
001340     05  FILLER              PIC X(26) VALUE
001350         'TRANSACTION VELOCITY      '.
001360     05  FILLER              PIC X(26) VALUE
001370         'SANCTIONS RESCREEN        '.
001380     05  FILLER              PIC X(26) VALUE
001390         'AUTHORIZATION DECLINES    '.
001400     05  FILLER              PIC X(26) VALUE
001410         'OTHER                     '.
001420 01  WS-FEED-LABELS REDEFINES WS-FEED-LABELS-INIT.
001430     05  WS-FEED-LABEL       PIC X(26) OCCURS 5 TIMES.
001440 01  WS-FEED-TABLE.
001450     05  WS-FD-ENTRY OCCURS 5 TIMES.
001460         10  WS-FD-OPENED        PIC 9(07) COMP-3.
001470         10  WS-FD-ALERTED       PIC 9(07) COMP-3.
001480         10  WS-FD-OPEN-NOW      PIC 9(07) COMP-3.
001490 77  WS-FD-SUB               PIC S9(04) COMP VALUE 0.

001500 01  WS-FEED-TOTALS.
001510     05  WS-FT-OPENED        PIC 9(07) COMP-3 VALUE 0.
001520     05  WS-FT-ALERTED       PIC 9(07) COMP-3 VALUE 0.
001530     05  WS-FT-OPEN-NOW      PIC 9(07) COMP-3 VALUE 0.

001540*-----------------------------------------------------------------
001550* THE WEEK'S DECISIONS - FROZEN, CONFIRMED FRAUD AND CLEARED -
001560* WITH THE BUSINESS DAYS FROM OPENING. SLOT 4 IS CONFIRMED AND
001570* CLEARED TOGETHER, THE CASES DECIDED
001580*-----------------------------------------------------------------
001590 01  WS-DECISION-LABELS-INIT.
001600     05  FILLER              PIC X(16) VALUE 'FROZEN          '.
001610     05  FILLER              PIC X(16) VALUE 'CONFIRMED FRAUD '.
001620     05  FILLER              PIC X(16) VALUE 'CLEARED         '.
001630     05  FILLER              PIC X(16) VALUE 'ALL DECIDED     '.
001640 01  WS-DECISION-LABELS REDEFINES WS-DECISION-LABELS-INIT.
001650     05  WS-DECISION-LABEL   PIC X(16) OCCURS 4 TIMES.
001660 01  WS-DECISION-TABLE.
001670     05  WS-DC-ENTRY OCCURS 4 TIMES.
001680         10  WS-DC-COUNT         PIC 9(07) COMP-3.
001690         10  WS-DC-DAYS-SUM      PIC 9(09) COMP-3.
001700         10  WS-DC-DAYS-MAX      PIC 9(05) COMP-3.
001710 77  WS-DC-SUB               PIC S9(04) COMP VALUE 0.

001720 77  WS-LOSS-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
001730 77  WS-OLDEST-AGE           PIC 9(05) COMP-3 VALUE 0.
001740 77  WS-FROZEN-NOW           PIC 9(07) COMP-3 VALUE 0.

001750* THE CASE ROW BEING READ
001760     COPY 'FRDCASE'.

001770* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
001780     COPY 'DATEPARM'.

001790 01  WS-REPORT-HEADING1.
001800     05  FILLER              PIC X(35) VALUE
001810         'DCI8BFCR - FRAUD CASE QUEUE       '.
001820     05  FILLER              PIC X(05) VALUE 'RUN '.
001830     05  RH-RUN-DATE         PIC 9(08).
001840     05  FILLER              PIC X(06) VALUE '  LAST'.
001850     05  RH-WINDOW           PIC ZZ9.
001860     05  FILLER              PIC X(23) VALUE ' DAYS'.

001870 01  WS-REPORT-TITLE.
001880     05  RT-TITLE            PIC X(60).
001890     05  FILLER              PIC X(20) VALUE SPACES.

001900 01  WS-CONFIRMED-HEADING.
001910     05  FILLER PIC X(40) VALUE
001920         'ACCOUNT/CASE  FEED OPENED   DECIDED  BUS'.
001930     05  FILLER PIC X(40) VALUE
001940         ' ALERTS          LOSS DECIDED BY'.

001950 01  WS-CONFIRMED-LINE.
001960     05  CF-ACCTNO           PIC X(09).
001970     05  FILLER              PIC X(01) VALUE '/'.
001980     05  CF-CASE-NO          PIC 9(03).
001990     05  FILLER              PIC X(03) VALUE SPACES.
002000     05  CF-FEED             PIC X(01).
002010     05  FILLER              PIC X(02) VALUE SPACES.
002020     05  CF-OPENED           PIC 9(08).
002030     05  FILLER              PIC X(01) VALUE SPACES.
002040     05  CF-DECIDED          PIC 9(08).
002050     05  FILLER              PIC X(01) VALUE SPACES.
002060     05  CF-DAYS             PIC ZZ9.
002070     05  FILLER              PIC X(01) VALUE SPACES.
002080     05  CF-ALERTS           PIC ZZ,ZZ9.
002090     05  FILLER              PIC X(01) VALUE SPACES.
002100     05  CF-LOSS             PIC ZZ,ZZZ,ZZ9.99.
002110     05  FILLER              PIC X(01) VALUE SPACES.
002120     05  CF-DEC-USERID       PIC X(08).
002130     05  FILLER              PIC X(09) VALUE SPACES.

002140 01  WS-FEED-HEADING.
002150     05  FILLER PIC X(40) VALUE
002160         'FEED THAT RAISED THE CASE    OPENED  ALE'.
002170     05  FILLER PIC X(40) VALUE
002180         'RTED OPEN NOW'.

002190 01  WS-FEED-LINE.
002200     05  FL-LABEL            PIC X(26).
002210     05  FL-OPENED           PIC Z,ZZZ,ZZ9.
002220     05  FL-ALERTED          PIC Z,ZZZ,ZZ9.
002230     05  FL-OPEN-NOW         PIC Z,ZZZ,ZZ9.
002240     05  FILLER              PIC X(27) VALUE SPACES.

002250 01  WS-DECISION-HEADING.
002260     05  FILLER PIC X(40) VALUE
002270         'IN THE WEEK         CASES   AVG BUS DAYS'.
002280     05  FILLER PIC X(40) VALUE
002290         '   MAX'.

002300 01  WS-DECISION-LINE.
002310     05  DL-LABEL            PIC X(16).
002320     05  DL-COUNT            PIC Z,ZZZ,ZZ9.
002330     05  FILLER              PIC X(10) VALUE SPACES.
002340     05  DL-AVERAGE          PIC ZZ9.9.
002350     05  FILLER              PIC X(02) VALUE SPACES.
002360     05  DL-MAX              PIC ZZZ9.
002370     05  FILLER              PIC X(34) VALUE SPACES.

002380 01  WS-FIGURE-LINE.
002390     05  FG-LABEL            PIC X(44).
002400     05  FG-COUNT            PIC Z,ZZZ,ZZ9.
002410     05  FILLER              PIC X(27) VALUE SPACES.

002420 01  WS-LOSS-LINE.
002430     05  FILLER              PIC X(44) VALUE
002440         'CONFIRMED-FRAUD LOSS IN THE WEEK:'.
002450     05  LS-TOTAL            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002460     05  FILLER              PIC X(17) VALUE SPACES.

002470 01  WS-RUN-HEADING.
002480     05  FILLER PIC X(40) VALUE
002490         'ACCOUNT/CASE  STATUS OPENED   LAST ALERT'.
002500     05  FILLER PIC X(40) VALUE
002510         '  RUN NIGHTS ALERTS FEED'.

002520 01  WS-RUN-LINE.
002530     05  RN-ACCTNO           PIC X(09).
002540     05  FILLER              PIC X(01) VALUE '/'.
002550     05  RN-CASE-NO          PIC 9(03).
002560     05  FILLER              PIC X(01) VALUE SPACES.
002570     05  RN-STATUS           PIC X(06).
002580     05  FILLER              PIC X(01) VALUE SPACES.
002590     05  RN-OPENED           PIC 9(08).
002600     05  FILLER              PIC X(01) VALUE SPACES.
002610     05  RN-LAST-ALERT       PIC 9(08).
002620     05  FILLER              PIC X(04) VALUE SPACES.
002630     05  RN-RUN              PIC ZZ9.
002640     05  FILLER              PIC X(01) VALUE SPACES.
002650     05  RN-NIGHTS           PIC ZZ,ZZ9.
002660     05  FILLER              PIC X(01) VALUE SPACES.
002670     05  RN-ALERTS           PIC ZZ,ZZ9.
002680     05  FILLER              PIC X(04) VALUE SPACES.
002690     05  RN-FEED             PIC X(01).
002700     05  FILLER              PIC X(16) VALUE SPACES.

002710 01  WS-RUN-TITLE.
002720     05  FILLER              PIC X(30) VALUE
002730         'CASES STILL OPEN ALERTING ON '.
002740     05  RR-NIGHTS           PIC ZZ9.
002750     05  FILLER              PIC X(47) VALUE
002760         ' OR MORE NIGHTS RUNNING'.

002770 PROCEDURE DIVISION.

002780 0000-MAINLINE.

002790     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

002800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

002810     PERFORM 2000-PROCESS-CASE THRU 2000-EXIT
002820         UNTIL WS-EOF-YES.

002830     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.

002840     PERFORM 5000-LIST-RUNS THRU 5000-EXIT.

002850     PERFORM 9000-TERMINATE THRU 9000-EXIT.

002860     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

002870     GOBACK.

002880 1000-INITIALIZE.

002890     OPEN INPUT PARM-FILE.
002900     IF WS-PARM-STATUS = '00' THEN
002910         PERFORM 1050-READ-PARM THRU 1050-EXIT
002920         CLOSE PARM-FILE
002930     ELSE
002940         DISPLAY 'DCI8BFCR - NO FCRPARM - DEFAULTS USED'
002950     END-IF.

002960     OPEN INPUT FRDCASE-FILE.
002970     OPEN OUTPUT REPORT-FILE.

002980     MOVE 'TOD' TO DP-FUNCTION.
002990     CALL 'DCI8BDAT' USING DATEPARM.
003000     MOVE DP-JULIAN TO WS-TODAY.
003010     MOVE DP-GREGORIAN TO RH-RUN-DATE.

003020*    THE WEEK IS THE LAST WS-WINDOW-DAYS DAYS UP TO TODAY
003030     MOVE 'SUB' TO DP-FUNCTION.
003040     MOVE WS-TODAY TO DP-JULIAN.
003050     MOVE WS-WINDOW-DAYS TO DP-DAYS.
003060     CALL 'DCI8BDAT' USING DATEPARM.
003070     MOVE DP-JULIAN TO WS-WEEK-START.

003080     INITIALIZE WS-FEED-TABLE.
003090     INITIALIZE WS-DECISION-TABLE.

003100     MOVE WS-WINDOW-DAYS TO RH-WINDOW.
003110     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
003120     MOVE SPACES TO REPORT-LINE.
003130     WRITE REPORT-LINE.
003140     MOVE 'CONFIRMED FRAUD IN THE WEEK - TIME IN BUSINESS DAYS'
003150         TO RT-TITLE.
003160     WRITE REPORT-LINE FROM WS-REPORT-TITLE.
003170     WRITE REPORT-LINE FROM WS-CONFIRMED-HEADING.

003180     PERFORM 1100-READ-CASE THRU 1100-EXIT.

003190 1000-EXIT.
003200     EXIT.

003210*-----------------------------------------------------------------
003220* 1050-READ-PARM TAKES THE ONE CARD. A CARD THAT IS NOT NUMERIC
003230* IS REPORTED AND IGNORED, AND A ZERO IS NO FIGURE AT ALL, SO THE
003240* DEFAULTS STAND
003250*-----------------------------------------------------------------
003260 1050-READ-PARM.

003270     READ PARM-FILE
003280         AT END
003290             GO TO 1050-EXIT
003300     END-READ.

003310     IF PM-WINDOW-DAYS IS NOT NUMERIC OR
003320        PM-RUN-NIGHTS IS NOT NUMERIC THEN
003330         DISPLAY 'DCI8BFCR - FCRPARM FIGURES NOT NUMERIC: '
003340             PARM-REC
003350         GO TO 1050-EXIT
003360     END-IF.

003370     IF PM-WINDOW-DAYS > 0 THEN
003380         MOVE PM-WINDOW-DAYS TO WS-WINDOW-DAYS
003390     END-IF.
003400     IF PM-RUN-NIGHTS > 0 THEN
003410         MOVE PM-RUN-NIGHTS TO WS-RUN-NIGHTS
003420     END-IF.

003430 1050-EXIT.
003440     EXIT.

003450 1100-READ-CASE.

003460     READ FRDCASE-FILE NEXT RECORD INTO FRDCASE-REC
003470         AT END
003480             GO TO 1100-EOF
003490     END-READ.

003500     ADD 1 TO WS-READ-COUNT.
003510     PERFORM 1150-TAKE-UP-DATES THRU 1150-EXIT.
003520     GO TO 1100-EXIT.

003530 1100-EOF.
003540     MOVE 'Y' TO WS-EOF-SW.

003550 1100-EXIT.
003560     EXIT.

003570*-----------------------------------------------------------------
003580* 1150-TAKE-UP-DATES - DCI8BFRA AND DCI8DPHS STAMP THE CASE FROM
003590* EIBDATE (0CYYDDD); TAKEN UP TO YYYYDDD FOR THE WEEK TEST AND
003600* THE DATE SERVICE
003610*-----------------------------------------------------------------
003620 1150-TAKE-UP-DATES.

003630     IF FC-OPENED-DATE > 0 AND FC-OPENED-DATE < 1000000 THEN
003640         ADD 1900000 TO FC-OPENED-DATE
003650     END-IF.
003660     IF FC-LAST-ALERT-DATE > 0 AND
003670        FC-LAST-ALERT-DATE < 1000000 THEN
003680         ADD 1900000 TO FC-LAST-ALERT-DATE
003690     END-IF.
003700     IF FC-FRZ-DATE > 0 AND FC-FRZ-DATE < 1000000 THEN
003710         ADD 1900000 TO FC-FRZ-DATE
003720     END-IF.
003730     IF FC-DEC-DATE > 0 AND FC-DEC-DATE < 1000000 THEN
003740         ADD 1900000 TO FC-DEC-DATE
003750     END-IF.

003760 1150-EXIT.
003770     EXIT.

003780*-----------------------------------------------------------------
003790* 2000-PROCESS-CASE - ONE FRDCASE ROW ONTO ITS FEED LINE AND, FOR
003800* A FREEZE OR DECISION IN THE WEEK, THE DECISION LINES
003810*-----------------------------------------------------------------
003820 2000-PROCESS-CASE.

003830     IF FC-FIRST-SOURCE = 'C' THEN
003840         MOVE 1 TO WS-FD-SUB
003850     ELSE IF FC-FIRST-SOURCE = 'V' THEN
003860         MOVE 2 TO WS-FD-SUB
003870     ELSE IF FC-FIRST-SOURCE = 'S' THEN
003880         MOVE 3 TO WS-FD-SUB
003890     ELSE IF FC-FIRST-SOURCE = 'A' THEN
003900         MOVE 4 TO WS-FD-SUB
003910     ELSE
003920         MOVE 5 TO WS-FD-SUB
003930           END-IF
003940         END-IF
003950       END-IF
003960     END-IF.

003970     IF FC-OPENED-DATE > WS-WEEK-START THEN
003980         ADD 1 TO WS-FD-OPENED(WS-FD-SUB)
003990         ADD 1 TO WS-FT-OPENED
004000     END-IF.

004010*    ALERTING IN THE WEEK - AND AGAIN ON A LATER NIGHT THAN THE
004020*    ONE THAT OPENED THE CASE
004030     IF FC-LAST-ALERT-DATE > WS-WEEK-START THEN
004040         ADD 1 TO WS-FD-ALERTED(WS-FD-SUB)
004050         ADD 1 TO WS-FT-ALERTED
004060         IF FC-ALERT-NIGHTS > 1 THEN
004070             ADD 1 TO WS-REALERT-COUNT
004080         END-IF
004090     END-IF.

004100     IF FC-ACTIVE THEN
004110         PERFORM 2100-OPEN-NOW THRU 2100-EXIT
004120     END-IF.

004130     IF FC-FRZ-DATE > WS-WEEK-START THEN
004140         MOVE FC-FRZ-DATE TO DP-JULIAN-TO
004150         MOVE 1 TO WS-DC-SUB
004160         PERFORM 2200-DECISION THRU 2200-EXIT
004170     END-IF.

004180     IF FC-DEC-DATE > WS-WEEK-START AND
004190        (FC-CONFIRMED OR FC-CLEARED) THEN
004200         MOVE FC-DEC-DATE TO DP-JULIAN-TO
004210         IF FC-CONFIRMED THEN
004220             MOVE 2 TO WS-DC-SUB
004230         ELSE
004240             MOVE 3 TO WS-DC-SUB
004250         END-IF
004260         PERFORM 2200-DECISION THRU 2200-EXIT
004270         MOVE 4 TO WS-DC-SUB
004280         PERFORM 2250-ADD-DECISION THRU 2250-EXIT
004290         IF FC-CONFIRMED THEN
004300             PERFORM 2300-CONFIRMED THRU 2300-EXIT
004310         END-IF
004320     END-IF.

004330     PERFORM 1100-READ-CASE THRU 1100-EXIT.

004340 2000-EXIT.
004350     EXIT.

004360*-----------------------------------------------------------------
004370* 2100-OPEN-NOW - A CASE STILL OPEN OR FROZEN, AGED TO TODAY FOR
004380* THE OLDEST ON THE QUEUE
004390*-----------------------------------------------------------------
004400 2100-OPEN-NOW.

004410     ADD 1 TO WS-FD-OPEN-NOW(WS-FD-SUB).
004420     ADD 1 TO WS-FT-OPEN-NOW.
004430     IF FC-FROZEN THEN
004440         ADD 1 TO WS-FROZEN-NOW
004450     END-IF.

004460     MOVE 'BDB' TO DP-FUNCTION.
004470     MOVE FC-OPENED-DATE TO DP-JULIAN.
004480     MOVE WS-TODAY TO DP-JULIAN-TO.
004490     CALL 'DCI8BDAT' USING DATEPARM.
004500     IF NOT DP-RC-GOOD THEN
004510         ADD 1 TO WS-DATE-ERRORS
004520         GO TO 2100-EXIT
004530     END-IF.

004540     IF DP-DAYS > WS-OLDEST-AGE THEN
004550         MOVE DP-DAYS TO WS-OLDEST-AGE
004560     END-IF.

004570 2100-EXIT.
004580     EXIT.

004590*-----------------------------------------------------------------
004600* 2200-DECISION - THE BUSINESS DAYS FROM OPENING TO THE DATE IN
004610* DP-JULIAN-TO, ONTO DECISION LINE WS-DC-SUB
004620*-----------------------------------------------------------------
004630 2200-DECISION.

004640     MOVE 'BDB' TO DP-FUNCTION.
004650     MOVE FC-OPENED-DATE TO DP-JULIAN.
004660     CALL 'DCI8BDAT' USING DATEPARM.
004670     IF DP-RC-GOOD THEN
004680         MOVE DP-DAYS TO WS-ELAPSED
004690     ELSE
004700         ADD 1 TO WS-DATE-ERRORS
004710         MOVE 0 TO WS-ELAPSED
004720     END-IF.

004730     PERFORM 2250-ADD-DECISION THRU 2250-EXIT.

004740 2200-EXIT.
004750     EXIT.

004760 2250-ADD-DECISION.

004770     ADD 1 TO WS-DC-COUNT(WS-DC-SUB).
004780     ADD WS-ELAPSED TO WS-DC-DAYS-SUM(WS-DC-SUB).
004790     IF WS-ELAPSED > WS-DC-DAYS-MAX(WS-DC-SUB) THEN
004800         MOVE WS-ELAPSED TO WS-DC-DAYS-MAX(WS-DC-SUB)
004810     END-IF.

004820 2250-EXIT.
004830     EXIT.

004840*-----------------------------------------------------------------
004850* 2300-CONFIRMED - THE CONFIRMED CASE LISTED WITH ITS LOSS, WHICH
004860* JOINS THE WEEK'S TOTAL
004870*-----------------------------------------------------------------
004880 2300-CONFIRMED.

004890     ADD FC-LOSS-AMT TO WS-LOSS-TOTAL.

004900     MOVE FC-ACCTNO TO CF-ACCTNO.
004910     MOVE FC-CASE-NO TO CF-CASE-NO.
004920     MOVE FC-FIRST-SOURCE TO CF-FEED.
004930     MOVE 'J2G' TO DP-FUNCTION.
004940     MOVE FC-OPENED-DATE TO DP-JULIAN.
004950     CALL 'DCI8BDAT' USING DATEPARM.
004960     MOVE DP-GREGORIAN TO CF-OPENED.
004970     MOVE 'J2G' TO DP-FUNCTION.
004980     MOVE FC-DEC-DATE TO DP-JULIAN.
004990     CALL 'DCI8BDAT' USING DATEPARM.
005000     MOVE DP-GREGORIAN TO CF-DECIDED.
005010     MOVE WS-ELAPSED TO CF-DAYS.
005020     MOVE FC-ALERT-COUNT TO CF-ALERTS.
005030     MOVE FC-LOSS-AMT TO CF-LOSS.
005040     MOVE FC-DEC-USERID TO CF-DEC-USERID.
005050     WRITE REPORT-LINE FROM WS-CONFIRMED-LINE.
005060     ADD 1 TO WS-LISTED-COUNT.

005070 2300-EXIT.
005080     EXIT.

005090*-----------------------------------------------------------------
005100* 4000-PRINT-SUMMARY - THE FEED SECTION WITH ITS TOTAL, THE
005110* DECISIONS, THE QUEUE AS IT STANDS AND THE WEEK'S LOSS
005120*-----------------------------------------------------------------
005130 4000-PRINT-SUMMARY.

005140     IF WS-LISTED-COUNT = 0 THEN
005150         MOVE '  NONE' TO REPORT-LINE
005160         WRITE REPORT-LINE
005170     END-IF.

005180     MOVE SPACES TO REPORT-LINE.
005190     WRITE REPORT-LINE.
005200     WRITE REPORT-LINE FROM WS-FEED-HEADING.
005210     PERFORM 4100-PRINT-FEED THRU 4100-EXIT
005220         VARYING WS-FD-SUB FROM 1 BY 1
005230         UNTIL WS-FD-SUB > 5.
005240     MOVE 'TOTAL' TO FL-LABEL.
005250     MOVE WS-FT-OPENED TO FL-OPENED.
005260     MOVE WS-FT-ALERTED TO FL-ALERTED.
005270     MOVE WS-FT-OPEN-NOW TO FL-OPEN-NOW.
005280     WRITE REPORT-LINE FROM WS-FEED-LINE.

005290     MOVE SPACES TO REPORT-LINE.
005300     WRITE REPORT-LINE.
005310     WRITE REPORT-LINE FROM WS-DECISION-HEADING.
005320     PERFORM 4200-PRINT-DECISION THRU 4200-EXIT
005330         VARYING WS-DC-SUB FROM 1 BY 1
005340         UNTIL WS-DC-SUB > 4.

005350     MOVE SPACES TO REPORT-LINE.
005360     WRITE REPORT-LINE.
005370     MOVE 'CASES ALERTING AGAIN ON A LATER NIGHT:' TO FG-LABEL.
005380     MOVE WS-REALERT-COUNT TO FG-COUNT.
005390     WRITE REPORT-LINE FROM WS-FIGURE-LINE.
005400     MOVE 'CASES FROZEN AND STILL UNDECIDED:' TO FG-LABEL.
005410     MOVE WS-FROZEN-NOW TO FG-COUNT.
005420     WRITE REPORT-LINE FROM WS-FIGURE-LINE.
005430     MOVE 'OLDEST CASE STILL OPEN (BUSINESS DAYS):' TO FG-LABEL.
005440     MOVE WS-OLDEST-AGE TO FG-COUNT.
005450     WRITE REPORT-LINE FROM WS-FIGURE-LINE.
005460     MOVE WS-LOSS-TOTAL TO LS-TOTAL.
005470     WRITE REPORT-LINE FROM WS-LOSS-LINE.

005480 4000-EXIT.
005490     EXIT.

005500 4100-PRINT-FEED.

005510     MOVE WS-FEED-LABEL(WS-FD-SUB) TO FL-LABEL.
005520     MOVE WS-FD-OPENED(WS-FD-SUB) TO FL-OPENED.
005530     MOVE WS-FD-ALERTED(WS-FD-SUB) TO FL-ALERTED.
005540     MOVE WS-FD-OPEN-NOW(WS-FD-SUB) TO FL-OPEN-NOW.
005550     WRITE REPORT-LINE FROM WS-FEED-LINE.

005560 4100-EXIT.
005570     EXIT.

005580* THE AVERAGE IS OVER THE LINE'S OWN CASES
005590 4200-PRINT-DECISION.

005600     IF WS-DC-COUNT(WS-DC-SUB) = 0 THEN
005610         MOVE 0 TO WS-AVERAGE
005620     ELSE
005630         COMPUTE WS-AVERAGE ROUNDED =
005640             WS-DC-DAYS-SUM(WS-DC-SUB) / WS-DC-COUNT(WS-DC-SUB)
005650     END-IF.

005660     MOVE WS-DECISION-LABEL(WS-DC-SUB) TO DL-LABEL.
005670     MOVE WS-DC-COUNT(WS-DC-SUB) TO DL-COUNT.
005680     MOVE WS-AVERAGE TO DL-AVERAGE.
005690     MOVE WS-DC-DAYS-MAX(WS-DC-SUB) TO DL-MAX.
005700     WRITE REPORT-LINE FROM WS-DECISION-LINE.

005710 4200-EXIT.
005720     EXIT.

005730*-----------------------------------------------------------------
005740* 5000-LIST-RUNS - THE SECOND PASS: FRDCASE READ AGAIN FROM THE
005750* TOP FOR THE CASES STILL OPEN WHOSE ACCOUNT KEEPS ALERTING
005760*-----------------------------------------------------------------
005770 5000-LIST-RUNS.

005780     CLOSE FRDCASE-FILE.
005790     OPEN INPUT FRDCASE-FILE.
005800     MOVE 'N' TO WS-EOF-SW.

005810     MOVE SPACES TO REPORT-LINE.
005820     WRITE REPORT-LINE.
005830     MOVE WS-RUN-NIGHTS TO RR-NIGHTS.
005840     WRITE REPORT-LINE FROM WS-RUN-TITLE.
005850     WRITE REPORT-LINE FROM WS-RUN-HEADING.

005860     PERFORM 5200-READ-CASE THRU 5200-EXIT.
005870     PERFORM 5100-RUN-CASE THRU 5100-EXIT
005880         UNTIL WS-EOF-YES.

005890     IF WS-RUN-COUNT = 0 THEN
005900         MOVE '  NONE' TO REPORT-LINE
005910         WRITE REPORT-LINE
005920     END-IF.

005930 5000-EXIT.
005940     EXIT.

005950 5100-RUN-CASE.

005960     IF NOT FC-ACTIVE OR FC-NIGHTS-RUNNING < WS-RUN-NIGHTS THEN
005970         GO TO 5100-NEXT
005980     END-IF.

005990     MOVE FC-ACCTNO TO RN-ACCTNO.
006000     MOVE FC-CASE-NO TO RN-CASE-NO.
006010     IF FC-FROZEN THEN
006020         MOVE 'FROZEN' TO RN-STATUS
006030     ELSE
006040         MOVE 'OPEN' TO RN-STATUS
006050     END-IF.
006060     MOVE 'J2G' TO DP-FUNCTION.
006070     MOVE FC-OPENED-DATE TO DP-JULIAN.
006080     CALL 'DCI8BDAT' USING DATEPARM.
006090     MOVE DP-GREGORIAN TO RN-OPENED.
006100     MOVE 'J2G' TO DP-FUNCTION.
006110     MOVE FC-LAST-ALERT-DATE TO DP-JULIAN.
006120     CALL 'DCI8BDAT' USING DATEPARM.
006130     MOVE DP-GREGORIAN TO RN-LAST-ALERT.
006140     MOVE FC-NIGHTS-RUNNING TO RN-RUN.
006150     MOVE FC-ALERT-NIGHTS TO RN-NIGHTS.
006160     MOVE FC-ALERT-COUNT TO RN-ALERTS.
006170     MOVE FC-LAST-SOURCE TO RN-FEED.
006180     WRITE REPORT-LINE FROM WS-RUN-LINE.
006190     ADD 1 TO WS-RUN-COUNT.
006200     ADD 1 TO WS-LISTED-COUNT.

006210 5100-NEXT.
006220     PERFORM 5200-READ-CASE THRU 5200-EXIT.

006230 5100-EXIT.
006240     EXIT.

006250* THE SECOND PASS READ - THE ROWS WERE COUNTED ON THE FIRST
006260 5200-READ-CASE.

006270     READ FRDCASE-FILE NEXT RECORD INTO FRDCASE-REC
006280         AT END
006290             GO TO 5200-EOF
006300     END-READ.

006310     PERFORM 1150-TAKE-UP-DATES THRU 1150-EXIT.
006320     GO TO 5200-EXIT.

006330 5200-EOF.
006340     MOVE 'Y' TO WS-EOF-SW.

006350 5200-EXIT.
006360     EXIT.

006370 9000-TERMINATE.

006380     DISPLAY 'DCI8BFCR - FRAUD CASE QUEUE - RUN SUMMARY'.
006390     DISPLAY 'CASES READ          : ' WS-READ-COUNT.
006400     DISPLAY 'OPENED IN WEEK      : ' WS-FT-OPENED.
006410     DISPLAY 'CONFIRMED IN WEEK   : ' WS-DC-COUNT(2).
006420     DISPLAY 'CLEARED IN WEEK     : ' WS-DC-COUNT(3).
006430     DISPLAY 'OPEN OR FROZEN NOW  : ' WS-FT-OPEN-NOW.
006440     DISPLAY 'RUNS OF NIGHTS      : ' WS-RUN-COUNT.

006450     IF WS-DATE-ERRORS > 0 THEN
006460         DISPLAY 'DATES NOT ACCEPTED  : ' WS-DATE-ERRORS
006470     END-IF.

006480     CLOSE FRDCASE-FILE.
006490     CLOSE REPORT-FILE.

006500 9000-EXIT.
006510     EXIT.

006520*-----------------------------------------------------------------
006530* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
006540* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
006550* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
006560*-----------------------------------------------------------------
006570 8100-WRITE-JRNL-START.

006580*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
006590*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
006600     MOVE 'DCI8BFCR' TO JG-JOBNAME.
006610     CALL 'DCI8BJGT' USING JOBGATE.
006620     IF JG-RC-BLOCKED THEN
006630         MOVE JG-BLOCKED-RC TO RETURN-CODE
006640         STOP RUN
006650     END-IF.

006660     MOVE 'DCI8BFCR' TO JR-JOBNAME.
006670     MOVE 'S' TO JR-ROW-TYPE.
006680     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
006690         JR-REJECTED-COUNT.
006700     MOVE SPACE TO JR-STATUS.
006710     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

006720 8100-EXIT.
006730     EXIT.

006740 8200-WRITE-JRNL-END.

006750     MOVE 'DCI8BFCR' TO JR-JOBNAME.
006760     MOVE 'E' TO JR-ROW-TYPE.
006770     MOVE WS-READ-COUNT TO JR-READ-COUNT.
006780     MOVE WS-LISTED-COUNT TO JR-WRITTEN-COUNT.
006790     MOVE WS-DATE-ERRORS TO JR-REJECTED-COUNT.
006800     MOVE 'G' TO JR-STATUS.
006810     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

006820 8200-EXIT.
006830     EXIT.

006840 8300-STAMP-AND-WRITE.

006850     ACCEPT JR-DATE FROM DAY YYYYDDD.
006860     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
006870     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

006880     OPEN EXTEND JOURNAL-FILE.
006890     WRITE JR-REC.
006900     CLOSE JOURNAL-FILE.

006910 8300-EXIT.
006920     EXIT.

006930 END PROGRAM DCI8BFCR.
