000010*****************************************************************
000020* DCI8BICS - MONTHLY INTRODUCER COMMISSION STATEMENTS
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BICS.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - A COMMISSION STATEMENT PER
000160*                 INTRODUCER AND THE MONTH'S NET COMMISSION
000170*                 JOURNALLED TO THE GL BY BRANCH
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS MONTHLY JOB SETTLES THE INTRODUCER COMMISSION LEDGER
000210* (INTROCOM) THAT DCI8BICM BOOKS EACH NIGHT. THE MONTH (YYYYMM)
000220* COMES FROM A CONTROL CARD IN ICSPARM; WITH NO CARD, OR A BLANK
000230* ONE, IT IS THE MONTH BEFORE TODAY. EVERY EVENT BOOKED IN THE
000240* MONTH IS TAKEN - THE APPROVAL COMMISSION, THE FIRST-DEBIT
000250* COMMISSION AND ANY CLAWBACK - BY ITS BOOKED DATE, SO AN EVENT
000260* IS SETTLED IN EXACTLY ONE MONTH HOWEVER LATE IT WAS FOUND.
000270* THE EVENTS ARE SORTED BY INTRODUCER AND ACCOUNT AND WRITTEN TO
000280*   ICSSTMT - ONE STATEMENT PER INTRODUCER: EACH EVENT, THEN THE
000290*             COMMISSION EARNED, CLAWED BACK AND NET PAYABLE. A
000300*             NET BELOW ZERO IS OWED BACK BY THE INTRODUCER
000310*   ICSRPT  - ONE LINE PER INTRODUCER AND A GRAND TOTAL
000320*   ICSJNL  - EACH BRANCH'S NET IN THE GLEXT LAYOUT AS A BALANCED
000330*             PAIR - A NET PAYABLE DEBITS INTRCOMM (THE EXPENSE)
000340*             AND CREDITS INTRPAYB (THE AMOUNT DUE TO
000350*             INTRODUCERS), A NET RECOVERABLE THE REVERSE - CLOSED
000360*             BY A TRL ROW WITH THE LINE COUNT AND BOTH SIDES'
000370*             TOTALS. THE BRANCH IS THE ONE THE APPLICATION WAS
000380*             TAKEN AT
000390*****************************************************************

000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.

000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.

000460     SELECT PARM-FILE ASSIGN TO ICSPARM
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-PARM-STATUS.

000490     SELECT INTROCOM-FILE ASSIGN TO INTROCOM
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS IM-ACCTNO
000530         FILE STATUS IS WS-INTROCOM-STATUS.

000540     SELECT SORT-FILE ASSIGN TO SORTWK01.

000550     SELECT STATEMENT-FILE ASSIGN TO ICSSTMT
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-STATEMENT-STATUS.

000580     SELECT REPORT-FILE ASSIGN TO ICSRPT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-REPORT-STATUS.

000610     SELECT EXTRACT-FILE ASSIGN TO ICSJNL
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-EXTRACT-STATUS.

000640     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-JOURNAL-STATUS.

000670 DATA DIVISION.
000680 FILE SECTION.

000690 FD  PARM-FILE
000700     RECORDING MODE IS F
000710     LABEL RECORDS ARE STANDARD.
000720 01  PARM-REC.
000730     05  CR-PERIOD               PIC X(06).
000740     05  CR-PERIOD-N REDEFINES CR-PERIOD
000750                                 PIC 9(06).
000760     05  FILLER                  PIC X(24).

000770 FD  INTROCOM-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  INTROCOM-REC.
000800     05  IM-ACCTNO               PIC X(09).
000810     05  IM-INTRO-CODE           PIC X(08).
000820     05  IM-APPLID               PIC 9(08).
000830     05  IM-BRANCH               PIC X(04).
000840     05  IM-APPR-DATE            PIC S9(7) COMP-3.
000850     05  IM-CLAW-UNTIL           PIC S9(7) COMP-3.
000860     05  IM-APPR-COMM            PIC 9(04)V99.
000870     05  IM-APPR-BOOKED          PIC S9(7) COMP-3.
000880     05  IM-DEBIT-COMM           PIC 9(04)V99.
000890     05  IM-DEBIT-DATE           PIC S9(7) COMP-3.
000900     05  IM-DEBIT-BOOKED         PIC S9(7) COMP-3.
000910     05  IM-CLAW-AMT             PIC 9(05)V99.
000920     05  IM-CLAW-REASON          PIC X(01).
000930         88  IM-CLAW-CLOSED              VALUE 'C'.
000940     05  IM-CLAW-DATE            PIC S9(7) COMP-3.
000950     05  IM-CLAW-BOOKED          PIC S9(7) COMP-3.

000960*-----------------------------------------------------------------
000970* ONE SORT ROW PER EVENT BOOKED IN THE MONTH
000980*-----------------------------------------------------------------
000990 SD  SORT-FILE.
001000 01  SORT-REC.
001010     05  SR-INTRO-CODE           PIC X(08).
001020     05  SR-ACCTNO               PIC X(09).
001030     05  SR-EVENT-DATE           PIC S9(7) COMP-3.
001040     05  SR-APPLID               PIC 9(08).
001050     05  SR-BRANCH               PIC X(04).
001060     05  SR-EVENT                PIC X(01).
001070         88  SR-APPROVAL                 VALUE 'A'.
001080         88  SR-FIRST-DEBIT              VALUE 'D'.
001090         88  SR-CLAW-CLOSED              VALUE 'C'.
001100         88  SR-CLAW-CHGOFF              VALUE 'W'.
001110     05  SR-AMOUNT               PIC 9(05)V99.

001120 FD  STATEMENT-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  STATEMENT-LINE              PIC X(80).

001160 FD  REPORT-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 01  REPORT-LINE                 PIC X(80).

001200*-----------------------------------------------------------------
001210* ICSJNL - THE COMMISSION JOURNAL IN THE GLEXT LAYOUT, ONE LINE
001220* PER BRANCH/GL-ACCOUNT/SIDE PLUS A TRL ROW
001230*-----------------------------------------------------------------
001240 FD  EXTRACT-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 01  EXTRACT-REC                 PIC X(40).

001280*-----------------------------------------------------------------
001290* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001300* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001310*-----------------------------------------------------------------
001320 FD  JOURNAL-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 01  JR-REC.
001360     05  JR-JOBNAME              PIC X(08).
001370     05  JR-ROW-TYPE             PIC X(01).
001380     05  JR-DATE                 PIC 9(07).
001390     05  JR-TIME                 PIC 9(06).
001400     05  JR-READ-COUNT           PIC 9(07).
001410     05  JR-WRITTEN-COUNT        PIC 9(07).
001420     05  JR-REJECTED-COUNT       PIC 9(07).
001430     05  JR-STATUS               PIC X(01).
001440     05  FILLER                  PIC X(06).

001450 WORKING-STORAGE SECTION.
001460 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001470 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001480     COPY 'JOBGATE'.

001490 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001500 77  WS-INTROCOM-STATUS      PIC X(02) VALUE SPACES.
001510 77  WS-STATEMENT-STATUS     PIC X(02) VALUE SPACES.
001520 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001530 77  WS-EXTRACT-STATUS       PIC X(02) VALUE SPACES.

001540 01  WS-SWITCHES.
001550     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001560         88  WS-EOF-YES              VALUE 'Y'.
001570     05  WS-SORT-EOF-SW      PIC X(01) VALUE 'N'.
001580         88  WS-SORT-EOF-YES         VALUE 'Y'.
001590     05  WS-PARM-OK-SW       PIC X(01) VALUE 'Y'.
001600         88  WS-PARM-OK              VALUE 'Y'.
001610     05  WS-CARD-SW          PIC X(01) VALUE 'Y'.
001620         88  WS-CARD-READ            VALUE 'Y'.

001630 01  WS-COUNTERS.
001640     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001650     05  WS-EVENT-COUNT      PIC 9(07) COMP-3 VALUE 0.
001660     05  WS-INTRO-COUNT      PIC 9(07) COMP-3 VALUE 0.
001670     05  WS-GL-COUNT         PIC 9(07) COMP-3 VALUE 0.

001680*-----------------------------------------------------------------
001690* THE STATEMENT PERIOD - YYYYMM, AND ITS FIRST AND LAST DAYS AS
001700* YYYYDDD FOR COMPARING WITH THE LEDGER'S BOOKED DATES
001710*-----------------------------------------------------------------
001720 01  WS-PERIOD               PIC 9(06) VALUE 0.
001730 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
001740     05  WS-PER-YYYY         PIC 9(04).
001750     05  WS-PER-MM           PIC 9(02).
001760 77  WS-PERIOD-START         PIC S9(7) COMP-3 VALUE 0.
001770 77  WS-PERIOD-END           PIC S9(7) COMP-3 VALUE 0.
001780 77  WS-TODAY-YYYYDDD        PIC 9(07) VALUE 0.
001790 01  WS-GREG-DATE            PIC 9(08) VALUE 0.
001800 01  WS-GREG-PARTS REDEFINES WS-GREG-DATE.
001810     05  WS-GREG-YYYY        PIC 9(04).
001820     05  WS-GREG-MM          PIC 9(02).
001830     05  WS-GREG-DD          PIC 9(02).

001840*-----------------------------------------------------------------
001850* THE INTRODUCER IN HAND, AND THE RUN'S GRAND TOTALS
001860*-----------------------------------------------------------------
001870 77  WS-CURR-INTRO           PIC X(08) VALUE SPACES.
001880 01  WS-INTRO-TOTALS.
001890     05  WS-IN-EVENTS        PIC 9(05) COMP-3.
001900     05  WS-IN-EARNED        PIC 9(09)V99 COMP-3.
001910     05  WS-IN-CLAWED        PIC 9(09)V99 COMP-3.
001920     05  WS-IN-NET           PIC S9(09)V99 COMP-3.
001930 01  WS-GRAND-TOTALS.
001940     05  WS-GR-EARNED        PIC 9(09)V99 COMP-3 VALUE 0.
001950     05  WS-GR-CLAWED        PIC 9(09)V99 COMP-3 VALUE 0.
001960     05  WS-GR-NET           PIC S9(09)V99 COMP-3 VALUE 0.

001970*-----------------------------------------------------------------
001980* THE NET BY BRANCH FOR THE JOURNAL, ONE ROW PER BRANCH MET. A
001990* BRANCH THE TABLE COULD NOT HOLD WOULD LEAVE THE JOURNAL SHORT,
002000* SO THE RUN ENDS FAILED WHEN ONE IS DROPPED
002010*-----------------------------------------------------------------
002020 01  WS-BR-TABLE.
002030     05  WS-BR-ENTRY OCCURS 200 TIMES.
002040         10  WS-BR-CODE      PIC X(04).
002050         10  WS-BR-NET       PIC S9(09)V99 COMP-3.
002060 77  WS-BR-USED              PIC S9(04) COMP VALUE 0.
002070 77  WS-BR-SUB               PIC S9(04) COMP VALUE 0.
002080 77  WS-BR-FOUND             PIC S9(04) COMP VALUE 0.
002090 77  WS-BR-DROPPED           PIC 9(05) COMP-3 VALUE 0.
002100 77  WS-BR-AMOUNT            PIC S9(09)V99 COMP-3 VALUE 0.

002110 77  WS-MOVEMENT             PIC S9(09)V99 COMP-3 VALUE 0.
002120 77  WS-DR-TOTAL             PIC 9(12)V99 COMP-3 VALUE 0.
002130 77  WS-CR-TOTAL             PIC 9(12)V99 COMP-3 VALUE 0.
002140 77  WS-DR-ACCT              PIC X(08) VALUE SPACES.
002150 77  WS-CR-ACCT              PIC X(08) VALUE SPACES.

002160* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
002170     COPY 'DATEPARM'.

002180 01  WS-GL-LINE.
002190     05  GL-REC-TYPE         PIC X(03) VALUE 'DTL'.
002200     05  GL-BRANCH           PIC X(04).
002210     05  GL-ACCOUNT          PIC X(08).
002220     05  GL-DRCR             PIC X(01).
002230     05  GL-AMOUNT           PIC 9(12)V99.
002240     05  GL-DATE             PIC 9(07).
002250     05  FILLER              PIC X(03) VALUE SPACES.

002260 01  WS-GL-TRAILER.
002270     05  FILLER              PIC X(03) VALUE 'TRL'.
002280     05  GT-LINE-COUNT       PIC 9(07).
002290     05  GT-DR-TOTAL         PIC 9(12)V99.
002300     05  GT-CR-TOTAL         PIC 9(12)V99.
002310     05  FILLER              PIC X(02) VALUE SPACES.

002320*-----------------------------------------------------------------
002330* ICSSTMT LINES
002340*-----------------------------------------------------------------
002350 01  WS-STMT-HEADING1.
002360     05  FILLER              PIC X(36) VALUE
002370         'INTRODUCER COMMISSION STATEMENT'.
002380     05  FILLER              PIC X(11) VALUE 'INTRODUCER '.
002390     05  SH-INTRO-CODE       PIC X(08).
002400     05  FILLER              PIC X(09) VALUE '  PERIOD '.
002410     05  SH-PERIOD           PIC 9(06).
002420     05  FILLER              PIC X(10) VALUE SPACES.

002430 01  WS-STMT-HEADING2.
002440     05  FILLER PIC X(40) VALUE
002450         'ACCOUNT   APPL ID  EVENT               '.
002460     05  FILLER PIC X(40) VALUE
002470         '    DATE       AMOUNT'.

002480 01  WS-STMT-DETAIL.
002490     05  SD-ACCTNO           PIC X(09).
002500     05  FILLER              PIC X(01) VALUE SPACES.
002510     05  SD-APPLID           PIC 9(08).
002520     05  FILLER              PIC X(01) VALUE SPACES.
002530     05  SD-EVENT            PIC X(20).
002540     05  FILLER              PIC X(01) VALUE SPACES.
002550     05  SD-DATE             PIC 9(08).
002560     05  FILLER              PIC X(01) VALUE SPACES.
002570     05  SD-AMOUNT           PIC ZZ,ZZ9.99-.
002580     05  FILLER              PIC X(21) VALUE SPACES.

002590 01  WS-STMT-TOTAL.
002600     05  ST-LABEL            PIC X(30).
002610     05  FILLER              PIC X(17) VALUE SPACES.
002620     05  ST-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
002630     05  FILLER              PIC X(18) VALUE SPACES.

002640*-----------------------------------------------------------------
002650* ICSRPT LINES
002660*-----------------------------------------------------------------
002670 01  WS-REPORT-HEADING1.
002680     05  FILLER              PIC X(44) VALUE
002690         'DCI8BICS - INTRODUCER COMMISSION SUMMARY    '.
002700     05  FILLER              PIC X(07) VALUE 'PERIOD '.
002710     05  RH-PERIOD           PIC 9(06).
002720     05  FILLER              PIC X(23) VALUE SPACES.

002730 01  WS-REPORT-HEADING2.
002740     05  FILLER PIC X(40) VALUE
002750         'INTRODCR   EVENTS          EARNED     '.
002760     05  FILLER PIC X(40) VALUE
002770         '    CLAWED BACK             NET'.

002780 01  WS-DETAIL-LINE.
002790     05  DL-INTRO-CODE       PIC X(08).
002800     05  FILLER              PIC X(01) VALUE SPACES.
002810     05  DL-EVENTS           PIC ZZ,ZZ9.
002820     05  FILLER              PIC X(02) VALUE SPACES.
002830     05  DL-EARNED           PIC ZZZ,ZZZ,ZZ9.99.
002840     05  FILLER              PIC X(02) VALUE SPACES.
002850     05  DL-CLAWED           PIC ZZZ,ZZZ,ZZ9.99.
002860     05  FILLER              PIC X(02) VALUE SPACES.
002870     05  DL-NET              PIC ZZZ,ZZZ,ZZ9.99-.
002880     05  FILLER              PIC X(16) VALUE SPACES.

002890 PROCEDURE DIVISION.

002900 0000-MAINLINE.

002910     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

002920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

002930     IF WS-PARM-OK THEN
002940         SORT SORT-FILE
002950             ON ASCENDING KEY SR-INTRO-CODE SR-ACCTNO
002960                 SR-EVENT-DATE
002970             INPUT PROCEDURE IS 2000-RELEASE-EVENTS
002980                 THRU 2000-RELEASE-EXIT
002990             OUTPUT PROCEDURE IS 3000-PRINT-STATEMENTS
003000                 THRU 3000-PRINT-EXIT
003010         PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
003020     END-IF.

003030     PERFORM 9000-TERMINATE THRU 9000-EXIT.

003040     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

003050     GOBACK.

003060 1000-INITIALIZE.

003070     OPEN INPUT PARM-FILE.
003080     READ PARM-FILE
003090         AT END
003100             MOVE 'N' TO WS-CARD-SW
003110     END-READ.
003120     CLOSE PARM-FILE.

003130     IF WS-CARD-READ AND CR-PERIOD NOT = SPACES THEN
003140         PERFORM 1200-EDIT-CARD THRU 1200-EXIT
003150     ELSE
003160         PERFORM 1100-PRIOR-MONTH THRU 1100-EXIT
003170     END-IF.

003180     IF WS-PARM-OK THEN
003190         PERFORM 1300-PERIOD-DATES THRU 1300-EXIT
003200     END-IF.

003210     IF NOT WS-PARM-OK THEN
003220         GO TO 1000-EXIT
003230     END-IF.

003240     MOVE 'TOD' TO DP-FUNCTION.
003250     CALL 'DCI8BDAT' USING DATEPARM.
003260     MOVE DP-JULIAN TO WS-TODAY-YYYYDDD.

003270     OPEN OUTPUT STATEMENT-FILE.
003280     OPEN OUTPUT REPORT-FILE.
003290     OPEN OUTPUT EXTRACT-FILE.

003300     MOVE WS-PERIOD TO RH-PERIOD.
003310     MOVE WS-PERIOD TO SH-PERIOD.
003320     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
003330     MOVE SPACES TO REPORT-LINE.
003340     WRITE REPORT-LINE.
003350     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

003360 1000-EXIT.
003370     EXIT.

003380*-----------------------------------------------------------------
003390* 1100-PRIOR-MONTH - NO CARD, SO THE STATEMENTS ARE FOR LAST MONTH
003400*-----------------------------------------------------------------
003410 1100-PRIOR-MONTH.

003420     MOVE 'TOD' TO DP-FUNCTION.
003430     CALL 'DCI8BDAT' USING DATEPARM.
003440     MOVE DP-GREGORIAN TO WS-GREG-DATE.

003450     MOVE WS-GREG-YYYY TO WS-PER-YYYY.
003460     MOVE WS-GREG-MM TO WS-PER-MM.
003470     IF WS-PER-MM = 1 THEN
003480         MOVE 12 TO WS-PER-MM
003490         SUBTRACT 1 FROM WS-PER-YYYY
003500     ELSE
003510         SUBTRACT 1 FROM WS-PER-MM
003520     END-IF.

003530 1100-EXIT.
003540     EXIT.

003550 1200-EDIT-CARD.

003560     IF CR-PERIOD IS NOT NUMERIC THEN
003570         DISPLAY 'DCI8BICS - ICSPARM PERIOD NOT NUMERIC'
003580         MOVE 'N' TO WS-PARM-OK-SW
003590         GO TO 1200-EXIT
003600     END-IF.

003610     MOVE CR-PERIOD-N TO WS-PERIOD.
003620     IF WS-PER-MM < 1 OR WS-PER-MM > 12 THEN
003630         DISPLAY 'DCI8BICS - ICSPARM MONTH NOT 01-12'
003640         MOVE 'N' TO WS-PARM-OK-SW
003650     END-IF.

003660 1200-EXIT.
003670     EXIT.

003680*-----------------------------------------------------------------
003690* 1300-PERIOD-DATES - THE FIRST OF THE MONTH, AND THE DAY BEFORE
003700* THE FIRST OF THE NEXT, BOTH AS YYYYDDD
003710*-----------------------------------------------------------------
003720 1300-PERIOD-DATES.

003730     MOVE WS-PER-YYYY TO WS-GREG-YYYY.
003740     MOVE WS-PER-MM TO WS-GREG-MM.
003750     MOVE 1 TO WS-GREG-DD.
003760     MOVE 'G2J' TO DP-FUNCTION.
003770     MOVE WS-GREG-DATE TO DP-GREGORIAN.
003780     CALL 'DCI8BDAT' USING DATEPARM.
003790     IF NOT DP-RC-GOOD THEN
003800         DISPLAY 'DCI8BICS - PERIOD ' WS-PERIOD ' NOT VALID'
003810         MOVE 'N' TO WS-PARM-OK-SW
003820         GO TO 1300-EXIT
003830     END-IF.
003840     MOVE DP-JULIAN TO WS-PERIOD-START.

003850     IF WS-GREG-MM = 12 THEN
003860         MOVE 1 TO WS-GREG-MM
003870         ADD 1 TO WS-GREG-YYYY
003880     ELSE
003890         ADD 1 TO WS-GREG-MM
003900     END-IF.
003910     MOVE 'G2J' TO DP-FUNCTION.
003920     MOVE WS-GREG-DATE TO DP-GREGORIAN.
003930     CALL 'DCI8BDAT' USING DATEPARM.
003940     MOVE 'SUB' TO DP-FUNCTION.
003950     MOVE 1 TO DP-DAYS.
003960     CALL 'DCI8BDAT' USING DATEPARM.
003970     MOVE DP-JULIAN TO WS-PERIOD-END.

003980 1300-EXIT.
003990     EXIT.

004000*-----------------------------------------------------------------
004010* 2000-RELEASE-EVENTS FEEDS THE SORT WITH EVERY LEDGER EVENT
004020* BOOKED IN THE MONTH - UP TO THREE PER LEDGER ROW
004030*-----------------------------------------------------------------
004040 2000-RELEASE-EVENTS.

004050     OPEN INPUT INTROCOM-FILE.

004060     PERFORM 2100-RELEASE-ROW THRU 2100-EXIT
004070         UNTIL WS-EOF-YES.

004080     CLOSE INTROCOM-FILE.

004090 2000-RELEASE-EXIT.
004100     EXIT.

004110 2100-RELEASE-ROW.

004120     READ INTROCOM-FILE NEXT RECORD
004130         AT END
004140             MOVE 'Y' TO WS-EOF-SW
004150             GO TO 2100-EXIT
004160     END-READ.

004170     ADD 1 TO WS-READ-COUNT.

004180     MOVE IM-INTRO-CODE TO SR-INTRO-CODE.
004190     MOVE IM-ACCTNO TO SR-ACCTNO.
004200     MOVE IM-APPLID TO SR-APPLID.
004210     MOVE IM-BRANCH TO SR-BRANCH.

004220     IF IM-APPR-BOOKED NOT < WS-PERIOD-START AND
004230        IM-APPR-BOOKED NOT > WS-PERIOD-END THEN
004240         MOVE IM-APPR-DATE TO SR-EVENT-DATE
004250         MOVE 'A' TO SR-EVENT
004260         MOVE IM-APPR-COMM TO SR-AMOUNT
004270         RELEASE SORT-REC
004280         ADD 1 TO WS-EVENT-COUNT
004290     END-IF.

004300     IF IM-DEBIT-BOOKED NOT < WS-PERIOD-START AND
004310        IM-DEBIT-BOOKED NOT > WS-PERIOD-END THEN
004320         MOVE IM-DEBIT-DATE TO SR-EVENT-DATE
004330         MOVE 'D' TO SR-EVENT
004340         MOVE IM-DEBIT-COMM TO SR-AMOUNT
004350         RELEASE SORT-REC
004360         ADD 1 TO WS-EVENT-COUNT
004370     END-IF.

004380     IF IM-CLAW-BOOKED NOT < WS-PERIOD-START AND
004390        IM-CLAW-BOOKED NOT > WS-PERIOD-END THEN
004400         MOVE IM-CLAW-DATE TO SR-EVENT-DATE
004410         IF IM-CLAW-CLOSED THEN
004420             MOVE 'C' TO SR-EVENT
004430         ELSE
004440             MOVE 'W' TO SR-EVENT
004450         END-IF
004460         MOVE IM-CLAW-AMT TO SR-AMOUNT
004470         RELEASE SORT-REC
004480         ADD 1 TO WS-EVENT-COUNT
004490     END-IF.

004500 2100-EXIT.
004510     EXIT.

004520*-----------------------------------------------------------------
004530* 3000-PRINT-STATEMENTS - A STATEMENT EACH TIME THE INTRODUCER
004540* CHANGES, THEN THE LAST ONE AND THE SUMMARY'S TOTAL LINE
004550*-----------------------------------------------------------------
004560 3000-PRINT-STATEMENTS.

004570     INITIALIZE WS-INTRO-TOTALS.

004580     PERFORM 3100-STATE-ONE THRU 3100-EXIT
004590         UNTIL WS-SORT-EOF-YES.

004600     IF WS-IN-EVENTS > 0 THEN
004610         PERFORM 3300-CLOSE-STATEMENT THRU 3300-EXIT
004620     END-IF.

004630     MOVE SPACES TO REPORT-LINE.
004640     WRITE REPORT-LINE.
004650     MOVE 'TOTAL' TO DL-INTRO-CODE.
004660     MOVE WS-EVENT-COUNT TO DL-EVENTS.
004670     MOVE WS-GR-EARNED TO DL-EARNED.
004680     MOVE WS-GR-CLAWED TO DL-CLAWED.
004690     MOVE WS-GR-NET TO DL-NET.
004700     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

004710 3000-PRINT-EXIT.
004720     EXIT.

004730 3100-STATE-ONE.

004740     RETURN SORT-FILE
004750         AT END
004760             MOVE 'Y' TO WS-SORT-EOF-SW
004770             GO TO 3100-EXIT
004780     END-RETURN.

004790     IF SR-INTRO-CODE NOT = WS-CURR-INTRO AND
004800        WS-IN-EVENTS > 0 THEN
004810         PERFORM 3300-CLOSE-STATEMENT THRU 3300-EXIT
004820         INITIALIZE WS-INTRO-TOTALS
004830     END-IF.
004840     IF WS-IN-EVENTS = 0 THEN
004850         MOVE SR-INTRO-CODE TO WS-CURR-INTRO
004860         PERFORM 3200-OPEN-STATEMENT THRU 3200-EXIT
004870     END-IF.

004880     ADD 1 TO WS-IN-EVENTS.
004890     MOVE SR-ACCTNO TO SD-ACCTNO.
004900     MOVE SR-APPLID TO SD-APPLID.

004910     IF SR-APPROVAL THEN
004920         MOVE 'APPROVAL' TO SD-EVENT
004930     ELSE IF SR-FIRST-DEBIT THEN
004940         MOVE 'FIRST DEBIT' TO SD-EVENT
004950     ELSE IF SR-CLAW-CLOSED THEN
004960         MOVE 'CLAWBACK - CLOSED' TO SD-EVENT
004970     ELSE
004980         MOVE 'CLAWBACK - CHG OFF' TO SD-EVENT
004990         END-IF
005000         END-IF
005010     END-IF.

005020     IF SR-APPROVAL OR SR-FIRST-DEBIT THEN
005030         ADD SR-AMOUNT TO WS-IN-EARNED
005040         MOVE SR-AMOUNT TO WS-BR-AMOUNT
005050     ELSE
005060         ADD SR-AMOUNT TO WS-IN-CLAWED
005070         COMPUTE WS-BR-AMOUNT = 0 - SR-AMOUNT
005080     END-IF.
005090     MOVE WS-BR-AMOUNT TO SD-AMOUNT.

005100     MOVE 'J2G' TO DP-FUNCTION.
005110     MOVE SR-EVENT-DATE TO DP-JULIAN.
005120     CALL 'DCI8BDAT' USING DATEPARM.
005130     IF DP-RC-GOOD THEN
005140         MOVE DP-GREGORIAN TO SD-DATE
005150     ELSE
005160         MOVE 0 TO SD-DATE
005170     END-IF.

005180     WRITE STATEMENT-LINE FROM WS-STMT-DETAIL.

005190     PERFORM 4000-ADD-TO-BRANCH THRU 4000-EXIT.

005200 3100-EXIT.
005210     EXIT.

005220 3200-OPEN-STATEMENT.

005230     MOVE WS-CURR-INTRO TO SH-INTRO-CODE.
005240     IF WS-INTRO-COUNT > 0 THEN
005250         MOVE SPACES TO STATEMENT-LINE
005260         WRITE STATEMENT-LINE
005270         WRITE STATEMENT-LINE
005280     END-IF.
005290     WRITE STATEMENT-LINE FROM WS-STMT-HEADING1.
005300     MOVE SPACES TO STATEMENT-LINE.
005310     WRITE STATEMENT-LINE.
005320     WRITE STATEMENT-LINE FROM WS-STMT-HEADING2.
005330     ADD 1 TO WS-INTRO-COUNT.

005340 3200-EXIT.
005350     EXIT.

005360*-----------------------------------------------------------------
005370* 3300-CLOSE-STATEMENT - THE STATEMENT'S TOTALS AND THE
005380* INTRODUCER'S SUMMARY LINE
005390*-----------------------------------------------------------------
005400 3300-CLOSE-STATEMENT.

005410     COMPUTE WS-IN-NET = WS-IN-EARNED - WS-IN-CLAWED.

005420     MOVE SPACES TO STATEMENT-LINE.
005430     WRITE STATEMENT-LINE.
005440     MOVE 'COMMISSION EARNED' TO ST-LABEL.
005450     MOVE WS-IN-EARNED TO ST-AMOUNT.
005460     WRITE STATEMENT-LINE FROM WS-STMT-TOTAL.
005470     MOVE 'COMMISSION CLAWED BACK' TO ST-LABEL.
005480     MOVE WS-IN-CLAWED TO ST-AMOUNT.
005490     WRITE STATEMENT-LINE FROM WS-STMT-TOTAL.
005500     IF WS-IN-NET < 0 THEN
005510         MOVE 'NET OWED BY INTRODUCER' TO ST-LABEL
005520     ELSE
005530         MOVE 'NET PAYABLE TO INTRODUCER' TO ST-LABEL
005540     END-IF.
005550     MOVE WS-IN-NET TO ST-AMOUNT.
005560     WRITE STATEMENT-LINE FROM WS-STMT-TOTAL.

005570     MOVE WS-CURR-INTRO TO DL-INTRO-CODE.
005580     MOVE WS-IN-EVENTS TO DL-EVENTS.
005590     MOVE WS-IN-EARNED TO DL-EARNED.
005600     MOVE WS-IN-CLAWED TO DL-CLAWED.
005610     MOVE WS-IN-NET TO DL-NET.
005620     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

005630     ADD WS-IN-EARNED TO WS-GR-EARNED.
005640     ADD WS-IN-CLAWED TO WS-GR-CLAWED.
005650     ADD WS-IN-NET TO WS-GR-NET.

005660 3300-EXIT.
005670     EXIT.

005680*-----------------------------------------------------------------
005690* 4000-ADD-TO-BRANCH - THE EVENT'S SIGNED AMOUNT ONTO ITS
005700* BRANCH'S ROW, ADDING THE ROW THE FIRST TIME THE BRANCH IS MET
005710*-----------------------------------------------------------------
005720 4000-ADD-TO-BRANCH.

005730     MOVE 0 TO WS-BR-FOUND.
005740     PERFORM 4100-FIND-BRANCH THRU 4100-EXIT
005750         VARYING WS-BR-SUB FROM 1 BY 1
005760         UNTIL WS-BR-SUB > WS-BR-USED OR WS-BR-FOUND > 0.

005770     IF WS-BR-FOUND = 0 THEN
005780         IF WS-BR-USED NOT < 200 THEN
005790             ADD 1 TO WS-BR-DROPPED
005800             GO TO 4000-EXIT
005810         END-IF
005820         ADD 1 TO WS-BR-USED
005830         MOVE WS-BR-USED TO WS-BR-FOUND
005840         MOVE SR-BRANCH TO WS-BR-CODE(WS-BR-FOUND)
005850         MOVE 0 TO WS-BR-NET(WS-BR-FOUND)
005860     END-IF.

005870     ADD WS-BR-AMOUNT TO WS-BR-NET(WS-BR-FOUND).

005880 4000-EXIT.
005890     EXIT.

005900 4100-FIND-BRANCH.

005910     IF WS-BR-CODE(WS-BR-SUB) = SR-BRANCH THEN
005920         MOVE WS-BR-SUB TO WS-BR-FOUND
005930     END-IF.

005940 4100-EXIT.
005950     EXIT.

005960*-----------------------------------------------------------------
005970* 5000-WRITE-JOURNAL - EACH BRANCH'S NET AS A BALANCED PAIR AND
005980* THE TRL ROW THE LEDGER SIDE RECONCILES AGAINST. A BRANCH WHOSE
005990* EVENTS NET TO NOTHING WRITES NOTHING
006000*-----------------------------------------------------------------
006010 5000-WRITE-JOURNAL.

006020     PERFORM 5100-BRANCH-NET THRU 5100-EXIT
006030         VARYING WS-BR-SUB FROM 1 BY 1
006040         UNTIL WS-BR-SUB > WS-BR-USED.

006050     MOVE WS-GL-COUNT TO GT-LINE-COUNT.
006060     MOVE WS-DR-TOTAL TO GT-DR-TOTAL.
006070     MOVE WS-CR-TOTAL TO GT-CR-TOTAL.
006080     WRITE EXTRACT-REC FROM WS-GL-TRAILER.

006090 5000-EXIT.
006100     EXIT.

006110 5100-BRANCH-NET.

006120     MOVE WS-BR-NET(WS-BR-SUB) TO WS-MOVEMENT.

006130     IF WS-MOVEMENT = 0 THEN
006140         GO TO 5100-EXIT
006150     END-IF.

006160     IF WS-MOVEMENT > 0 THEN
006170         MOVE 'INTRCOMM' TO WS-DR-ACCT
006180         MOVE 'INTRPAYB' TO WS-CR-ACCT
006190     ELSE
006200         MOVE 'INTRPAYB' TO WS-DR-ACCT
006210         MOVE 'INTRCOMM' TO WS-CR-ACCT
006220         COMPUTE WS-MOVEMENT = 0 - WS-MOVEMENT
006230     END-IF.

006240     MOVE 'DTL' TO GL-REC-TYPE.
006250     MOVE WS-BR-CODE(WS-BR-SUB) TO GL-BRANCH.
006260     MOVE WS-MOVEMENT TO GL-AMOUNT.
006270     MOVE WS-TODAY-YYYYDDD TO GL-DATE.

006280     MOVE WS-DR-ACCT TO GL-ACCOUNT.
006290     MOVE 'D' TO GL-DRCR.
006300     WRITE EXTRACT-REC FROM WS-GL-LINE.
006310     ADD 1 TO WS-GL-COUNT.
006320     ADD WS-MOVEMENT TO WS-DR-TOTAL.

006330     MOVE WS-CR-ACCT TO GL-ACCOUNT.
006340     MOVE 'C' TO GL-DRCR.
006350     WRITE EXTRACT-REC FROM WS-GL-LINE.
006360     ADD 1 TO WS-GL-COUNT.
006370     ADD WS-MOVEMENT TO WS-CR-TOTAL.

006380 5100-EXIT.
006390     EXIT.

006400 9000-TERMINATE.

006410     DISPLAY 'DCI8BICS - INTRODUCER COMMISSION - RUN SUMMARY'.
006420     DISPLAY 'PERIOD           : ' WS-PERIOD.
006430     DISPLAY 'LEDGER ROWS READ : ' WS-READ-COUNT.
006440     DISPLAY 'EVENTS IN PERIOD : ' WS-EVENT-COUNT.
006450     DISPLAY 'STATEMENTS       : ' WS-INTRO-COUNT.
006460     DISPLAY 'NET COMMISSION   : ' WS-GR-NET.
006470     DISPLAY 'JOURNAL LINES    : ' WS-GL-COUNT.
006480     DISPLAY 'DEBIT TOTAL      : ' WS-DR-TOTAL.
006490     DISPLAY 'CREDIT TOTAL     : ' WS-CR-TOTAL.

006500     IF WS-BR-DROPPED > 0 THEN
006510         DISPLAY 'BRANCH TABLE FULL - EVENTS NOT HELD: '
006520             WS-BR-DROPPED
006530         DISPLAY 'JOURNAL DOES NOT RECONCILE - DO NOT SHIP'
006540     END-IF.

006550     IF NOT WS-PARM-OK THEN
006560         GO TO 9000-EXIT
006570     END-IF.

006580     CLOSE STATEMENT-FILE.
006590     CLOSE REPORT-FILE.
006600     CLOSE EXTRACT-FILE.

006610 9000-EXIT.
006620     EXIT.

006630*-----------------------------------------------------------------
006640* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
006650* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
006660* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
006670*-----------------------------------------------------------------
006680 8100-WRITE-JRNL-START.

006690*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
006700*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
006710     MOVE 'DCI8BICS' TO JG-JOBNAME.
006720     CALL 'DCI8BJGT' USING JOBGATE.
006730     IF JG-RC-BLOCKED THEN
006740         MOVE JG-BLOCKED-RC TO RETURN-CODE
006750         STOP RUN
006760     END-IF.

006770     MOVE 'DCI8BICS' TO JR-JOBNAME.
006780     MOVE 'S' TO JR-ROW-TYPE.
006790     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
006800         JR-REJECTED-COUNT.
006810     MOVE SPACE TO JR-STATUS.
006820     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

006830 8100-EXIT.
006840     EXIT.

006850 8200-WRITE-JRNL-END.

006860     MOVE 'DCI8BICS' TO JR-JOBNAME.
006870     MOVE 'E' TO JR-ROW-TYPE.
006880     MOVE WS-READ-COUNT TO JR-READ-COUNT.
006890     MOVE WS-EVENT-COUNT TO JR-WRITTEN-COUNT.
006900     MOVE WS-BR-DROPPED TO JR-REJECTED-COUNT.
006910*    NO PERIOD TO STATE, OR A JOURNAL THAT WOULD NOT RECONCILE,
006920*    JOURNALS FAILED SO THE MORNING CHECK CATCHES IT
006930     IF WS-PARM-OK AND WS-BR-DROPPED = 0 THEN
006940         MOVE 'G' TO JR-STATUS
006950     ELSE
006960         MOVE 'F' TO JR-STATUS
006970     END-IF.
006980     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

006990 8200-EXIT.
007000     EXIT.

007010 8300-STAMP-AND-WRITE.

007020     ACCEPT JR-DATE FROM DAY YYYYDDD.
007030     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
007040     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

007050     OPEN EXTEND JOURNAL-FILE.
007060     WRITE JR-REC.
007070     CLOSE JOURNAL-FILE.

007080 8300-EXIT.
007090     EXIT.

007100 END PROGRAM DCI8BICS.
