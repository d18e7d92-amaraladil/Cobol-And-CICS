000010*****************************************************************
000020* DCI8BROL - MONTH-END DELINQUENCY ROLL-RATE AND VINTAGE ANALYSIS
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BROL.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - MONTH-ON-MONTH DELINQUENCY
000160*                 TRANSITION MATRIX AND CR-DATE QUARTER VINTAGE
000170*                 BAD RATES, PRINTED AND AS CSV FOR RISK
000171* 2026-10-15 AA   CR-DATE AND CA-CLS-DATE ARE STAMPED ONLINE IN
000172*                 EIBDATE FORM - TAKEN UP TO YYYYDDD ON READING
000173* 2026-10-15 AA   CLOSEACCT RECORD WIDENED FOR THE MAIL ADDRESS,
000174*                 E-MAIL AND CONTACT FLAGS CARRIED AT CLOSURE
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS MONTH-END JOB READS A SINGLE CONTROL CARD FROM ROLPARM
000210* GIVING THE PERIOD AS YYYYMM (THE DCI8BSNP CARD) AND PUTS EVERY
000220* ACCOUNT IN A DELINQUENCY STATE AT THE END OF THAT MONTH AND AT
000230* THE END OF THE MONTH BEFORE:
000240*   CURRENT  - NOTHING MORE THAN 30 DAYS PAST DUE
000250*   30-DAY   - THE OLDEST CYCLE STILL UNPAID AT MONTH END IS MORE
000260*   60-DAY     THAN 30, 60 OR 90 DAYS PAST ITS DUE DATE - THE
000270*   90-DAY+    DCI8BAGE BUCKETS, RECKONED AT THE MONTH END. A
000280*              CYCLE COUNTS AS UNPAID AT A MONTH END IF ITS FLAG
000290*              IS STILL U, OR IT WAS PAID AFTER THAT DAY
000300*   CHGOFF   - ON THE RECOVERY LEDGER, CHARGED OFF BY MONTH END
000310*   CLOSED   - CLOSED (CLOSEACCT) DURING THE MONTH
000320* THE TRANSITION MATRIX COUNTS ACCOUNTS BY LAST MONTH'S STATE
000330* AGAINST THIS MONTH'S, PRINTED AS COUNTS, AS A PERCENT OF EACH
000340* STARTING STATE - THE ROLL RATES - AND AS LAST MONTH'S BALANCE
000350* (BALHIST) IN EACH CELL. AN ACCOUNT OPENED DURING THE MONTH HAS
000360* NO STARTING STATE AND IS LEFT OUT; ONE CLOSED BEFORE IT BEGAN
000370* IS GONE.
000380* THE VINTAGE TABLE GROUPS THE LIVE ACCOUNTS BY THE QUARTER OF
000390* CR-DATE - THE LAST 40 QUARTERS, EARLIER ONES TOGETHER AS OLDER
000400* - AND FOR 3, 6, 9, 12, 18, 24 AND 36 MONTHS ON BOOK GIVES THE
000410* PERCENT OF ACCOUNTS THAT OLD WHICH HAD GONE BAD (FIRST 90+
000420* DAYS PAST DUE, OR CHARGED OFF) BY THEN. CLOSEACCT CARRIES NO
000430* CR-DATE, SO A CLOSED ACCOUNT IS NOT IN THE VINTAGES - A
000440* CHARGED-OFF ONE STAYS ON ACCTFILE AND IS.
000450* BOTH TABLES GO TO ROLRPT AND TO ROLCSV FOR THE RISK TEAM: AN
000460* H ROW (PERIOD, RUN DATE), ONE M ROW PER MATRIX CELL (FROM, TO,
000470* COUNT, BALANCE) AND ONE V ROW PER VINTAGE AND MONTHS ON BOOK
000480* (VINTAGE, MONTHS, ACCOUNTS THAT OLD, BAD, PERCENT)
000490*****************************************************************

000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000530 OBJECT-COMPUTER. IBM-370.

000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.

000560     SELECT PARM-FILE ASSIGN TO ROLPARM
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-PARM-STATUS.

000590     SELECT ACCTFILE ASSIGN TO ACCTFILE
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS AF-ACCTKEY
000630         FILE STATUS IS WS-ACCTFILE-STATUS.

000640     SELECT CLOSEACCT-FILE ASSIGN TO CLOSEACCT
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS CA-ACCTNO
000680         FILE STATUS IS WS-CLOSEACCT-STATUS.

000690     SELECT CYCLE-FILE ASSIGN TO BILLCYCL
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS CY-KEY
000730         FILE STATUS IS WS-CYCLE-STATUS.

000740     SELECT BALHIST-FILE ASSIGN TO BALHIST
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS BS-KEY
000780         FILE STATUS IS WS-BALHIST-STATUS.

000790     SELECT RECOVLDG-FILE ASSIGN TO RECOVLDG
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS RL-ACCTNO
000830         FILE STATUS IS WS-RECOVLDG-STATUS.

000840     SELECT REPORT-FILE ASSIGN TO ROLRPT
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-REPORT-STATUS.

000870     SELECT CSV-FILE ASSIGN TO ROLCSV
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-CSV-STATUS.

000900     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-JOURNAL-STATUS.

000930 DATA DIVISION.
000940 FILE SECTION.

000950 FD  PARM-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  PARM-REC.
000990     05  RP-PERIOD               PIC X(06).
001000     05  FILLER                  PIC X(24).

001010*-----------------------------------------------------------------
001020* ACCTFILE - ONLY THE ACCOUNT NUMBER AND CR-DATE ARE TAKEN
001030*-----------------------------------------------------------------
001040 FD  ACCTFILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  ACCTFILE-REC.
001070     05  AF-ACCTKEY.
001080         10  AF-ACCTNO           PIC X(09).
001090     05  FILLER                  PIC X(97).
001100     05  AF-CR-DATE              PIC S9(7) COMP-3.
001110     05  FILLER                  PIC X(158).

001120 FD  CLOSEACCT-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  CLOSEACCT-REC.
001150     05  CA-ACCTNO               PIC X(09).
001160     05  FILLER                  PIC X(98).
001170     05  CA-CLS-DATE             PIC S9(7) COMP-3.
001171     05  FILLER                  PIC X(83).

001190 FD  CYCLE-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  BILLCYCL-REC.
001220     05  CY-KEY.
001230         10  CY-ACCTNO           PIC X(09).
001240         10  CY-PERIOD           PIC 9(06).
001250     05  CY-STMT-DATE            PIC S9(7) COMP-3.
001260     05  CY-CLOSE-BAL            PIC S9(08)V99 COMP-3.
001270     05  CY-MIN-PAYMENT          PIC 9(08)V99.
001280     05  CY-DUE-DATE             PIC S9(7) COMP-3.
001290     05  CY-PAID-FLAG            PIC X(01).
001300         88  CY-UNPAID                   VALUE 'U'.
001310         88  CY-PAID                     VALUE 'P'.
001320     05  CY-PAID-DATE            PIC S9(7) COMP-3.

001330 FD  BALHIST-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  BALHIST-REC.
001360     05  BS-KEY.
001370         10  BS-ACCTNO           PIC X(09).
001380         10  BS-PERIOD           PIC 9(06).
001390     05  BS-CURR-BAL             PIC S9(08)V99 COMP-3.
001400     05  FILLER                  PIC X(15).

001410 FD  RECOVLDG-FILE
001420     LABEL RECORDS ARE STANDARD.
001430 01  RECOVLDG-REC.
001440     05  RL-ACCTNO               PIC X(09).
001450     05  RL-CHGOFF-DATE          PIC S9(7) COMP-3.
001460     05  FILLER                  PIC X(74).

001470 FD  REPORT-FILE
001480     RECORDING MODE IS F
001490     LABEL RECORDS ARE STANDARD.
001500 01  REPORT-LINE                 PIC X(80).

001510 FD  CSV-FILE
001520     RECORDING MODE IS F
001530     LABEL RECORDS ARE STANDARD.
001540 01  CSV-LINE                    PIC X(80).

001550*-----------------------------------------------------------------
001560* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001570* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001580*-----------------------------------------------------------------
001590 FD  JOURNAL-FILE
001600     RECORDING MODE IS F
001610     LABEL RECORDS ARE STANDARD.
001620 01  JR-REC.
001630     05  JR-JOBNAME              PIC X(08).
001640     05  JR-ROW-TYPE             PIC X(01).
001650     05  JR-DATE                 PIC 9(07).
001660     05  JR-TIME                 PIC 9(06).
001670     05  JR-READ-COUNT           PIC 9(07).
001680     05  JR-WRITTEN-COUNT        PIC 9(07).
001690     05  JR-REJECTED-COUNT       PIC 9(07).
001700     05  JR-STATUS               PIC X(01).
001710     05  FILLER                  PIC X(06).

001720 WORKING-STORAGE SECTION.
001730 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001740 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001750     COPY 'JOBGATE'.

001760 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001770 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001780 77  WS-CLOSEACCT-STATUS     PIC X(02) VALUE SPACES.
001790 77  WS-CYCLE-STATUS         PIC X(02) VALUE SPACES.
001800 77  WS-BALHIST-STATUS       PIC X(02) VALUE SPACES.
001810 77  WS-RECOVLDG-STATUS      PIC X(02) VALUE SPACES.
001820 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001830 77  WS-CSV-STATUS           PIC X(02) VALUE SPACES.

001840 01  WS-SWITCHES.
001850     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001860         88  WS-EOF-YES              VALUE 'Y'.
001870     05  WS-PARM-OK-SW       PIC X(01) VALUE 'Y'.
001880         88  WS-PARM-OK              VALUE 'Y'.
001890     05  WS-CYCLE-EOF-SW     PIC X(01) VALUE 'N'.
001900         88  WS-CYCLE-EOF            VALUE 'Y'.
001910     05  WS-CLOSED-EOF-SW    PIC X(01) VALUE 'N'.
001920         88  WS-CLOSED-EOF           VALUE 'Y'.

001930 01  WS-COUNTERS.
001940     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001950     05  WS-CLOSED-READ      PIC 9(07) COMP-3 VALUE 0.
001960     05  WS-MATRIX-COUNT     PIC 9(07) COMP-3 VALUE 0.
001970     05  WS-NEW-COUNT        PIC 9(07) COMP-3 VALUE 0.
001980     05  WS-VINTAGE-COUNT    PIC 9(07) COMP-3 VALUE 0.
001990     05  WS-CSV-COUNT        PIC 9(07) COMP-3 VALUE 0.

002000*-----------------------------------------------------------------
002010* THE PERIOD AND THE TWO MONTH ENDS - EACH WITH THE DAYS 30, 60
002020* AND 90 BEFORE IT, SO A DUE DATE EARLIER THAN ONE OF THOSE IS
002030* THAT FAR PAST DUE AT THE MONTH END
002040*-----------------------------------------------------------------
002050 01  WS-PERIOD               PIC 9(06) VALUE 0.
002060 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
002070     05  WS-PERIOD-YYYY      PIC 9(04).
002080     05  WS-PERIOD-MM        PIC 9(02).
002090 01  WS-PREV-PERIOD          PIC 9(06) VALUE 0.
002100 01  WS-PREV-PARTS REDEFINES WS-PREV-PERIOD.
002110     05  WS-PREV-YYYY        PIC 9(04).
002120     05  WS-PREV-MM          PIC 9(02).
002130 01  WS-FIRST-OF-MONTH       PIC 9(08) VALUE 0.
002140 01  WS-FIRST-PARTS REDEFINES WS-FIRST-OF-MONTH.
002150     05  WS-FIRST-YYYY       PIC 9(04).
002160     05  WS-FIRST-MM         PIC 9(02).
002170     05  WS-FIRST-DD         PIC 9(02).

002180 01  WS-MONTH-ENDS.
002190     05  WS-END-PREV         PIC S9(7) COMP-3 VALUE 0.
002200     05  WS-PREV-LESS-30     PIC S9(7) COMP-3 VALUE 0.
002210     05  WS-PREV-LESS-60     PIC S9(7) COMP-3 VALUE 0.
002220     05  WS-PREV-LESS-90     PIC S9(7) COMP-3 VALUE 0.
002230     05  WS-END-CURR         PIC S9(7) COMP-3 VALUE 0.
002240     05  WS-CURR-LESS-30     PIC S9(7) COMP-3 VALUE 0.
002250     05  WS-CURR-LESS-60     PIC S9(7) COMP-3 VALUE 0.
002260     05  WS-CURR-LESS-90     PIC S9(7) COMP-3 VALUE 0.

002270*    THE MONTH END 2310 IS AGING AGAINST
002280 01  WS-AGE-WORK.
002290     05  WS-AGE-OLDEST       PIC S9(7) COMP-3 VALUE 0.
002300     05  WS-AGE-LESS-30      PIC S9(7) COMP-3 VALUE 0.
002310     05  WS-AGE-LESS-60      PIC S9(7) COMP-3 VALUE 0.
002320     05  WS-AGE-LESS-90      PIC S9(7) COMP-3 VALUE 0.
002330     05  WS-AGE-STATE        PIC 9(01) VALUE 1.

002340*-----------------------------------------------------------------
002350* THE CURRENT ACCOUNT - ITS OLDEST CYCLE UNPAID AT EACH MONTH
002360* END (ZERO FOR NONE), THE DAY IT FIRST WENT BAD (ZERO FOR
002370* NEVER), ITS STATE AT EACH END AND LAST MONTH'S BALANCE
002380*-----------------------------------------------------------------
002390 01  WS-ACCOUNT-WORK.
002400     05  WS-ACCTNO           PIC X(09) VALUE SPACES.
002410     05  WS-OLDEST-PREV      PIC S9(7) COMP-3 VALUE 0.
002420     05  WS-OLDEST-CURR      PIC S9(7) COMP-3 VALUE 0.
002430     05  WS-FIRST-BAD        PIC S9(7) COMP-3 VALUE 0.
002440     05  WS-CHGOFF-DATE      PIC S9(7) COMP-3 VALUE 0.
002450     05  WS-PAID-BY          PIC S9(7) COMP-3 VALUE 0.
002460     05  WS-FROM-STATE       PIC 9(01) VALUE 1.
002470     05  WS-TO-STATE         PIC 9(01) VALUE 1.
002480     05  WS-FROM-BALANCE     PIC S9(08)V99 COMP-3 VALUE 0.

002490*    THE SIX STATES - TITLES FOR THE REPORT AND THE CSV
002500 01  WS-STATE-NAMES-INIT.
002510     05  FILLER              PIC X(08) VALUE 'CURRENT '.
002520     05  FILLER              PIC X(08) VALUE '30-DAY  '.
002530     05  FILLER              PIC X(08) VALUE '60-DAY  '.
002540     05  FILLER              PIC X(08) VALUE '90-DAY+ '.
002550     05  FILLER              PIC X(08) VALUE 'CHGOFF  '.
002560     05  FILLER              PIC X(08) VALUE 'CLOSED  '.
002570 01  WS-STATE-NAMES REDEFINES WS-STATE-NAMES-INIT.
002580     05  WS-STATE-NAME       PIC X(08) OCCURS 6 TIMES.

002590*-----------------------------------------------------------------
002600* THE TRANSITION MATRIX - FROM LAST MONTH'S STATE (ROW) TO THIS
002610* MONTH'S (COLUMN), WITH EACH ROW'S TOTAL
002620*-----------------------------------------------------------------
002630 01  WS-MATRIX.
002640     05  WS-MX-FROM OCCURS 6 TIMES.
002650         10  WS-MX-ROW-COUNT     PIC 9(07) COMP-3.
002660         10  WS-MX-ROW-BALANCE   PIC S9(13)V99 COMP-3.
002670         10  WS-MX-TO OCCURS 6 TIMES.
002680             15  WS-MX-COUNT     PIC 9(07) COMP-3.
002690             15  WS-MX-BALANCE   PIC S9(13)V99 COMP-3.
002700 77  WS-FROM-SUB             PIC S9(04) COMP VALUE 0.
002710 77  WS-TO-SUB               PIC S9(04) COMP VALUE 0.

002720*-----------------------------------------------------------------
002730* THE VINTAGES - SLOT 1 IS THIS PERIOD'S QUARTER, SLOT 40 THE
002740* QUARTER 39 BEFORE IT, SLOT 41 EVERYTHING OLDER. FOR EACH
002750* MONTHS-ON-BOOK POINT, THE ACCOUNTS AT LEAST THAT OLD AND HOW
002760* MANY OF THEM HAD GONE BAD BY THAT AGE
002770*-----------------------------------------------------------------
002780 01  WS-MOB-POINTS-INIT.
002790     05  FILLER              PIC 9(02) VALUE 03.
002800     05  FILLER              PIC 9(02) VALUE 06.
002810     05  FILLER              PIC 9(02) VALUE 09.
002820     05  FILLER              PIC 9(02) VALUE 12.
002830     05  FILLER              PIC 9(02) VALUE 18.
002840     05  FILLER              PIC 9(02) VALUE 24.
002850     05  FILLER              PIC 9(02) VALUE 36.
002860 01  WS-MOB-POINTS REDEFINES WS-MOB-POINTS-INIT.
002870     05  WS-MOB-POINT        PIC 9(02) OCCURS 7 TIMES.

002880 01  WS-VINTAGE-TABLE.
002890     05  WS-VN-ENTRY OCCURS 41 TIMES.
002900         10  WS-VN-LABEL         PIC X(06).
002910         10  WS-VN-ACCTS         PIC 9(07) COMP-3.
002920         10  WS-VN-POINT OCCURS 7 TIMES.
002930             15  WS-VN-ELIGIBLE  PIC 9(07) COMP-3.
002940             15  WS-VN-BAD       PIC 9(07) COMP-3.
002950 77  WS-VN-SUB               PIC S9(04) COMP VALUE 0.
002960 77  WS-MOB-SUB              PIC S9(04) COMP VALUE 0.

002970 01  WS-VINTAGE-WORK.
002980     05  WS-PERIOD-QTRS      PIC S9(07) COMP-3 VALUE 0.
002990     05  WS-PERIOD-MONTHS    PIC S9(07) COMP-3 VALUE 0.
003000     05  WS-OPEN-MONTHS      PIC S9(07) COMP-3 VALUE 0.
003010     05  WS-ACCT-MOB         PIC S9(05) COMP-3 VALUE 0.
003020     05  WS-BAD-MOB          PIC S9(05) COMP-3 VALUE 0.
003030     05  WS-QUARTER          PIC 9(01) VALUE 0.
003040     05  WS-QTR-BACK         PIC S9(05) COMP-3 VALUE 0.
003050 01  WS-GREG-DATE            PIC 9(08) VALUE 0.
003060 01  WS-GREG-PARTS REDEFINES WS-GREG-DATE.
003070     05  WS-GREG-YYYY        PIC 9(04).
003080     05  WS-GREG-MM          PIC 9(02).
003090     05  WS-GREG-DD          PIC 9(02).
003100 01  WS-VINTAGE-LABEL.
003110     05  WS-VL-YYYY          PIC 9(04).
003120     05  FILLER              PIC X(01) VALUE 'Q'.
003130     05  WS-VL-QTR           PIC 9(01).

003140 77  WS-RATE                 PIC 9(03)V99 VALUE 0.

003150* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
003160     COPY 'DATEPARM'.

003170 01  WS-REPORT-HEADING1.
003180     05  FILLER              PIC X(44) VALUE
003190         'DCI8BROL - DELINQUENCY ROLL RATE AND VINTAGE'.
003200     05  FILLER              PIC X(08) VALUE ' PERIOD '.
003210     05  RH-PERIOD           PIC 9(06).
003220     05  FILLER              PIC X(05) VALUE ' RUN '.
003230     05  RH-RUN-DATE         PIC 9(08).
003240     05  FILLER              PIC X(09) VALUE SPACES.

003250 01  WS-REPORT-TITLE.
003260     05  RT-TITLE            PIC X(60).
003270     05  FILLER              PIC X(20) VALUE SPACES.

003280 01  WS-MATRIX-HEADING.
003290     05  FILLER PIC X(09) VALUE 'FROM/TO'.
003300     05  FILLER PIC X(10) VALUE '   CURRENT'.
003310     05  FILLER PIC X(10) VALUE '    30-DAY'.
003320     05  FILLER PIC X(10) VALUE '    60-DAY'.
003330     05  FILLER PIC X(10) VALUE '   90-DAY+'.
003340     05  FILLER PIC X(10) VALUE '    CHGOFF'.
003350     05  FILLER PIC X(10) VALUE '    CLOSED'.
003360     05  FILLER PIC X(10) VALUE '     TOTAL'.
003370     05  FILLER PIC X(01) VALUE SPACES.

003380 01  WS-COUNT-LINE.
003390     05  CL-STATE            PIC X(09).
003400     05  CL-CELL OCCURS 7 TIMES.
003410         10  FILLER          PIC X(01).
003420         10  CL-VALUE        PIC Z,ZZZ,ZZ9.
003430     05  FILLER              PIC X(01).

003440 01  WS-PCT-LINE.
003450     05  PL-STATE            PIC X(09).
003460     05  PL-CELL OCCURS 6 TIMES.
003470         10  FILLER          PIC X(03).
003480         10  PL-VALUE        PIC ZZ9.99.
003490         10  FILLER          PIC X(01).
003500     05  FILLER              PIC X(11).

003510 01  WS-BALANCE-LINE.
003520     05  BL-STATE            PIC X(09).
003530     05  BL-CELL OCCURS 7 TIMES.
003540         10  BL-VALUE        PIC ----------.
003550     05  FILLER              PIC X(01).

003560 01  WS-VINTAGE-HEADING.
003570     05  FILLER PIC X(17) VALUE 'VINTAGE    ACCTS'.
003580     05  FILLER PIC X(09) VALUE '    MOB 3'.
003590     05  FILLER PIC X(09) VALUE '    MOB 6'.
003600     05  FILLER PIC X(09) VALUE '    MOB 9'.
003610     05  FILLER PIC X(09) VALUE '   MOB 12'.
003620     05  FILLER PIC X(09) VALUE '   MOB 18'.
003630     05  FILLER PIC X(09) VALUE '   MOB 24'.
003640     05  FILLER PIC X(09) VALUE '   MOB 36'.

003650 01  WS-VINTAGE-LINE.
003660     05  VL-LABEL            PIC X(06).
003670     05  FILLER              PIC X(02).
003680     05  VL-ACCTS            PIC Z,ZZZ,ZZ9.
003690     05  VL-CELL OCCURS 7 TIMES.
003700         10  FILLER          PIC X(03).
003710         10  VL-RATE-X       PIC X(06).
003720         10  VL-RATE REDEFINES VL-RATE-X PIC ZZ9.99.

003730*    CSV FIELDS
003740 77  WS-CSV-COUNT-EDIT       PIC Z(06)9.
003750 77  WS-CSV-BAD-EDIT         PIC Z(06)9.
003760 77  WS-CSV-BAL-EDIT         PIC -(12)9.99.
003770 77  WS-CSV-RATE-EDIT        PIC ZZ9.99.
003780 77  WS-CSV-MOB-EDIT         PIC Z9.

003790 PROCEDURE DIVISION.

003800 0000-MAINLINE.

003810     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

003820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

003830     IF WS-PARM-OK THEN
003840         PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
003850             UNTIL WS-EOF-YES
003860         PERFORM 3000-PROCESS-CLOSED THRU 3000-EXIT
003870             UNTIL WS-CLOSED-EOF
003880         PERFORM 4000-PRINT-MATRIX THRU 4000-EXIT
003890         PERFORM 4500-PRINT-VINTAGES THRU 4500-EXIT
003900         PERFORM 5000-WRITE-CSV THRU 5000-EXIT
003910     END-IF.

003920     PERFORM 9000-TERMINATE THRU 9000-EXIT.

003930     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

003940     GOBACK.

003950 1000-INITIALIZE.

003960     OPEN INPUT PARM-FILE.
003970     READ PARM-FILE
003980         AT END
003990             DISPLAY 'DCI8BROL - NO CONTROL CARD IN ROLPARM'
004000             MOVE 'N' TO WS-PARM-OK-SW
004010     END-READ.
004020     CLOSE PARM-FILE.

004030     IF WS-PARM-OK THEN
004040         IF RP-PERIOD IS NOT NUMERIC THEN
004050             DISPLAY 'DCI8BROL - ROLPARM PERIOD NOT NUMERIC'
004060             MOVE 'N' TO WS-PARM-OK-SW
004070         ELSE
004080             MOVE RP-PERIOD TO WS-PERIOD
004090             IF WS-PERIOD-MM = 0 OR WS-PERIOD-MM > 12 THEN
004100                 DISPLAY 'DCI8BROL - ROLPARM PERIOD NOT YYYYMM'
004110                 MOVE 'N' TO WS-PARM-OK-SW
004120             END-IF
004130         END-IF
004140     END-IF.

004150     IF WS-PARM-OK THEN
004160         PERFORM 1100-MONTH-ENDS THRU 1100-EXIT
004170     END-IF.

004180     IF NOT WS-PARM-OK THEN
004190         MOVE 'Y' TO WS-EOF-SW
004200         MOVE 'Y' TO WS-CLOSED-EOF-SW
004210         GO TO 1000-EXIT
004220     END-IF.

004230     COMPUTE WS-PERIOD-MONTHS =
004240         WS-PERIOD-YYYY * 12 + WS-PERIOD-MM.
004250     COMPUTE WS-QUARTER = (WS-PERIOD-MM - 1) / 3 + 1.
004260     COMPUTE WS-PERIOD-QTRS = WS-PERIOD-YYYY * 4 + WS-QUARTER.

004270     INITIALIZE WS-MATRIX.
004280     INITIALIZE WS-VINTAGE-TABLE.
004290     MOVE 'OLDER ' TO WS-VN-LABEL(41).

004300     OPEN INPUT ACCTFILE.
004310     OPEN INPUT CLOSEACCT-FILE.
004320     OPEN INPUT CYCLE-FILE.
004330     OPEN INPUT BALHIST-FILE.
004340     OPEN INPUT RECOVLDG-FILE.
004350     OPEN OUTPUT REPORT-FILE.
004360     OPEN OUTPUT CSV-FILE.

004370     MOVE 'TOD' TO DP-FUNCTION.
004380     CALL 'DCI8BDAT' USING DATEPARM.
004390     MOVE DP-GREGORIAN TO RH-RUN-DATE.
004400     MOVE WS-PERIOD TO RH-PERIOD.

004410     MOVE SPACES TO CSV-LINE.
004420     STRING
004430         'H'            DELIMITED BY SIZE
004440         ','            DELIMITED BY SIZE
004450         WS-PERIOD      DELIMITED BY SIZE
004460         ','            DELIMITED BY SIZE
004470         RH-RUN-DATE    DELIMITED BY SIZE
004480         INTO CSV-LINE
004490     END-STRING.
004500     WRITE CSV-LINE.
004510     ADD 1 TO WS-CSV-COUNT.

004520     PERFORM 1200-READ-ACCTFILE THRU 1200-EXIT.
004530     PERFORM 1300-READ-CLOSED THRU 1300-EXIT.

004540 1000-EXIT.
004550     EXIT.

004560*-----------------------------------------------------------------
004570* 1100-MONTH-ENDS - THE LAST DAY OF THE PERIOD AND OF THE MONTH
004580* BEFORE IT (THE DAY BEFORE THE FIRST OF THE NEXT MONTH), AND
004590* THE DAYS 30, 60 AND 90 BEFORE EACH
004600*-----------------------------------------------------------------
004610 1100-MONTH-ENDS.

004620     MOVE WS-PERIOD-YYYY TO WS-PREV-YYYY.
004630     IF WS-PERIOD-MM = 1 THEN
004640         SUBTRACT 1 FROM WS-PREV-YYYY
004650         MOVE 12 TO WS-PREV-MM
004660     ELSE
004670         COMPUTE WS-PREV-MM = WS-PERIOD-MM - 1
004680     END-IF.

004690     MOVE WS-PERIOD-YYYY TO WS-FIRST-YYYY.
004700     MOVE WS-PERIOD-MM TO WS-FIRST-MM.
004710     MOVE 1 TO WS-FIRST-DD.
004720     PERFORM 1110-DAY-BEFORE THRU 1110-EXIT.
004730     MOVE DP-JULIAN TO WS-END-PREV.

004740     IF WS-PERIOD-MM = 12 THEN
004750         COMPUTE WS-FIRST-YYYY = WS-PERIOD-YYYY + 1
004760         MOVE 1 TO WS-FIRST-MM
004770     ELSE
004780         MOVE WS-PERIOD-YYYY TO WS-FIRST-YYYY
004790         COMPUTE WS-FIRST-MM = WS-PERIOD-MM + 1
004800     END-IF.
004810     PERFORM 1110-DAY-BEFORE THRU 1110-EXIT.
004820     MOVE DP-JULIAN TO WS-END-CURR.

004830     MOVE WS-END-PREV TO DP-JULIAN.
004840     MOVE 30 TO DP-DAYS.
004850     PERFORM 1120-DAYS-BEFORE THRU 1120-EXIT.
004860     MOVE DP-JULIAN TO WS-PREV-LESS-30.
004870     MOVE WS-END-PREV TO DP-JULIAN.
004880     MOVE 60 TO DP-DAYS.
004890     PERFORM 1120-DAYS-BEFORE THRU 1120-EXIT.
004900     MOVE DP-JULIAN TO WS-PREV-LESS-60.
004910     MOVE WS-END-PREV TO DP-JULIAN.
004920     MOVE 90 TO DP-DAYS.
004930     PERFORM 1120-DAYS-BEFORE THRU 1120-EXIT.
004940     MOVE DP-JULIAN TO WS-PREV-LESS-90.

004950     MOVE WS-END-CURR TO DP-JULIAN.
004960     MOVE 30 TO DP-DAYS.
004970     PERFORM 1120-DAYS-BEFORE THRU 1120-EXIT.
004980     MOVE DP-JULIAN TO WS-CURR-LESS-30.
004990     MOVE WS-END-CURR TO DP-JULIAN.
005000     MOVE 60 TO DP-DAYS.
005010     PERFORM 1120-DAYS-BEFORE THRU 1120-EXIT.
005020     MOVE DP-JULIAN TO WS-CURR-LESS-60.
005030     MOVE WS-END-CURR TO DP-JULIAN.
005040     MOVE 90 TO DP-DAYS.
005050     PERFORM 1120-DAYS-BEFORE THRU 1120-EXIT.
005060     MOVE DP-JULIAN TO WS-CURR-LESS-90.

005070 1100-EXIT.
005080     EXIT.

005090 1110-DAY-BEFORE.

005100     MOVE 'G2J' TO DP-FUNCTION.
005110     MOVE WS-FIRST-OF-MONTH TO DP-GREGORIAN.
005120     CALL 'DCI8BDAT' USING DATEPARM.
005130     IF NOT DP-RC-GOOD THEN
005140         DISPLAY 'DCI8BROL - ROLPARM PERIOD NOT A VALID MONTH'
005150         MOVE 'N' TO WS-PARM-OK-SW
005160         GO TO 1110-EXIT
005170     END-IF.

005180     MOVE 1 TO DP-DAYS.
005190     PERFORM 1120-DAYS-BEFORE THRU 1120-EXIT.

005200 1110-EXIT.
005210     EXIT.

005220 1120-DAYS-BEFORE.

005230     MOVE 'SUB' TO DP-FUNCTION.
005240     CALL 'DCI8BDAT' USING DATEPARM.
005250     IF NOT DP-RC-GOOD THEN
005260         DISPLAY 'DCI8BROL - DATE SERVICE REFUSED THE PERIOD'
005270         MOVE 'N' TO WS-PARM-OK-SW
005280     END-IF.

005290 1120-EXIT.
005300     EXIT.

005310 1200-READ-ACCTFILE.

005320     READ ACCTFILE NEXT RECORD
005330         AT END
005340             GO TO 1200-EOF
005350     END-READ.

005360     ADD 1 TO WS-READ-COUNT.

005361*    CR-DATE IS STAMPED FROM EIBDATE (0CYYDDD) - TAKEN UP TO
005362*    YYYYDDD SO IT COMPARES WITH THE PERIOD DATES
005363     IF AF-CR-DATE > 0 AND AF-CR-DATE < 1000000 THEN
005364         ADD 1900000 TO AF-CR-DATE
005365     END-IF.
005370     GO TO 1200-EXIT.

005380 1200-EOF.
005390     MOVE 'Y' TO WS-EOF-SW.

005400 1200-EXIT.
005410     EXIT.

005420 1300-READ-CLOSED.

005430     READ CLOSEACCT-FILE NEXT RECORD
005440         AT END
005450             GO TO 1300-EOF
005460     END-READ.

005470     ADD 1 TO WS-CLOSED-READ.

005471*    CA-CLS-DATE LIKEWISE
005472     IF CA-CLS-DATE > 0 AND CA-CLS-DATE < 1000000 THEN
005473         ADD 1900000 TO CA-CLS-DATE
005474     END-IF.
005480     GO TO 1300-EXIT.

005490 1300-EOF.
005500     MOVE 'Y' TO WS-CLOSED-EOF-SW.

005510 1300-EXIT.
005520     EXIT.

005530*-----------------------------------------------------------------
005540* 2000-PROCESS-ACCOUNT - A LIVE ACCOUNT INTO THE MATRIX (IF IT
005550* WAS OPEN LAST MONTH END) AND ITS VINTAGE (IF OPEN THIS ONE)
005560*-----------------------------------------------------------------
005570 2000-PROCESS-ACCOUNT.

005580     IF AF-CR-DATE > WS-END-CURR THEN
005590         GO TO 2000-READ-NEXT
005600     END-IF.

005610     MOVE AF-ACCTNO TO WS-ACCTNO.
005620     PERFORM 2100-AGE-ACCOUNT THRU 2100-EXIT.
005630     PERFORM 2300-SET-STATES THRU 2300-EXIT.

005640     IF AF-CR-DATE > WS-END-PREV THEN
005650         ADD 1 TO WS-NEW-COUNT
005660     ELSE
005670         PERFORM 2400-ADD-TRANSITION THRU 2400-EXIT
005680     END-IF.

005690     PERFORM 2500-ADD-VINTAGE THRU 2500-EXIT.

005700 2000-READ-NEXT.
005710     PERFORM 1200-READ-ACCTFILE THRU 1200-EXIT.

005720 2000-EXIT.
005730     EXIT.

005740*-----------------------------------------------------------------
005750* 2100-AGE-ACCOUNT - ONE PASS OF THE ACCOUNT'S CYCLES FOR THE
005760* OLDEST UNPAID AT EACH MONTH END AND THE DAY IT FIRST WENT 90+
005770* DAYS PAST DUE, THEN THE RECOVERY LEDGER FOR A CHARGE-OFF. THE
005780* CYCLES COME IN PERIOD ORDER, SO THE FIRST ONE MEETING A TEST
005790* IS THE OLDEST - AND THE EARLIEST TO HAVE GONE BAD
005800*-----------------------------------------------------------------
005810 2100-AGE-ACCOUNT.

005820     MOVE 0 TO WS-OLDEST-PREV.
005830     MOVE 0 TO WS-OLDEST-CURR.
005840     MOVE 0 TO WS-FIRST-BAD.
005850     MOVE 0 TO WS-CHGOFF-DATE.
005860     MOVE 'N' TO WS-CYCLE-EOF-SW.

005870     MOVE WS-ACCTNO TO CY-ACCTNO.
005880     MOVE 0 TO CY-PERIOD.
005890     START CYCLE-FILE KEY NOT < CY-KEY
005900         INVALID KEY
005910             MOVE 'Y' TO WS-CYCLE-EOF-SW
005920     END-START.

005930     PERFORM 2110-NEXT-CYCLE THRU 2110-EXIT
005940         UNTIL WS-CYCLE-EOF.

005950     MOVE WS-ACCTNO TO RL-ACCTNO.
005960     READ RECOVLDG-FILE
005970         INVALID KEY
005980             GO TO 2100-EXIT
005990     END-READ.

006000     IF RL-CHGOFF-DATE NOT > WS-END-CURR THEN
006010         MOVE RL-CHGOFF-DATE TO WS-CHGOFF-DATE
006020         IF WS-FIRST-BAD = 0 OR RL-CHGOFF-DATE < WS-FIRST-BAD THEN
006030             MOVE RL-CHGOFF-DATE TO WS-FIRST-BAD
006040         END-IF
006050     END-IF.

006060 2100-EXIT.
006070     EXIT.

006080 2110-NEXT-CYCLE.

006090     READ CYCLE-FILE NEXT RECORD
006100         AT END
006110             MOVE 'Y' TO WS-CYCLE-EOF-SW
006120             GO TO 2110-EXIT
006130     END-READ.

006140     IF CY-ACCTNO NOT = WS-ACCTNO THEN
006150         MOVE 'Y' TO WS-CYCLE-EOF-SW
006160         GO TO 2110-EXIT
006170     END-IF.

006180*    THE DAY THE CYCLE WAS PAID BY, OR A DAY PAST THIS MONTH END
006190*    WHEN IT STILL WAS NOT
006200     IF CY-PAID AND CY-PAID-DATE NOT > WS-END-CURR THEN
006210         MOVE CY-PAID-DATE TO WS-PAID-BY
006220     ELSE
006230         COMPUTE WS-PAID-BY = WS-END-CURR + 1
006240     END-IF.

006250     IF WS-OLDEST-PREV = 0 AND CY-DUE-DATE < WS-END-PREV AND
006260             WS-PAID-BY > WS-END-PREV THEN
006270         MOVE CY-DUE-DATE TO WS-OLDEST-PREV
006280     END-IF.

006290     IF WS-OLDEST-CURR = 0 AND CY-DUE-DATE < WS-END-CURR AND
006300             WS-PAID-BY > WS-END-CURR THEN
006310         MOVE CY-DUE-DATE TO WS-OLDEST-CURR
006320     END-IF.

006330     IF WS-FIRST-BAD = 0 AND CY-DUE-DATE < WS-CURR-LESS-90 THEN
006340         PERFORM 2120-CHECK-BAD THRU 2120-EXIT
006350     END-IF.

006360 2110-EXIT.
006370     EXIT.

006380*    THE CYCLE WENT BAD ON ITS 91ST DAY PAST DUE IF STILL UNPAID
006390*    THEN - WHICH, DUE MORE THAN 90 DAYS BEFORE THE MONTH END,
006400*    FALLS INSIDE THE PERIOD ANALYSED
006410 2120-CHECK-BAD.

006420     MOVE 'ADD' TO DP-FUNCTION.
006430     MOVE CY-DUE-DATE TO DP-JULIAN.
006440     MOVE 91 TO DP-DAYS.
006450     CALL 'DCI8BDAT' USING DATEPARM.
006460     IF NOT DP-RC-GOOD THEN
006470         GO TO 2120-EXIT
006480     END-IF.

006490     IF WS-PAID-BY NOT < DP-JULIAN THEN
006500         MOVE DP-JULIAN TO WS-FIRST-BAD
006510     END-IF.

006520 2120-EXIT.
006530     EXIT.

006540*-----------------------------------------------------------------
006550* 2300-SET-STATES - THE ACCOUNT'S STATE AT EACH MONTH END. A
006560* CHARGE-OFF BY THAT DAY OUTRANKS ANY ARREARS
006570*-----------------------------------------------------------------
006580 2300-SET-STATES.

006590     MOVE WS-OLDEST-PREV TO WS-AGE-OLDEST.
006600     MOVE WS-PREV-LESS-30 TO WS-AGE-LESS-30.
006610     MOVE WS-PREV-LESS-60 TO WS-AGE-LESS-60.
006620     MOVE WS-PREV-LESS-90 TO WS-AGE-LESS-90.
006630     PERFORM 2310-AGE-STATE THRU 2310-EXIT.
006640     MOVE WS-AGE-STATE TO WS-FROM-STATE.
006650     IF WS-CHGOFF-DATE NOT = 0 AND
006660             WS-CHGOFF-DATE NOT > WS-END-PREV THEN
006670         MOVE 5 TO WS-FROM-STATE
006680     END-IF.

006690     MOVE WS-OLDEST-CURR TO WS-AGE-OLDEST.
006700     MOVE WS-CURR-LESS-30 TO WS-AGE-LESS-30.
006710     MOVE WS-CURR-LESS-60 TO WS-AGE-LESS-60.
006720     MOVE WS-CURR-LESS-90 TO WS-AGE-LESS-90.
006730     PERFORM 2310-AGE-STATE THRU 2310-EXIT.
006740     MOVE WS-AGE-STATE TO WS-TO-STATE.
006750     IF WS-CHGOFF-DATE NOT = 0 THEN
006760         MOVE 5 TO WS-TO-STATE
006770     END-IF.

006780 2300-EXIT.
006790     EXIT.

006800 2310-AGE-STATE.

006810     MOVE 1 TO WS-AGE-STATE.

006820     IF WS-AGE-OLDEST = 0 THEN
006830         GO TO 2310-EXIT
006840     END-IF.

006850     IF WS-AGE-OLDEST < WS-AGE-LESS-90 THEN
006860         MOVE 4 TO WS-AGE-STATE
006870     ELSE IF WS-AGE-OLDEST < WS-AGE-LESS-60 THEN
006880         MOVE 3 TO WS-AGE-STATE
006890     ELSE IF WS-AGE-OLDEST < WS-AGE-LESS-30 THEN
006900         MOVE 2 TO WS-AGE-STATE
006910         END-IF
006920         END-IF
006930     END-IF.

006940 2310-EXIT.
006950     EXIT.

006960*-----------------------------------------------------------------
006970* 2400-ADD-TRANSITION - ONE ACCOUNT INTO ITS MATRIX CELL, AT
006980* LAST MONTH'S BALANCE
006990*-----------------------------------------------------------------
007000 2400-ADD-TRANSITION.

007010     MOVE WS-ACCTNO TO BS-ACCTNO.
007020     MOVE WS-PREV-PERIOD TO BS-PERIOD.
007030     READ BALHIST-FILE
007040         INVALID KEY
007050             MOVE 0 TO BS-CURR-BAL
007060     END-READ.
007070     MOVE BS-CURR-BAL TO WS-FROM-BALANCE.

007080     MOVE WS-FROM-STATE TO WS-FROM-SUB.
007090     MOVE WS-TO-STATE TO WS-TO-SUB.
007100     ADD 1 TO WS-MX-COUNT(WS-FROM-SUB, WS-TO-SUB).
007110     ADD WS-FROM-BALANCE TO WS-MX-BALANCE(WS-FROM-SUB, WS-TO-SUB).
007120     ADD 1 TO WS-MX-ROW-COUNT(WS-FROM-SUB).
007130     ADD WS-FROM-BALANCE TO WS-MX-ROW-BALANCE(WS-FROM-SUB).
007140     ADD 1 TO WS-MATRIX-COUNT.

007150 2400-EXIT.
007160     EXIT.

007170*-----------------------------------------------------------------
007180* 2500-ADD-VINTAGE - THE ACCOUNT INTO ITS CR-DATE QUARTER AT
007190* EVERY MONTHS-ON-BOOK POINT IT HAS REACHED
007200*-----------------------------------------------------------------
007210 2500-ADD-VINTAGE.

007220     MOVE 'J2G' TO DP-FUNCTION.
007230     MOVE AF-CR-DATE TO DP-JULIAN.
007240     CALL 'DCI8BDAT' USING DATEPARM.
007250     IF NOT DP-RC-GOOD THEN
007260         GO TO 2500-EXIT
007270     END-IF.
007280     MOVE DP-GREGORIAN TO WS-GREG-DATE.

007290     COMPUTE WS-OPEN-MONTHS = WS-GREG-YYYY * 12 + WS-GREG-MM.
007300     COMPUTE WS-ACCT-MOB = WS-PERIOD-MONTHS - WS-OPEN-MONTHS.
007310     COMPUTE WS-QUARTER = (WS-GREG-MM - 1) / 3 + 1.
007320     COMPUTE WS-QTR-BACK = WS-PERIOD-QTRS
007330         - (WS-GREG-YYYY * 4 + WS-QUARTER).

007340     IF WS-QTR-BACK > 39 THEN
007350         MOVE 41 TO WS-VN-SUB
007360     ELSE
007370         COMPUTE WS-VN-SUB = WS-QTR-BACK + 1
007380         MOVE WS-GREG-YYYY TO WS-VL-YYYY
007390         MOVE WS-QUARTER TO WS-VL-QTR
007400         MOVE WS-VINTAGE-LABEL TO WS-VN-LABEL(WS-VN-SUB)
007410     END-IF.

007420     MOVE 99999 TO WS-BAD-MOB.
007430     IF WS-FIRST-BAD NOT = 0 THEN
007440         MOVE 'J2G' TO DP-FUNCTION
007450         MOVE WS-FIRST-BAD TO DP-JULIAN
007460         CALL 'DCI8BDAT' USING DATEPARM
007470         IF DP-RC-GOOD THEN
007480             MOVE DP-GREGORIAN TO WS-GREG-DATE
007490             COMPUTE WS-BAD-MOB = WS-GREG-YYYY * 12 + WS-GREG-MM
007500                 - WS-OPEN-MONTHS
007510         END-IF
007520     END-IF.

007530     ADD 1 TO WS-VN-ACCTS(WS-VN-SUB).
007540     ADD 1 TO WS-VINTAGE-COUNT.

007550     PERFORM 2510-MOB-POINT THRU 2510-EXIT
007560         VARYING WS-MOB-SUB FROM 1 BY 1
007570         UNTIL WS-MOB-SUB > 7.

007580 2500-EXIT.
007590     EXIT.

007600 2510-MOB-POINT.

007610     IF WS-ACCT-MOB < WS-MOB-POINT(WS-MOB-SUB) THEN
007620         GO TO 2510-EXIT
007630     END-IF.

007640     ADD 1 TO WS-VN-ELIGIBLE(WS-VN-SUB, WS-MOB-SUB).
007650     IF WS-BAD-MOB NOT > WS-MOB-POINT(WS-MOB-SUB) THEN
007660         ADD 1 TO WS-VN-BAD(WS-VN-SUB, WS-MOB-SUB)
007670     END-IF.

007680 2510-EXIT.
007690     EXIT.

007700*-----------------------------------------------------------------
007710* 3000-PROCESS-CLOSED - AN ACCOUNT CLOSED DURING THE PERIOD ROLLS
007720* FROM WHEREVER IT STOOD LAST MONTH END TO CLOSED. ONE CLOSED
007730* SINCE THE PERIOD ENDED (A LATE RERUN) IS AGED AS IF STILL OPEN
007740*-----------------------------------------------------------------
007750 3000-PROCESS-CLOSED.

007760     IF CA-CLS-DATE NOT > WS-END-PREV THEN
007770         GO TO 3000-READ-NEXT
007780     END-IF.

007790     MOVE CA-ACCTNO TO WS-ACCTNO.
007800     PERFORM 2100-AGE-ACCOUNT THRU 2100-EXIT.
007810     PERFORM 2300-SET-STATES THRU 2300-EXIT.

007820     IF CA-CLS-DATE NOT > WS-END-CURR THEN
007830         MOVE 6 TO WS-TO-STATE
007840     END-IF.

007850     PERFORM 2400-ADD-TRANSITION THRU 2400-EXIT.

007860 3000-READ-NEXT.
007870     PERFORM 1300-READ-CLOSED THRU 1300-EXIT.

007880 3000-EXIT.
007890     EXIT.

007900*-----------------------------------------------------------------
007910* 4000-PRINT-MATRIX - COUNTS, ROLL RATES AND BALANCES, ONE ROW
007920* PER STARTING STATE. NOTHING STARTS CLOSED, SO FIVE ROWS
007930*-----------------------------------------------------------------
007940 4000-PRINT-MATRIX.

007950     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.

007960     MOVE SPACES TO REPORT-LINE.
007970     WRITE REPORT-LINE.
007980     MOVE 'TRANSITIONS - ACCOUNTS' TO RT-TITLE.
007990     WRITE REPORT-LINE FROM WS-REPORT-TITLE.
008000     WRITE REPORT-LINE FROM WS-MATRIX-HEADING.
008010     PERFORM 4100-PRINT-COUNT-ROW THRU 4100-EXIT
008020         VARYING WS-FROM-SUB FROM 1 BY 1
008030         UNTIL WS-FROM-SUB > 5.

008040     MOVE SPACES TO REPORT-LINE.
008050     WRITE REPORT-LINE.
008060     MOVE 'ROLL RATES - PERCENT OF LAST MONTH''S STATE'
008070         TO RT-TITLE.
008080     WRITE REPORT-LINE FROM WS-REPORT-TITLE.
008090     WRITE REPORT-LINE FROM WS-MATRIX-HEADING.
008100     PERFORM 4200-PRINT-PCT-ROW THRU 4200-EXIT
008110         VARYING WS-FROM-SUB FROM 1 BY 1
008120         UNTIL WS-FROM-SUB > 5.

008130     MOVE SPACES TO REPORT-LINE.
008140     WRITE REPORT-LINE.
008150     MOVE 'TRANSITIONS - LAST MONTH''S BALANCE, WHOLE POUNDS'
008160         TO RT-TITLE.
008170     WRITE REPORT-LINE FROM WS-REPORT-TITLE.
008180     WRITE REPORT-LINE FROM WS-MATRIX-HEADING.
008190     PERFORM 4300-PRINT-BALANCE-ROW THRU 4300-EXIT
008200         VARYING WS-FROM-SUB FROM 1 BY 1
008210         UNTIL WS-FROM-SUB > 5.

008220 4000-EXIT.
008230     EXIT.

008240 4100-PRINT-COUNT-ROW.

008250     MOVE SPACES TO WS-COUNT-LINE.
008260     MOVE WS-STATE-NAME(WS-FROM-SUB) TO CL-STATE.
008270     PERFORM 4110-COUNT-CELL THRU 4110-EXIT
008280         VARYING WS-TO-SUB FROM 1 BY 1
008290         UNTIL WS-TO-SUB > 6.
008300     MOVE WS-MX-ROW-COUNT(WS-FROM-SUB) TO CL-VALUE(7).
008310     WRITE REPORT-LINE FROM WS-COUNT-LINE.

008320 4100-EXIT.
008330     EXIT.

008340 4110-COUNT-CELL.

008350     MOVE WS-MX-COUNT(WS-FROM-SUB, WS-TO-SUB)
008360         TO CL-VALUE(WS-TO-SUB).

008370 4110-EXIT.
008380     EXIT.

008390 4200-PRINT-PCT-ROW.

008400     MOVE SPACES TO WS-PCT-LINE.
008410     MOVE WS-STATE-NAME(WS-FROM-SUB) TO PL-STATE.
008420     PERFORM 4210-PCT-CELL THRU 4210-EXIT
008430         VARYING WS-TO-SUB FROM 1 BY 1
008440         UNTIL WS-TO-SUB > 6.
008450     WRITE REPORT-LINE FROM WS-PCT-LINE.

008460 4200-EXIT.
008470     EXIT.

008480 4210-PCT-CELL.

008490     IF WS-MX-ROW-COUNT(WS-FROM-SUB) = 0 THEN
008500         MOVE 0 TO WS-RATE
008510     ELSE
008520         COMPUTE WS-RATE ROUNDED =
008530             WS-MX-COUNT(WS-FROM-SUB, WS-TO-SUB) * 100
008540             / WS-MX-ROW-COUNT(WS-FROM-SUB)
008550     END-IF.
008560     MOVE WS-RATE TO PL-VALUE(WS-TO-SUB).

008570 4210-EXIT.
008580     EXIT.

008590 4300-PRINT-BALANCE-ROW.

008600     MOVE SPACES TO WS-BALANCE-LINE.
008610     MOVE WS-STATE-NAME(WS-FROM-SUB) TO BL-STATE.
008620     PERFORM 4310-BALANCE-CELL THRU 4310-EXIT
008630         VARYING WS-TO-SUB FROM 1 BY 1
008640         UNTIL WS-TO-SUB > 6.
008650     MOVE WS-MX-ROW-BALANCE(WS-FROM-SUB) TO BL-VALUE(7).
008660     WRITE REPORT-LINE FROM WS-BALANCE-LINE.

008670 4300-EXIT.
008680     EXIT.

008690 4310-BALANCE-CELL.

008700     MOVE WS-MX-BALANCE(WS-FROM-SUB, WS-TO-SUB)
008710         TO BL-VALUE(WS-TO-SUB).

008720 4310-EXIT.
008730     EXIT.

008740*-----------------------------------------------------------------
008750* 4500-PRINT-VINTAGES - OLDEST QUARTER FIRST, CUMULATIVE BAD RATE
008760* AT EACH MONTHS-ON-BOOK POINT. BLANK WHERE NO ACCOUNT IN THE
008770* QUARTER IS YET THAT OLD
008780*-----------------------------------------------------------------
008790 4500-PRINT-VINTAGES.

008800     MOVE SPACES TO REPORT-LINE.
008810     WRITE REPORT-LINE.
008820     MOVE 'VINTAGES - CUMULATIVE PERCENT BAD BY MONTHS ON BOOK'
008830         TO RT-TITLE.
008840     WRITE REPORT-LINE FROM WS-REPORT-TITLE.
008850     WRITE REPORT-LINE FROM WS-VINTAGE-HEADING.

008860     PERFORM 4510-PRINT-VINTAGE-ROW THRU 4510-EXIT
008870         VARYING WS-VN-SUB FROM 41 BY -1
008880         UNTIL WS-VN-SUB < 1.

008890 4500-EXIT.
008900     EXIT.

008910 4510-PRINT-VINTAGE-ROW.

008920     IF WS-VN-ACCTS(WS-VN-SUB) = 0 THEN
008930         GO TO 4510-EXIT
008940     END-IF.

008950     MOVE SPACES TO WS-VINTAGE-LINE.
008960     MOVE WS-VN-LABEL(WS-VN-SUB) TO VL-LABEL.
008970     MOVE WS-VN-ACCTS(WS-VN-SUB) TO VL-ACCTS.
008980     PERFORM 4520-VINTAGE-CELL THRU 4520-EXIT
008990         VARYING WS-MOB-SUB FROM 1 BY 1
009000         UNTIL WS-MOB-SUB > 7.
009010     WRITE REPORT-LINE FROM WS-VINTAGE-LINE.

009020 4510-EXIT.
009030     EXIT.

009040 4520-VINTAGE-CELL.

009050     IF WS-VN-ELIGIBLE(WS-VN-SUB, WS-MOB-SUB) = 0 THEN
009060         GO TO 4520-EXIT
009070     END-IF.

009080     COMPUTE WS-RATE ROUNDED =
009090         WS-VN-BAD(WS-VN-SUB, WS-MOB-SUB) * 100
009100         / WS-VN-ELIGIBLE(WS-VN-SUB, WS-MOB-SUB).
009110     MOVE WS-RATE TO VL-RATE(WS-MOB-SUB).

009120 4520-EXIT.
009130     EXIT.

009140*-----------------------------------------------------------------
009150* 5000-WRITE-CSV - AN M ROW PER MATRIX CELL, A V ROW PER VINTAGE
009160* AND MONTHS-ON-BOOK POINT REACHED
009170*-----------------------------------------------------------------
009180 5000-WRITE-CSV.

009190     PERFORM 5100-CSV-MATRIX-CELL THRU 5100-EXIT
009200         VARYING WS-FROM-SUB FROM 1 BY 1
009210         UNTIL WS-FROM-SUB > 5
009220         AFTER WS-TO-SUB FROM 1 BY 1
009230         UNTIL WS-TO-SUB > 6.

009240     PERFORM 5200-CSV-VINTAGE-CELL THRU 5200-EXIT
009250         VARYING WS-VN-SUB FROM 41 BY -1
009260         UNTIL WS-VN-SUB < 1
009270         AFTER WS-MOB-SUB FROM 1 BY 1
009280         UNTIL WS-MOB-SUB > 7.

009290 5000-EXIT.
009300     EXIT.

009310 5100-CSV-MATRIX-CELL.

009320     MOVE WS-MX-COUNT(WS-FROM-SUB, WS-TO-SUB)
009330         TO WS-CSV-COUNT-EDIT.
009340     MOVE WS-MX-BALANCE(WS-FROM-SUB, WS-TO-SUB)
009350         TO WS-CSV-BAL-EDIT.

009360     MOVE SPACES TO CSV-LINE.
009370     STRING
009380         'M'            DELIMITED BY SIZE
009390         ','            DELIMITED BY SIZE
009400         WS-STATE-NAME(WS-FROM-SUB)
009410                        DELIMITED BY SPACE
009420         ','            DELIMITED BY SIZE
009430         WS-STATE-NAME(WS-TO-SUB)
009440                        DELIMITED BY SPACE
009450         ','            DELIMITED BY SIZE
009460         WS-CSV-COUNT-EDIT DELIMITED BY SIZE
009470         ','            DELIMITED BY SIZE
009480         WS-CSV-BAL-EDIT DELIMITED BY SIZE
009490         INTO CSV-LINE
009500     END-STRING.
009510     WRITE CSV-LINE.
009520     ADD 1 TO WS-CSV-COUNT.

009530 5100-EXIT.
009540     EXIT.

009550 5200-CSV-VINTAGE-CELL.

009560     IF WS-VN-ELIGIBLE(WS-VN-SUB, WS-MOB-SUB) = 0 THEN
009570         GO TO 5200-EXIT
009580     END-IF.

009590     COMPUTE WS-RATE ROUNDED =
009600         WS-VN-BAD(WS-VN-SUB, WS-MOB-SUB) * 100
009610         / WS-VN-ELIGIBLE(WS-VN-SUB, WS-MOB-SUB).
009620     MOVE WS-RATE TO WS-CSV-RATE-EDIT.
009630     MOVE WS-MOB-POINT(WS-MOB-SUB) TO WS-CSV-MOB-EDIT.
009640     MOVE WS-VN-ELIGIBLE(WS-VN-SUB, WS-MOB-SUB)
009650         TO WS-CSV-COUNT-EDIT.
009660     MOVE WS-VN-BAD(WS-VN-SUB, WS-MOB-SUB) TO WS-CSV-BAD-EDIT.

009670     MOVE SPACES TO CSV-LINE.
009680     STRING
009690         'V'            DELIMITED BY SIZE
009700         ','            DELIMITED BY SIZE
009710         WS-VN-LABEL(WS-VN-SUB) DELIMITED BY SPACE
009720         ','            DELIMITED BY SIZE
009730         WS-CSV-MOB-EDIT DELIMITED BY SIZE
009740         ','            DELIMITED BY SIZE
009750         WS-CSV-COUNT-EDIT DELIMITED BY SIZE
009760         ','            DELIMITED BY SIZE
009770         WS-CSV-BAD-EDIT DELIMITED BY SIZE
009780         ','            DELIMITED BY SIZE
009790         WS-CSV-RATE-EDIT DELIMITED BY SIZE
009800         INTO CSV-LINE
009810     END-STRING.
009820     WRITE CSV-LINE.
009830     ADD 1 TO WS-CSV-COUNT.

009840 5200-EXIT.
009850     EXIT.

009860 9000-TERMINATE.

009870     DISPLAY 'DCI8BROL - ROLL RATE AND VINTAGE - RUN SUMMARY'.
009880     DISPLAY 'PERIOD            : ' WS-PERIOD.
009890     DISPLAY 'ACCOUNTS READ     : ' WS-READ-COUNT.
009900     DISPLAY 'CLOSED ROWS READ  : ' WS-CLOSED-READ.
009910     DISPLAY 'IN THE MATRIX     : ' WS-MATRIX-COUNT.
009920     DISPLAY 'OPENED IN PERIOD  : ' WS-NEW-COUNT.
009930     DISPLAY 'IN THE VINTAGES   : ' WS-VINTAGE-COUNT.
009940     DISPLAY 'CSV ROWS WRITTEN  : ' WS-CSV-COUNT.

009950     IF NOT WS-PARM-OK THEN
009960         GO TO 9000-EXIT
009970     END-IF.

009980     CLOSE ACCTFILE.
009990     CLOSE CLOSEACCT-FILE.
010000     CLOSE CYCLE-FILE.
010010     CLOSE BALHIST-FILE.
010020     CLOSE RECOVLDG-FILE.
010030     CLOSE REPORT-FILE.
010040     CLOSE CSV-FILE.

010050 9000-EXIT.
010060     EXIT.

010070*-----------------------------------------------------------------
010080* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
010090* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
010100* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
010110*-----------------------------------------------------------------
010120 8100-WRITE-JRNL-START.

010130*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
010140*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
010150     MOVE 'DCI8BROL' TO JG-JOBNAME.
010160     CALL 'DCI8BJGT' USING JOBGATE.
010170     IF JG-RC-BLOCKED THEN
010180         MOVE JG-BLOCKED-RC TO RETURN-CODE
010190         STOP RUN
010200     END-IF.

010210     MOVE 'DCI8BROL' TO JR-JOBNAME.
010220     MOVE 'S' TO JR-ROW-TYPE.
010230     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
010240         JR-REJECTED-COUNT.
010250     MOVE SPACE TO JR-STATUS.
010260     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

010270 8100-EXIT.
010280     EXIT.

010290 8200-WRITE-JRNL-END.

010300     MOVE 'DCI8BROL' TO JR-JOBNAME.
010310     MOVE 'E' TO JR-ROW-TYPE.
010320     MOVE WS-READ-COUNT TO JR-READ-COUNT.
010330     MOVE WS-CSV-COUNT TO JR-WRITTEN-COUNT.
010340     MOVE 0 TO JR-REJECTED-COUNT.
010350*    NO PERIOD TO ANALYSE JOURNALS FAILED SO THE MORNING CHECK
010360*    CATCHES IT
010370     IF WS-PARM-OK THEN
010380         MOVE 'G' TO JR-STATUS
010390     ELSE
010400         MOVE 'F' TO JR-STATUS
010410     END-IF.
010420     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

010430 8200-EXIT.
010440     EXIT.

010450 8300-STAMP-AND-WRITE.

010460     ACCEPT JR-DATE FROM DAY YYYYDDD.
010470     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
010480     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

010490     OPEN EXTEND JOURNAL-FILE.
010500     WRITE JR-REC.
010510     CLOSE JOURNAL-FILE.

010520 8300-EXIT.
010530     EXIT.

010540 END PROGRAM DCI8BROL.
