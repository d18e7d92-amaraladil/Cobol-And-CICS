000010*****************************************************************
000020* DCI8BCMR - MONTHLY COMPLAINTS RETURN
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BCMR.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 19-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-19 AA   INITIAL VERSION - COMPLAINTS RECEIVED, CLOSED,
000160*                 UPHELD AND OVERDUE BY CATEGORY AND BRANCH
000162* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000164*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000166*                 STOPS WITH RETURN CODE 12 WHEN A
000168*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000170*-----------------------------------------------------------------
000180*****************************************************************
000190* THIS MONTHLY JOB COUNTS THE COMPLAINTS REGISTER FOR ONE
000200* CALENDAR MONTH. THE MONTH (YYYYMM) COMES FROM A CONTROL CARD
000210* IN CMRPARM; WITH NO CARD, OR A BLANK ONE, IT IS THE MONTH
000220* BEFORE TODAY, SO THE JOB CAN BE SCHEDULED ON THE FIRST OF THE
000230* MONTH WITHOUT A CARD CHANGE. FOR EACH CATEGORY AND BRANCH THE
000240* RETURN SHOWS
000250*   RECEIVED - RECEIVED DATE WITHIN THE MONTH
000260*   CLOSED   - FINAL RESPONSE DECIDED WITHIN THE MONTH
000270*   UPHELD   - THOSE CLOSED THAT WERE UPHELD
000280*   OVERDUE  - STILL OPEN AT THE MONTH END (OPEN NOW, OR CLOSED
000290*              AFTER IT) WITH THE DEADLINE ALREADY PASSED
000300* WITH A SUBTOTAL PER CATEGORY AND A GRAND TOTAL. A COMPLAINT
000310* AGAINST A CLOSED ACCOUNT CARRIES NO BRANCH AND IS SHOWN UNDER
000320* BRANCH NONE
000330*****************************************************************

000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.

000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.

000400     SELECT PARM-FILE ASSIGN TO CMRPARM
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS WS-PARM-STATUS.

000430     SELECT COMPLAINT-FILE ASSIGN TO COMPLAINT
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS CP-KEY
000470         FILE STATUS IS WS-COMPLAINT-STATUS.

000480     SELECT REPORT-FILE ASSIGN TO CMRRPT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-REPORT-STATUS.

000510     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-JOURNAL-STATUS.

000540 DATA DIVISION.
000550 FILE SECTION.

000560 FD  PARM-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 01  PARM-REC.
000600     05  CR-PERIOD               PIC X(06).
000610     05  CR-PERIOD-N REDEFINES CR-PERIOD
000620                                 PIC 9(06).
000630     05  FILLER                  PIC X(24).

000640 FD  COMPLAINT-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 01  COMPLAINT-REC.
000670     05  CP-KEY.
000680         10  CP-ACCTNO           PIC X(09).
000690         10  CP-SEQNO            PIC 9(04) COMP.
000700     05  CP-ACCT-SOURCE          PIC X(01).
000710     05  CP-BRANCH               PIC X(04).
000720     05  CP-CATEGORY             PIC X(02).
000730     05  CP-SUMMARY              PIC X(40).
000740     05  CP-RECEIVED-DATE        PIC S9(7) COMP-3.
000750     05  CP-DEADLINE-DATE        PIC S9(7) COMP-3.
000760     05  CP-HANDLER              PIC X(08).
000770     05  CP-STATUS               PIC X(01).
000780         88  CP-OPEN                     VALUE 'O'.
000790         88  CP-UPHELD                   VALUE 'U'.
000800     05  CP-ROOT-CAUSE           PIC X(02).
000810     05  CP-CLOSED-DATE          PIC S9(7) COMP-3.
000820     05  FILLER                  PIC X(61).

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

001065     COPY 'JOBGATE'.

001070 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001080 77  WS-COMPLAINT-STATUS     PIC X(02) VALUE SPACES.
001090 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001100 01  WS-SWITCHES.
001110     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001120         88  WS-EOF-YES              VALUE 'Y'.
001130     05  WS-PARM-OK-SW       PIC X(01) VALUE 'Y'.
001140         88  WS-PARM-OK              VALUE 'Y'.
001150     05  WS-CARD-SW          PIC X(01) VALUE 'Y'.
001160         88  WS-CARD-READ            VALUE 'Y'.

001170 01  WS-COUNTERS.
001180     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001190     05  WS-COUNTED-COUNT    PIC 9(07) COMP-3 VALUE 0.
001200     05  WS-DROPPED-COUNT    PIC 9(07) COMP-3 VALUE 0.

001210*-----------------------------------------------------------------
001220* THE RETURN PERIOD - YYYYMM, AND ITS FIRST AND LAST DAYS AS
001230* YYYYDDD FOR COMPARING WITH THE REGISTER'S DATES
001240*-----------------------------------------------------------------
001250 01  WS-PERIOD               PIC 9(06) VALUE 0.
001260 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
001270     05  WS-PER-YYYY         PIC 9(04).
001280     05  WS-PER-MM           PIC 9(02).
001290 77  WS-PERIOD-START         PIC S9(7) COMP-3 VALUE 0.
001300 77  WS-PERIOD-END           PIC S9(7) COMP-3 VALUE 0.
001310 01  WS-GREG-DATE            PIC 9(08) VALUE 0.
001320 01  WS-GREG-PARTS REDEFINES WS-GREG-DATE.
001330     05  WS-GREG-YYYY        PIC 9(04).
001340     05  WS-GREG-MM          PIC 9(02).
001350     05  WS-GREG-DD          PIC 9(02).

001360*-----------------------------------------------------------------
001370* ONE ROW PER CATEGORY AND BRANCH, KEPT IN KEY ORDER AS ROWS
001380* ARE ADDED SO THE RETURN PRINTS CATEGORY BY CATEGORY
001390*-----------------------------------------------------------------
001400 01  WS-CT-TABLE.
001410     05  WS-CT-ENTRY OCCURS 200 TIMES
001420             INDEXED BY CT-IDX.
001430         10  WS-CT-KEY.
001440             15  WS-CT-CATEGORY  PIC X(02).
001450             15  WS-CT-BRANCH    PIC X(04).
001460         10  WS-CT-RECEIVED  PIC 9(05) COMP-3.
001470         10  WS-CT-CLOSED    PIC 9(05) COMP-3.
001480         10  WS-CT-UPHELD    PIC 9(05) COMP-3.
001490         10  WS-CT-OVERDUE   PIC 9(05) COMP-3.
001500 77  WS-CT-COUNT             PIC S9(04) COMP VALUE 0.
001510 77  WS-CT-SUB               PIC S9(04) COMP VALUE 0.
001520 77  WS-CT-FOUND-SUB         PIC S9(04) COMP VALUE 0.
001530 77  WS-CT-SLOT              PIC S9(04) COMP VALUE 0.

001540*-----------------------------------------------------------------
001550* THIS COMPLAINT'S CONTRIBUTION, AND THE SUBTOTAL AND GRAND
001560* TOTAL ACCUMULATORS
001570*-----------------------------------------------------------------
001580 01  WS-THIS-KEY.
001590     05  WS-THIS-CATEGORY    PIC X(02).
001600     05  WS-THIS-BRANCH      PIC X(04).
001610 01  WS-THIS-COUNTS.
001620     05  WS-THIS-RECEIVED    PIC 9(01) VALUE 0.
001630     05  WS-THIS-CLOSED      PIC 9(01) VALUE 0.
001640     05  WS-THIS-UPHELD      PIC 9(01) VALUE 0.
001650     05  WS-THIS-OVERDUE     PIC 9(01) VALUE 0.
001660 01  WS-SUB-TOTALS.
001670     05  WS-SUB-CATEGORY     PIC X(02) VALUE SPACES.
001680     05  WS-SUB-RECEIVED     PIC 9(07) COMP-3 VALUE 0.
001690     05  WS-SUB-CLOSED       PIC 9(07) COMP-3 VALUE 0.
001700     05  WS-SUB-UPHELD       PIC 9(07) COMP-3 VALUE 0.
001710     05  WS-SUB-OVERDUE      PIC 9(07) COMP-3 VALUE 0.
001720 01  WS-GRAND-TOTALS.
001730     05  WS-TOT-RECEIVED     PIC 9(07) COMP-3 VALUE 0.
001740     05  WS-TOT-CLOSED       PIC 9(07) COMP-3 VALUE 0.
001750     05  WS-TOT-UPHELD       PIC 9(07) COMP-3 VALUE 0.
001760     05  WS-TOT-OVERDUE      PIC 9(07) COMP-3 VALUE 0.

001770* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
001780     COPY 'DATEPARM'.

001790 01  WS-REPORT-HEADING1.
001800     05  FILLER              PIC X(38) VALUE
001810         'DCI8BCMR - MONTHLY COMPLAINTS RETURN '.
001820     05  FILLER              PIC X(08) VALUE 'PERIOD '.
001830     05  RH-PERIOD           PIC 9(06).
001840     05  FILLER              PIC X(28) VALUE SPACES.

001850 01  WS-REPORT-HEADING2.
001860     05  FILLER PIC X(10) VALUE 'CATEGORY'.
001870     05  FILLER PIC X(08) VALUE 'BRANCH'.
001880     05  FILLER PIC X(12) VALUE '   RECEIVED'.
001890     05  FILLER PIC X(12) VALUE '     CLOSED'.
001900     05  FILLER PIC X(12) VALUE '     UPHELD'.
001910     05  FILLER PIC X(12) VALUE '    OVERDUE'.
001920     05  FILLER PIC X(14) VALUE SPACES.

001930 01  WS-DETAIL-LINE.
001940     05  FILLER              PIC X(02) VALUE SPACES.
001950     05  DL-CATEGORY         PIC X(02).
001960     05  FILLER              PIC X(06) VALUE SPACES.
001970     05  DL-BRANCH           PIC X(04).
001980     05  FILLER              PIC X(04) VALUE SPACES.
001990     05  DL-RECEIVED         PIC Z,ZZZ,ZZ9.
002000     05  FILLER              PIC X(03) VALUE SPACES.
002010     05  DL-CLOSED           PIC Z,ZZZ,ZZ9.
002020     05  FILLER              PIC X(03) VALUE SPACES.
002030     05  DL-UPHELD           PIC Z,ZZZ,ZZ9.
002040     05  FILLER              PIC X(03) VALUE SPACES.
002050     05  DL-OVERDUE          PIC Z,ZZZ,ZZ9.
002060     05  FILLER              PIC X(14) VALUE SPACES.

002070 PROCEDURE DIVISION.

002080 0000-MAINLINE.

002090     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

002110     IF WS-PARM-OK THEN
002120         PERFORM 2000-PROCESS-COMPLAINT THRU 2000-EXIT
002130             UNTIL WS-EOF-YES
002140         PERFORM 3000-PRINT-RETURN THRU 3000-EXIT
002150     END-IF.

002160     PERFORM 9000-TERMINATE THRU 9000-EXIT.

002170     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

002180     GOBACK.

002190 1000-INITIALIZE.

002200     OPEN INPUT PARM-FILE.
002210     READ PARM-FILE
002220         AT END
002230             MOVE 'N' TO WS-CARD-SW
002240     END-READ.
002250     CLOSE PARM-FILE.

002260     IF WS-CARD-READ AND CR-PERIOD NOT = SPACES THEN
002270         PERFORM 1200-EDIT-CARD THRU 1200-EXIT
002280     ELSE
002290         PERFORM 1100-PRIOR-MONTH THRU 1100-EXIT
002300     END-IF.

002310     IF WS-PARM-OK THEN
002320         PERFORM 1300-PERIOD-DATES THRU 1300-EXIT
002330     END-IF.

002340     OPEN INPUT COMPLAINT-FILE.
002350     OPEN OUTPUT REPORT-FILE.

002360     IF WS-PARM-OK THEN
002370         PERFORM 1400-READ-COMPLAINT THRU 1400-EXIT
002380     ELSE
002390         MOVE 'Y' TO WS-EOF-SW
002400     END-IF.

002410 1000-EXIT.
002420     EXIT.

002430*-----------------------------------------------------------------
002440* 1100-PRIOR-MONTH - NO CARD, SO THE RETURN IS FOR LAST MONTH
002450*-----------------------------------------------------------------
002460 1100-PRIOR-MONTH.

002470     MOVE 'TOD' TO DP-FUNCTION.
002480     CALL 'DCI8BDAT' USING DATEPARM.
002490     MOVE DP-GREGORIAN TO WS-GREG-DATE.

002500     MOVE WS-GREG-YYYY TO WS-PER-YYYY.
002510     MOVE WS-GREG-MM TO WS-PER-MM.
002520     IF WS-PER-MM = 1 THEN
002530         MOVE 12 TO WS-PER-MM
002540         SUBTRACT 1 FROM WS-PER-YYYY
002550     ELSE
002560         SUBTRACT 1 FROM WS-PER-MM
002570     END-IF.

002580 1100-EXIT.
002590     EXIT.

002600 1200-EDIT-CARD.

002610     IF CR-PERIOD IS NOT NUMERIC THEN
002620         DISPLAY 'DCI8BCMR - CMRPARM PERIOD NOT NUMERIC'
002630         MOVE 'N' TO WS-PARM-OK-SW
002640         GO TO 1200-EXIT
002650     END-IF.

002660     MOVE CR-PERIOD-N TO WS-PERIOD.
002670     IF WS-PER-MM < 1 OR WS-PER-MM > 12 THEN
002680         DISPLAY 'DCI8BCMR - CMRPARM MONTH NOT 01-12'
002690         MOVE 'N' TO WS-PARM-OK-SW
002700     END-IF.

002710 1200-EXIT.
002720     EXIT.

002730*-----------------------------------------------------------------
002740* 1300-PERIOD-DATES - THE FIRST OF THE MONTH, AND THE DAY BEFORE
002750* THE FIRST OF THE NEXT, BOTH AS YYYYDDD
002760*-----------------------------------------------------------------
002770 1300-PERIOD-DATES.

002780     MOVE WS-PER-YYYY TO WS-GREG-YYYY.
002790     MOVE WS-PER-MM TO WS-GREG-MM.
002800     MOVE 1 TO WS-GREG-DD.
002810     MOVE 'G2J' TO DP-FUNCTION.
002820     MOVE WS-GREG-DATE TO DP-GREGORIAN.
002830     CALL 'DCI8BDAT' USING DATEPARM.
002840     IF NOT DP-RC-GOOD THEN
002850         DISPLAY 'DCI8BCMR - PERIOD ' WS-PERIOD ' NOT VALID'
002860         MOVE 'N' TO WS-PARM-OK-SW
002870         GO TO 1300-EXIT
002880     END-IF.
002890     MOVE DP-JULIAN TO WS-PERIOD-START.

002900     IF WS-GREG-MM = 12 THEN
002910         MOVE 1 TO WS-GREG-MM
002920         ADD 1 TO WS-GREG-YYYY
002930     ELSE
002940         ADD 1 TO WS-GREG-MM
002950     END-IF.
002960     MOVE 'G2J' TO DP-FUNCTION.
002970     MOVE WS-GREG-DATE TO DP-GREGORIAN.
002980     CALL 'DCI8BDAT' USING DATEPARM.
002990     MOVE 'SUB' TO DP-FUNCTION.
003000     MOVE 1 TO DP-DAYS.
003010     CALL 'DCI8BDAT' USING DATEPARM.
003020     MOVE DP-JULIAN TO WS-PERIOD-END.

003030 1300-EXIT.
003040     EXIT.

003050 1400-READ-COMPLAINT.

003060     READ COMPLAINT-FILE NEXT RECORD
003070         AT END
003080             GO TO 1400-EOF
003090     END-READ.

003100     ADD 1 TO WS-READ-COUNT.
003110     GO TO 1400-EXIT.

003120 1400-EOF.
003130     MOVE 'Y' TO WS-EOF-SW.

003140 1400-EXIT.
003150     EXIT.

003160*-----------------------------------------------------------------
003170* 2000-PROCESS-COMPLAINT WORKS OUT WHICH OF THE FOUR COUNTS THIS
003180* COMPLAINT FALLS INTO FOR THE PERIOD AND ADDS IT TO ITS ROW
003190*-----------------------------------------------------------------
003200 2000-PROCESS-COMPLAINT.

003210     MOVE 0 TO WS-THIS-RECEIVED WS-THIS-CLOSED
003220         WS-THIS-UPHELD WS-THIS-OVERDUE.

003230     IF CP-RECEIVED-DATE NOT < WS-PERIOD-START AND
003240        CP-RECEIVED-DATE NOT > WS-PERIOD-END THEN
003250         MOVE 1 TO WS-THIS-RECEIVED
003260     END-IF.

003270     IF NOT CP-OPEN AND
003280        CP-CLOSED-DATE NOT < WS-PERIOD-START AND
003290        CP-CLOSED-DATE NOT > WS-PERIOD-END THEN
003300         MOVE 1 TO WS-THIS-CLOSED
003310         IF CP-UPHELD THEN
003320             MOVE 1 TO WS-THIS-UPHELD
003330         END-IF
003340     END-IF.

003350     IF CP-RECEIVED-DATE NOT > WS-PERIOD-END AND
003360        CP-DEADLINE-DATE > 0 AND
003370        CP-DEADLINE-DATE < WS-PERIOD-END THEN
003380         IF CP-OPEN OR CP-CLOSED-DATE > WS-PERIOD-END THEN
003390             MOVE 1 TO WS-THIS-OVERDUE
003400         END-IF
003410     END-IF.

003420     IF WS-THIS-COUNTS = '0000' THEN
003430         GO TO 2000-READ
003440     END-IF.

003450     MOVE CP-CATEGORY TO WS-THIS-CATEGORY.
003460     MOVE CP-BRANCH TO WS-THIS-BRANCH.
003470     IF WS-THIS-BRANCH = SPACES OR
003480        WS-THIS-BRANCH = LOW-VALUES THEN
003490         MOVE 'NONE' TO WS-THIS-BRANCH
003500     END-IF.
003510     PERFORM 2100-TALLY-ROW THRU 2100-EXIT.

003520 2000-READ.
003530     PERFORM 1400-READ-COMPLAINT THRU 1400-EXIT.

003540 2000-EXIT.
003550     EXIT.

003560*-----------------------------------------------------------------
003570* 2100-TALLY-ROW ADDS TO THE ROW FOR THIS CATEGORY AND BRANCH,
003580* OPENING A NEW ROW IN KEY ORDER WHEN THERE IS NONE. A FULL
003590* TABLE DROPS THE COMPLAINT AND SAYS SO IN THE RUN SUMMARY
003600*-----------------------------------------------------------------
003610 2100-TALLY-ROW.

003620     MOVE 0 TO WS-CT-FOUND-SUB.
003630     PERFORM 2110-MATCH-ROW THRU 2110-EXIT
003640         VARYING WS-CT-SUB FROM 1 BY 1
003650         UNTIL WS-CT-SUB > WS-CT-COUNT.

003660     IF WS-CT-FOUND-SUB = 0 THEN
003670         IF WS-CT-COUNT NOT < 200 THEN
003680             ADD 1 TO WS-DROPPED-COUNT
003690             GO TO 2100-EXIT
003700         END-IF
003710         PERFORM 2120-OPEN-ROW THRU 2120-EXIT
003720     END-IF.

003730     ADD WS-THIS-RECEIVED TO WS-CT-RECEIVED(WS-CT-FOUND-SUB).
003740     ADD WS-THIS-CLOSED TO WS-CT-CLOSED(WS-CT-FOUND-SUB).
003750     ADD WS-THIS-UPHELD TO WS-CT-UPHELD(WS-CT-FOUND-SUB).
003760     ADD WS-THIS-OVERDUE TO WS-CT-OVERDUE(WS-CT-FOUND-SUB).
003770     ADD 1 TO WS-COUNTED-COUNT.

003780 2100-EXIT.
003790     EXIT.

003800 2110-MATCH-ROW.

003810     IF WS-CT-KEY(WS-CT-SUB) = WS-THIS-KEY THEN
003820         MOVE WS-CT-SUB TO WS-CT-FOUND-SUB
003830     END-IF.

003840 2110-EXIT.
003850     EXIT.

003860*-----------------------------------------------------------------
003870* 2120-OPEN-ROW FINDS THE FIRST ROW WITH A HIGHER KEY, MOVES IT
003880* AND EVERYTHING AFTER IT DOWN ONE, AND OPENS THE NEW ROW IN
003890* THE GAP
003900*-----------------------------------------------------------------
003910 2120-OPEN-ROW.

003920     ADD 1 TO WS-CT-COUNT.
003930     MOVE WS-CT-COUNT TO WS-CT-SLOT.
003940     PERFORM 2130-FIND-SLOT THRU 2130-EXIT
003950         VARYING WS-CT-SUB FROM WS-CT-COUNT BY -1
003960         UNTIL WS-CT-SUB < 2.

003970     PERFORM 2140-SHIFT-DOWN THRU 2140-EXIT
003980         VARYING WS-CT-SUB FROM WS-CT-COUNT BY -1
003990         UNTIL WS-CT-SUB NOT > WS-CT-SLOT.

004000     MOVE WS-THIS-KEY TO WS-CT-KEY(WS-CT-SLOT).
004010     MOVE 0 TO WS-CT-RECEIVED(WS-CT-SLOT)
004020         WS-CT-CLOSED(WS-CT-SLOT)
004030         WS-CT-UPHELD(WS-CT-SLOT)
004040         WS-CT-OVERDUE(WS-CT-SLOT).
004050     MOVE WS-CT-SLOT TO WS-CT-FOUND-SUB.

004060 2120-EXIT.
004070     EXIT.

004080 2130-FIND-SLOT.

004090     IF WS-CT-KEY(WS-CT-SUB - 1) > WS-THIS-KEY THEN
004100         COMPUTE WS-CT-SLOT = WS-CT-SUB - 1
004110     END-IF.

004120 2130-EXIT.
004130     EXIT.

004140 2140-SHIFT-DOWN.

004150     MOVE WS-CT-ENTRY(WS-CT-SUB - 1) TO WS-CT-ENTRY(WS-CT-SUB).

004160 2140-EXIT.
004170     EXIT.

004180*-----------------------------------------------------------------
004190* 3000-PRINT-RETURN - ONE LINE PER ROW, A SUBTOTAL WHEN THE
004200* CATEGORY CHANGES, AND THE GRAND TOTAL AT THE FOOT
004210*-----------------------------------------------------------------
004220 3000-PRINT-RETURN.

004230     MOVE WS-PERIOD TO RH-PERIOD.
004240     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
004250     MOVE SPACES TO REPORT-LINE.
004260     WRITE REPORT-LINE.
004270     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

004280     PERFORM 3100-PRINT-ROW THRU 3100-EXIT
004290         VARYING WS-CT-SUB FROM 1 BY 1
004300         UNTIL WS-CT-SUB > WS-CT-COUNT.

004310     IF WS-CT-COUNT > 0 THEN
004320         PERFORM 3200-PRINT-SUBTOTAL THRU 3200-EXIT
004330     END-IF.

004340     MOVE SPACES TO REPORT-LINE.
004350     WRITE REPORT-LINE.
004360     MOVE '**' TO DL-CATEGORY.
004370     MOVE 'ALL' TO DL-BRANCH.
004380     MOVE WS-TOT-RECEIVED TO DL-RECEIVED.
004390     MOVE WS-TOT-CLOSED TO DL-CLOSED.
004400     MOVE WS-TOT-UPHELD TO DL-UPHELD.
004410     MOVE WS-TOT-OVERDUE TO DL-OVERDUE.
004420     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

004430 3000-EXIT.
004440     EXIT.

004450 3100-PRINT-ROW.

004460     IF WS-CT-SUB > 1 AND
004470        WS-CT-CATEGORY(WS-CT-SUB) NOT = WS-SUB-CATEGORY THEN
004480         PERFORM 3200-PRINT-SUBTOTAL THRU 3200-EXIT
004490     END-IF.
004500     MOVE WS-CT-CATEGORY(WS-CT-SUB) TO WS-SUB-CATEGORY.

004510     MOVE WS-CT-CATEGORY(WS-CT-SUB) TO DL-CATEGORY.
004520     MOVE WS-CT-BRANCH(WS-CT-SUB) TO DL-BRANCH.
004530     MOVE WS-CT-RECEIVED(WS-CT-SUB) TO DL-RECEIVED.
004540     MOVE WS-CT-CLOSED(WS-CT-SUB) TO DL-CLOSED.
004550     MOVE WS-CT-UPHELD(WS-CT-SUB) TO DL-UPHELD.
004560     MOVE WS-CT-OVERDUE(WS-CT-SUB) TO DL-OVERDUE.
004570     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

004580     ADD WS-CT-RECEIVED(WS-CT-SUB) TO WS-SUB-RECEIVED
004590         WS-TOT-RECEIVED.
004600     ADD WS-CT-CLOSED(WS-CT-SUB) TO WS-SUB-CLOSED
004610         WS-TOT-CLOSED.
004620     ADD WS-CT-UPHELD(WS-CT-SUB) TO WS-SUB-UPHELD
004630         WS-TOT-UPHELD.
004640     ADD WS-CT-OVERDUE(WS-CT-SUB) TO WS-SUB-OVERDUE
004650         WS-TOT-OVERDUE.

004660 3100-EXIT.
004670     EXIT.

004680 3200-PRINT-SUBTOTAL.

004690     MOVE WS-SUB-CATEGORY TO DL-CATEGORY.
004700     MOVE 'ALL' TO DL-BRANCH.
004710     MOVE WS-SUB-RECEIVED TO DL-RECEIVED.
004720     MOVE WS-SUB-CLOSED TO DL-CLOSED.
004730     MOVE WS-SUB-UPHELD TO DL-UPHELD.
004740     MOVE WS-SUB-OVERDUE TO DL-OVERDUE.
004750     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
004760     MOVE SPACES TO REPORT-LINE.
004770     WRITE REPORT-LINE.

004780     MOVE 0 TO WS-SUB-RECEIVED WS-SUB-CLOSED
004790         WS-SUB-UPHELD WS-SUB-OVERDUE.

004800 3200-EXIT.
004810     EXIT.

004820 9000-TERMINATE.

004830     DISPLAY 'DCI8BCMR - MONTHLY COMPLAINTS RETURN'.
004840     DISPLAY 'PERIOD           : ' WS-PERIOD.
004850     DISPLAY 'COMPLAINTS READ  : ' WS-READ-COUNT.
004860     DISPLAY 'COUNTED IN PERIOD: ' WS-COUNTED-COUNT.
004870     DISPLAY 'DROPPED - TABLE  : ' WS-DROPPED-COUNT.

004880     CLOSE COMPLAINT-FILE.
004890     CLOSE REPORT-FILE.

004900 9000-EXIT.
004910     EXIT.

004920*-----------------------------------------------------------------
004930* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
004940* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
004950* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
004960*-----------------------------------------------------------------
004970 8100-WRITE-JRNL-START.

004971*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
004972*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
004973     MOVE 'DCI8BCMR' TO JG-JOBNAME.
004974     CALL 'DCI8BJGT' USING JOBGATE.
004975     IF JG-RC-BLOCKED THEN
004976         MOVE JG-BLOCKED-RC TO RETURN-CODE
004977         STOP RUN
004978     END-IF.

004980     MOVE 'DCI8BCMR' TO JR-JOBNAME.
004990     MOVE 'S' TO JR-ROW-TYPE.
005000     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
005010         JR-REJECTED-COUNT.
005020     MOVE SPACE TO JR-STATUS.
005030     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

005040 8100-EXIT.
005050     EXIT.

005060 8200-WRITE-JRNL-END.

005070     MOVE 'DCI8BCMR' TO JR-JOBNAME.
005080     MOVE 'E' TO JR-ROW-TYPE.
005090     MOVE WS-READ-COUNT TO JR-READ-COUNT.
005100     MOVE WS-COUNTED-COUNT TO JR-WRITTEN-COUNT.
005110     MOVE WS-DROPPED-COUNT TO JR-REJECTED-COUNT.
005120     IF WS-PARM-OK THEN
005130         MOVE 'G' TO JR-STATUS
005140     ELSE
005150         MOVE 'F' TO JR-STATUS
005160     END-IF.
005170     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

005180 8200-EXIT.
005190     EXIT.

005200 8300-STAMP-AND-WRITE.

005210     ACCEPT JR-DATE FROM DAY YYYYDDD.
005220     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
005230     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

005240     OPEN EXTEND JOURNAL-FILE.
005250     WRITE JR-REC.
005260     CLOSE JOURNAL-FILE.

005270 8300-EXIT.
005280     EXIT.

005290 END PROGRAM DCI8BCMR.
