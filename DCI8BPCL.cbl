000010*****************************************************************
000020* DCI8BPCL - ACCOUNTING PERIOD CLOSE AND REOPEN
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BPCL.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 03-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-03 AA   INITIAL VERSION - CLOSES A MONTH FINANCE HAS
000160*                 REPORTED, RECORDING ITS CLOSING TOTALS, SO NO
000170*                 POSTING PATH CAN DATE A TRANSACTION INTO IT
000180*                 AFTERWARDS; REOPENS THE LATEST CLOSED MONTH
000190* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000200*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000210*                 STOPS WITH RETURN CODE 12 WHEN A
000220*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000230* 2026-10-08 AA   ACCTTXN RECORD WIDENED FOR THE HASH CHAIN
000240*                 FIELDS
000250*-----------------------------------------------------------------
000260*****************************************************************
000270* THIS JOB IS RUN ON REQUEST FROM FINANCE, ONE CARD PER RUN ON
000280* PCLPARM - THE ACTION (C CLOSE, R REOPEN), THE PERIOD AS YYYYMM
000290* AND THE OPERATOR ID OF WHOEVER ASKED FOR IT. THE OPERATOR MUST
000300* HOLD AN EXPLICIT FUNCAUTH OPERATOR ROW GRANTING 'PRDCLOSE' -
000310* NO CLASS HAS IT BY DEFAULT, AND A BATCH RUN READS OPERATOR
000320* ROWS ONLY (THE VULNWORK RULE).
000330*
000340* A CLOSE IS REFUSED UNLESS THE MONTH HAS ENDED, IS NOT ALREADY
000350* CLOSED, AND FOLLOWS STRAIGHT ON FROM THE LAST CLOSED MONTH
000360* (PERIODS CLOSE IN ORDER; THE VERY FIRST CLOSE MAY BE ANY
000370* ENDED MONTH, AND EVERYTHING BEFORE IT COUNTS AS CLOSED TOO).
000380* IT TOTALS EVERY ACCTTXN ROW DATED IN THE MONTH BY TYPE, FILES
000390* THEM ON THE PERIODCT ROW MARKED CLOSED, OPENS A ROW FOR THE
000400* FOLLOWING MONTH IF THERE IS NONE, AND MOVES ACCTCTL'S
000410* 'PRDCLOSE' ROW ON TO THE MONTH'S LAST DAY. FROM THEN ON
000420* DCI8BPST PARKS A TXNIN ROW DATED ON OR BEFORE THAT DAY ON
000430* SUSPENSE, DCI8DPGD REFUSES TO POST, AND DCI8DPGS WILL ONLY
000440* REALLOCATE SUCH AN ITEM AS A SUPERVISOR BACK-VALUE ENTRY,
000450* RE-DATED TO THE DAY IT IS POSTED.
000460*
000470* A REOPEN IS REFUSED UNLESS THE MONTH IS THE LATEST ONE CLOSED.
000480* IT MARKS THE ROW OPEN AND MOVES 'PRDCLOSE' BACK TO THE END OF
000490* THE MONTH BEFORE IF THAT ONE IS CLOSED, OR TO ZERO (NOTHING
000500* CLOSED) IF IT IS NOT. THE CLOSING TOTALS STAY UNTIL THE MONTH
000510* IS CLOSED AGAIN.
000520*
000530* EVERY CLOSE AND REOPEN IS STAMPED ON THE PERIODCT ROW AND
000540* LOGGED ON PRDHIST WITH THE OPERATOR, THE DATE AND TIME, AND
000550* THE 'PRDCLOSE' DATE BEFORE AND AFTER. A REFUSED RUN CHANGES
000560* NOTHING AND ENDS 'F' ON THE RUN JOURNAL
000570*****************************************************************

000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER. IBM-370.
000610 OBJECT-COMPUTER. IBM-370.

000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.

000640     SELECT PARM-FILE ASSIGN TO PCLPARM
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-PARM-STATUS.

000670     SELECT FUNCAUTH-FILE ASSIGN TO FUNCAUTH
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS FA-KEY
000710         FILE STATUS IS WS-FUNCAUTH-STATUS.

000720     SELECT ACCTTXN-FILE ASSIGN TO ACCTTXN
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS TX-KEY
000760         FILE STATUS IS WS-ACCTTXN-STATUS.

000770     SELECT PERIODCT-FILE ASSIGN TO PERIODCT
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS PC-PERIOD
000810         FILE STATUS IS WS-PERIODCT-STATUS.

000820     SELECT PRDHIST-FILE ASSIGN TO PRDHIST
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS PH-KEY
000860         FILE STATUS IS WS-PRDHIST-STATUS.

000870     SELECT ACCTCTL-FILE ASSIGN TO ACCTCTL
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS CT-KEYNAME
000910         FILE STATUS IS WS-ACCTCTL-STATUS.

000920     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-JOURNAL-STATUS.

000950 DATA DIVISION.
000960 FILE SECTION.

000970 FD  PARM-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 01  PARM-REC.
001010     05  PM-ACTION               PIC X(01).
001020         88  PM-CLOSE                    VALUE 'C'.
001030         88  PM-REOPEN                   VALUE 'R'.
001040     05  PM-PERIOD               PIC X(06).
001050     05  PM-OPER-ID              PIC X(03).
001060     05  FILLER                  PIC X(20).

001070*-----------------------------------------------------------------
001080* FUNCAUTH - THE FUNCTION AUTHORITY MATRIX, READ FOR THE CARD'S
001090* OPERATOR ROW ONLY
001100*-----------------------------------------------------------------
001110 FD  FUNCAUTH-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  FUNCAUTH-REC.
001140     05  FA-KEY.
001150         10  FA-SUBJECT          PIC X(03).
001160         10  FA-FUNCTION         PIC X(08).
001170     05  FA-ALLOW-FLAG           PIC X(01).
001180         88  FA-ALLOWED                  VALUE 'Y'.

001190 FD  ACCTTXN-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  ACCTTXN-REC.
001220     05  TX-KEY.
001230         10  TX-ACCTNO           PIC X(09).
001240         10  TX-DATE             PIC S9(7) COMP-3.
001250         10  TX-SEQNO            PIC 9(04) COMP.
001260     05  TX-TYPE                 PIC X(01).
001270         88  TX-TYPE-CREDIT              VALUE 'C'.
001280         88  TX-TYPE-INTEREST            VALUE 'I'.
001290         88  TX-TYPE-FEE                 VALUE 'F'.
001300     05  TX-AMOUNT               PIC 9(08)V99.
001310     05  FILLER                  PIC X(33).

001320*-----------------------------------------------------------------
001330* PERIODCT - ONE ROW PER MONTH, OPEN OR CLOSED
001340*-----------------------------------------------------------------
001350 FD  PERIODCT-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  PERIODCT-REC.
001380     05  PC-PERIOD               PIC 9(06).
001390     05  PC-STATUS               PIC X(01).
001400         88  PC-OPEN                     VALUE 'O'.
001410         88  PC-CLOSED                   VALUE 'C'.
001420     05  PC-FIRST-DAY            PIC S9(7) COMP-3.
001430     05  PC-LAST-DAY             PIC S9(7) COMP-3.
001440     05  PC-CLOSING-TOTALS.
001450         10  PC-TXN-COUNT        PIC 9(09) COMP-3.
001460         10  PC-DEBIT-TOTAL      PIC S9(13)V99 COMP-3.
001470         10  PC-CREDIT-TOTAL     PIC S9(13)V99 COMP-3.
001480         10  PC-INTEREST-TOTAL   PIC S9(13)V99 COMP-3.
001490         10  PC-FEE-TOTAL        PIC S9(13)V99 COMP-3.
001500     05  PC-CLOSE-INFO.
001510         10  PC-CLOSE-OPER       PIC X(03).
001520         10  PC-CLOSE-DATE       PIC S9(7) COMP-3.
001530         10  PC-CLOSE-TIME       PIC 9(06).
001540     05  PC-REOPEN-INFO.
001550         10  PC-REOPEN-OPER      PIC X(03).
001560         10  PC-REOPEN-DATE      PIC S9(7) COMP-3.
001570         10  PC-REOPEN-TIME      PIC 9(06).

001580*-----------------------------------------------------------------
001590* PRDHIST - ONE ROW PER CLOSE OR REOPEN, NEVER UPDATED
001600*-----------------------------------------------------------------
001610 FD  PRDHIST-FILE
001620     LABEL RECORDS ARE STANDARD.
001630 01  PRDHIST-REC.
001640     05  PH-KEY.
001650         10  PH-PERIOD           PIC 9(06).
001660         10  PH-EVENT-DATE       PIC S9(7) COMP-3.
001670         10  PH-EVENT-TIME       PIC 9(06).
001680     05  PH-EVENT                PIC X(01).
001690     05  PH-OPER-ID              PIC X(03).
001700     05  PH-JOB                  PIC X(08).
001710     05  PH-THRU-BEFORE          PIC S9(7) COMP-3.
001720     05  PH-THRU-AFTER           PIC S9(7) COMP-3.
001730     05  PH-CLOSING-TOTALS.
001740         10  PH-TXN-COUNT        PIC 9(09) COMP-3.
001750         10  PH-DEBIT-TOTAL      PIC S9(13)V99 COMP-3.
001760         10  PH-CREDIT-TOTAL     PIC S9(13)V99 COMP-3.
001770         10  PH-INTEREST-TOTAL   PIC S9(13)V99 COMP-3.
001780         10  PH-FEE-TOTAL        PIC S9(13)V99 COMP-3.

001790*    THE PRDCLOSE ROW CARRIES A YYYYDDD DATE IN THE VALUE FIELD
001800 FD  ACCTCTL-FILE
001810     LABEL RECORDS ARE STANDARD.
001820 01  ACCTCTL-REC.
001830     05  CT-KEYNAME              PIC X(08).
001840     05  CT-NEXT-ACCTNO          PIC 9(08).

001850*-----------------------------------------------------------------
001860* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001870* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001880*-----------------------------------------------------------------
001890 FD  JOURNAL-FILE
001900     RECORDING MODE IS F
001910     LABEL RECORDS ARE STANDARD.
001920 01  JR-REC.
001930     05  JR-JOBNAME              PIC X(08).
001940     05  JR-ROW-TYPE             PIC X(01).
001950     05  JR-DATE                 PIC 9(07).
001960     05  JR-TIME                 PIC 9(06).
001970     05  JR-READ-COUNT           PIC 9(07).
001980     05  JR-WRITTEN-COUNT        PIC 9(07).
001990     05  JR-REJECTED-COUNT       PIC 9(07).
002000     05  JR-STATUS               PIC X(01).
002010     05  FILLER                  PIC X(06).

002020 WORKING-STORAGE SECTION.
002030 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002040 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002050     COPY 'JOBGATE'.

002060 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
002070 77  WS-FUNCAUTH-STATUS      PIC X(02) VALUE SPACES.
002080 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
002090 77  WS-PERIODCT-STATUS      PIC X(02) VALUE SPACES.
002100 77  WS-PRDHIST-STATUS       PIC X(02) VALUE SPACES.
002110 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.

002120 01  WS-SWITCHES.
002130*    A REFUSED RUN CHANGES NOTHING - THE REASON IS DISPLAYED
002140     05  WS-RUN-OK-SW        PIC X(01) VALUE 'Y'.
002150         88  WS-RUN-OK               VALUE 'Y'.
002160     05  WS-ROW-FOUND-SW     PIC X(01) VALUE 'N'.
002170         88  WS-ROW-FOUND            VALUE 'Y'.
002180     05  WS-CTL-FOUND-SW     PIC X(01) VALUE 'N'.
002190         88  WS-CTL-FOUND            VALUE 'Y'.
002200     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
002210         88  WS-EOF-YES              VALUE 'Y'.

002220 01  WS-COUNTERS.
002230     05  WS-TXN-READ         PIC 9(09) COMP-3 VALUE 0.
002240     05  WS-TXN-IN-PERIOD    PIC 9(09) COMP-3 VALUE 0.
002250     05  WS-ROWS-WRITTEN     PIC 9(07) COMP-3 VALUE 0.

002260*    THE CLOSING TOTALS, BY ACCTTXN TYPE - ANY TYPE THAT IS NOT
002270*    CREDIT, INTEREST OR FEE IS A DEBIT
002280 01  WS-TOTALS.
002290     05  WS-DEBIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
002300     05  WS-CREDIT-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
002310     05  WS-INTEREST-TOTAL   PIC S9(13)V99 COMP-3 VALUE 0.
002320     05  WS-FEE-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.

002330*    THE CARD'S FIELDS ONCE EDITED
002340 77  WS-ACTION               PIC X(01) VALUE SPACES.
002350 77  WS-OPER-ID              PIC X(03) VALUE SPACES.
002360 01  WS-PERIOD-X             PIC X(06) VALUE SPACES.
002370 01  WS-PERIOD-NUM REDEFINES WS-PERIOD-X PIC 9(06).

002380*    THE PERIOD, AND THE MONTHS EITHER SIDE OF IT, AS YYYYMM
002390 01  WS-PERIOD.
002400     05  WS-PRD-YYYY         PIC 9(04).
002410     05  WS-PRD-MM           PIC 9(02).
002420 01  WS-PERIOD-KEY REDEFINES WS-PERIOD PIC 9(06).
002430 01  WS-NEXT-PERIOD.
002440     05  WS-NXT-YYYY         PIC 9(04).
002450     05  WS-NXT-MM           PIC 9(02).
002460 01  WS-NEXT-KEY REDEFINES WS-NEXT-PERIOD PIC 9(06).
002470 01  WS-PREV-PERIOD.
002480     05  WS-PRV-YYYY         PIC 9(04).
002490     05  WS-PRV-MM           PIC 9(02).
002500 01  WS-PREV-KEY REDEFINES WS-PREV-PERIOD PIC 9(06).

002510*    THE FIRST OF A MONTH AS YYYYMMDD, FOR THE DATE SERVICE
002520 01  WS-GREG-DATE.
002530     05  WS-GREG-YYYY        PIC 9(04).
002540     05  WS-GREG-MM          PIC 9(02).
002550     05  WS-GREG-DD          PIC 9(02).
002560 01  WS-GREG-NUM REDEFINES WS-GREG-DATE PIC 9(08).

002570*    YYYYDDD DATES - THE PERIOD'S FIRST AND LAST DAYS, THE
002580*    FOLLOWING MONTH'S, AND THE PRDCLOSE DATE BEFORE AND AFTER
002590 77  WS-TODAY                PIC 9(07) VALUE 0.
002600 77  WS-NOW-TIME             PIC 9(06) VALUE 0.
002610 77  WS-FIRST-DAY            PIC 9(07) VALUE 0.
002620 77  WS-LAST-DAY             PIC 9(07) VALUE 0.
002630 77  WS-NEXT-FIRST           PIC 9(07) VALUE 0.
002640 77  WS-NEXT-LAST            PIC 9(07) VALUE 0.
002650 77  WS-THRU-BEFORE          PIC 9(07) VALUE 0.
002660 77  WS-THRU-AFTER           PIC 9(07) VALUE 0.
002670 77  WS-REFUSE-REASON        PIC X(60) VALUE SPACES.

002680* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
002690     COPY 'DATEPARM'.

002700 PROCEDURE DIVISION.

002710 0000-MAINLINE.

002720     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

002740     IF WS-RUN-OK THEN
002750         IF WS-ACTION = 'C' THEN
002760             PERFORM 2000-CLOSE-PERIOD THRU 2000-EXIT
002770         ELSE
002780             PERFORM 3000-REOPEN-PERIOD THRU 3000-EXIT
002790         END-IF
002800     END-IF.

002810     PERFORM 9000-TERMINATE THRU 9000-EXIT.

002820     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

002830     GOBACK.

002840 1000-INITIALIZE.

002850     OPEN INPUT FUNCAUTH-FILE.
002860     OPEN I-O PERIODCT-FILE.
002870     OPEN I-O PRDHIST-FILE.
002880     OPEN I-O ACCTCTL-FILE.

002890     ACCEPT WS-TODAY FROM DAY YYYYDDD.
002900     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
002910     MOVE WS-JRNL-TIME-RAW(1:6) TO WS-NOW-TIME.

002920     PERFORM 1100-READ-PARM THRU 1100-EXIT.
002930     IF NOT WS-RUN-OK THEN
002940         GO TO 1000-EXIT
002950     END-IF.

002960     PERFORM 1200-CHECK-AUTHORITY THRU 1200-EXIT.
002970     IF NOT WS-RUN-OK THEN
002980         GO TO 1000-EXIT
002990     END-IF.

003000     PERFORM 1300-PERIOD-DATES THRU 1300-EXIT.
003010     IF NOT WS-RUN-OK THEN
003020         GO TO 1000-EXIT
003030     END-IF.

003040     PERFORM 1400-READ-CONTROLS THRU 1400-EXIT.

003050 1000-EXIT.
003060     EXIT.

003070*-----------------------------------------------------------------
003080* 1100-READ-PARM - THE ONE CARD: ACTION C OR R, A YYYYMM PERIOD
003090* WITH A REAL MONTH IN IT, AND THE OPERATOR WHO ASKED
003100*-----------------------------------------------------------------
003110 1100-READ-PARM.

003120     OPEN INPUT PARM-FILE.
003130     IF WS-PARM-STATUS NOT = '00' THEN
003140         MOVE 'NO PCLPARM CARD' TO WS-REFUSE-REASON
003150         MOVE 'N' TO WS-RUN-OK-SW
003160         GO TO 1100-EXIT
003170     END-IF.

003180     READ PARM-FILE
003190         AT END
003200             MOVE 'NO PCLPARM CARD' TO WS-REFUSE-REASON
003210             MOVE 'N' TO WS-RUN-OK-SW
003220     END-READ.
003230     CLOSE PARM-FILE.
003240     IF NOT WS-RUN-OK THEN
003250         GO TO 1100-EXIT
003260     END-IF.

003270     MOVE PM-ACTION TO WS-ACTION.
003280     MOVE PM-OPER-ID TO WS-OPER-ID.
003290     MOVE PM-PERIOD TO WS-PERIOD-X.

003300     IF NOT PM-CLOSE AND NOT PM-REOPEN THEN
003310         MOVE 'ACTION MUST BE C (CLOSE) OR R (REOPEN)'
003320             TO WS-REFUSE-REASON
003330         MOVE 'N' TO WS-RUN-OK-SW
003340         GO TO 1100-EXIT
003350     END-IF.

003360     IF WS-PERIOD-X IS NOT NUMERIC THEN
003370         MOVE 'PERIOD MUST BE YYYYMM' TO WS-REFUSE-REASON
003380         MOVE 'N' TO WS-RUN-OK-SW
003390         GO TO 1100-EXIT
003400     END-IF.

003410     MOVE WS-PERIOD-NUM TO WS-PERIOD-KEY.
003420     IF WS-PRD-MM < 1 OR WS-PRD-MM > 12 OR
003430             WS-PRD-YYYY < 2001 THEN
003440         MOVE 'PERIOD MUST BE YYYYMM' TO WS-REFUSE-REASON
003450         MOVE 'N' TO WS-RUN-OK-SW
003460         GO TO 1100-EXIT
003470     END-IF.

003480     IF WS-OPER-ID = SPACES THEN
003490         MOVE 'THE CARD MUST NAME THE OPERATOR'
003500             TO WS-REFUSE-REASON
003510         MOVE 'N' TO WS-RUN-OK-SW
003520     END-IF.

003530 1100-EXIT.
003540     EXIT.

003550*-----------------------------------------------------------------
003560* 1200-CHECK-AUTHORITY - THE OPERATOR'S OWN FUNCAUTH ROW MUST
003570* GRANT PRDCLOSE; NO ROW MEANS NO
003580*-----------------------------------------------------------------
003590 1200-CHECK-AUTHORITY.

003600     MOVE WS-OPER-ID TO FA-SUBJECT.
003610     MOVE 'PRDCLOSE' TO FA-FUNCTION.
003620     READ FUNCAUTH-FILE
003630         INVALID KEY
003640             CONTINUE
003650     END-READ.

003660     IF WS-FUNCAUTH-STATUS NOT = '00' OR NOT FA-ALLOWED THEN
003670         MOVE 'OPERATOR DOES NOT HOLD PRDCLOSE'
003680             TO WS-REFUSE-REASON
003690         MOVE 'N' TO WS-RUN-OK-SW
003700     END-IF.

003710 1200-EXIT.
003720     EXIT.

003730*-----------------------------------------------------------------
003740* 1300-PERIOD-DATES - THE MONTH'S FIRST DAY, AND ITS LAST AS THE
003750* DAY BEFORE THE NEXT MONTH'S FIRST; THE NEXT MONTH'S LAST DAY
003760* THE SAME WAY, FOR THE ROW A CLOSE OPENS
003770*-----------------------------------------------------------------
003780 1300-PERIOD-DATES.

003790     MOVE WS-PRD-YYYY TO WS-NXT-YYYY WS-PRV-YYYY.
003800     MOVE WS-PRD-MM TO WS-NXT-MM WS-PRV-MM.
003810     IF WS-PRD-MM = 12 THEN
003820         ADD 1 TO WS-NXT-YYYY
003830         MOVE 1 TO WS-NXT-MM
003840     ELSE
003850         ADD 1 TO WS-NXT-MM
003860     END-IF.
003870     IF WS-PRD-MM = 1 THEN
003880         SUBTRACT 1 FROM WS-PRV-YYYY
003890         MOVE 12 TO WS-PRV-MM
003900     ELSE
003910         SUBTRACT 1 FROM WS-PRV-MM
003920     END-IF.

003930     MOVE WS-PRD-YYYY TO WS-GREG-YYYY.
003940     MOVE WS-PRD-MM TO WS-GREG-MM.
003950     PERFORM 1310-FIRST-OF-MONTH THRU 1310-EXIT.
003960     MOVE DP-JULIAN TO WS-FIRST-DAY.

003970     MOVE WS-NXT-YYYY TO WS-GREG-YYYY.
003980     MOVE WS-NXT-MM TO WS-GREG-MM.
003990     PERFORM 1310-FIRST-OF-MONTH THRU 1310-EXIT.
004000     MOVE DP-JULIAN TO WS-NEXT-FIRST.
004010     PERFORM 1320-DAY-BEFORE THRU 1320-EXIT.
004020     MOVE DP-JULIAN TO WS-LAST-DAY.

004030     IF WS-NXT-MM = 12 THEN
004040         COMPUTE WS-GREG-YYYY = WS-NXT-YYYY + 1
004050         MOVE 1 TO WS-GREG-MM
004060     ELSE
004070         MOVE WS-NXT-YYYY TO WS-GREG-YYYY
004080         COMPUTE WS-GREG-MM = WS-NXT-MM + 1
004090     END-IF.
004100     PERFORM 1310-FIRST-OF-MONTH THRU 1310-EXIT.
004110     PERFORM 1320-DAY-BEFORE THRU 1320-EXIT.
004120     MOVE DP-JULIAN TO WS-NEXT-LAST.

004130 1300-EXIT.
004140     EXIT.

004150 1310-FIRST-OF-MONTH.

004160     MOVE 1 TO WS-GREG-DD.
004170     MOVE 'G2J' TO DP-FUNCTION.
004180     MOVE WS-GREG-NUM TO DP-GREGORIAN.
004190     CALL 'DCI8BDAT' USING DATEPARM.
004200     IF NOT DP-RC-GOOD THEN
004210         MOVE 'THE DATE SERVICE REFUSED THE PERIOD'
004220             TO WS-REFUSE-REASON
004230         MOVE 'N' TO WS-RUN-OK-SW
004240     END-IF.

004250 1310-EXIT.
004260     EXIT.

004270 1320-DAY-BEFORE.

004280     MOVE 'SUB' TO DP-FUNCTION.
004290     MOVE 1 TO DP-DAYS.
004300     CALL 'DCI8BDAT' USING DATEPARM.
004310     IF NOT DP-RC-GOOD THEN
004320         MOVE 'THE DATE SERVICE REFUSED THE PERIOD'
004330             TO WS-REFUSE-REASON
004340         MOVE 'N' TO WS-RUN-OK-SW
004350     END-IF.

004360 1320-EXIT.
004370     EXIT.

004380*-----------------------------------------------------------------
004390* 1400-READ-CONTROLS - THE PRDCLOSE DATE (NO ROW MEANS NOTHING
004400* IS CLOSED YET) AND THE PERIOD'S OWN ROW, IF IT HAS ONE
004410*-----------------------------------------------------------------
004420 1400-READ-CONTROLS.

004430     MOVE 'PRDCLOSE' TO CT-KEYNAME.
004440     READ ACCTCTL-FILE
004450         INVALID KEY
004460             CONTINUE
004470     END-READ.
004480     IF WS-ACCTCTL-STATUS = '00' THEN
004490         MOVE 'Y' TO WS-CTL-FOUND-SW
004500         MOVE CT-NEXT-ACCTNO TO WS-THRU-BEFORE
004510     END-IF.
004520     MOVE WS-THRU-BEFORE TO WS-THRU-AFTER.

004530     MOVE WS-PERIOD-KEY TO PC-PERIOD.
004540     READ PERIODCT-FILE
004550         INVALID KEY
004560             CONTINUE
004570     END-READ.
004580     IF WS-PERIODCT-STATUS = '00' THEN
004590         MOVE 'Y' TO WS-ROW-FOUND-SW
004600     END-IF.

004610 1400-EXIT.
004620     EXIT.

004630*-----------------------------------------------------------------
004640* 2000-CLOSE-PERIOD - THE MONTH MUST HAVE ENDED, NOT BE CLOSED
004650* ALREADY, AND FOLLOW ON FROM THE LAST CLOSED MONTH
004660*-----------------------------------------------------------------
004670 2000-CLOSE-PERIOD.

004680     IF WS-ROW-FOUND AND PC-CLOSED THEN
004690         MOVE 'THE PERIOD IS ALREADY CLOSED' TO WS-REFUSE-REASON
004700         MOVE 'N' TO WS-RUN-OK-SW
004710         GO TO 2000-EXIT
004720     END-IF.

004730     IF WS-LAST-DAY NOT < WS-TODAY THEN
004740         MOVE 'THE PERIOD HAS NOT ENDED YET' TO WS-REFUSE-REASON
004750         MOVE 'N' TO WS-RUN-OK-SW
004760         GO TO 2000-EXIT
004770     END-IF.

004780     IF WS-THRU-BEFORE > 0 AND
004790             WS-FIRST-DAY NOT = WS-THRU-BEFORE + 1 THEN
004800         MOVE 'PERIODS CLOSE IN ORDER - SEE THE PRDCLOSE DATE'
004810             TO WS-REFUSE-REASON
004820         MOVE 'N' TO WS-RUN-OK-SW
004830         GO TO 2000-EXIT
004840     END-IF.

004850     PERFORM 2100-TAKE-TOTALS THRU 2100-EXIT.

004860     IF NOT WS-ROW-FOUND THEN
004870         PERFORM 2900-NEW-PERIOD-ROW THRU 2900-EXIT
004880     END-IF.

004890     MOVE 'C' TO PC-STATUS.
004900     MOVE WS-TXN-IN-PERIOD TO PC-TXN-COUNT.
004910     MOVE WS-DEBIT-TOTAL TO PC-DEBIT-TOTAL.
004920     MOVE WS-CREDIT-TOTAL TO PC-CREDIT-TOTAL.
004930     MOVE WS-INTEREST-TOTAL TO PC-INTEREST-TOTAL.
004940     MOVE WS-FEE-TOTAL TO PC-FEE-TOTAL.
004950     MOVE WS-OPER-ID TO PC-CLOSE-OPER.
004960     MOVE WS-TODAY TO PC-CLOSE-DATE.
004970     MOVE WS-NOW-TIME TO PC-CLOSE-TIME.
004980     PERFORM 2950-STORE-PERIOD-ROW THRU 2950-EXIT.
004990     IF NOT WS-RUN-OK THEN
005000         GO TO 2000-EXIT
005010     END-IF.

005020     MOVE WS-LAST-DAY TO WS-THRU-AFTER.
005030     PERFORM 4000-SET-PRDCLOSE THRU 4000-EXIT.

005040     PERFORM 2200-OPEN-NEXT-PERIOD THRU 2200-EXIT.

005050     MOVE 'C' TO PH-EVENT.
005060     PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT.

005070 2000-EXIT.
005080     EXIT.

005090*-----------------------------------------------------------------
005100* 2100-TAKE-TOTALS - EVERY ACCTTXN ROW DATED IN THE PERIOD,
005110* WHOEVER POSTED IT AND WHENEVER
005120*-----------------------------------------------------------------
005130 2100-TAKE-TOTALS.

005140     OPEN INPUT ACCTTXN-FILE.
005150     MOVE 'N' TO WS-EOF-SW.
005160     PERFORM 2110-ADD-ONE-TXN THRU 2110-EXIT
005170         UNTIL WS-EOF-YES.
005180     CLOSE ACCTTXN-FILE.

005190 2100-EXIT.
005200     EXIT.

005210 2110-ADD-ONE-TXN.

005220     READ ACCTTXN-FILE NEXT RECORD
005230         AT END
005240             MOVE 'Y' TO WS-EOF-SW
005250             GO TO 2110-EXIT
005260     END-READ.

005270     ADD 1 TO WS-TXN-READ.

005280     IF TX-DATE < WS-FIRST-DAY OR TX-DATE > WS-LAST-DAY THEN
005290         GO TO 2110-EXIT
005300     END-IF.

005310     ADD 1 TO WS-TXN-IN-PERIOD.
005320     IF TX-TYPE-CREDIT THEN
005330         ADD TX-AMOUNT TO WS-CREDIT-TOTAL
005340     ELSE IF TX-TYPE-INTEREST THEN
005350         ADD TX-AMOUNT TO WS-INTEREST-TOTAL
005360     ELSE IF TX-TYPE-FEE THEN
005370         ADD TX-AMOUNT TO WS-FEE-TOTAL
005380     ELSE
005390         ADD TX-AMOUNT TO WS-DEBIT-TOTAL
005400     END-IF
005410     END-IF
005420     END-IF.

005430 2110-EXIT.
005440     EXIT.

005450*-----------------------------------------------------------------
005460* 2200-OPEN-NEXT-PERIOD - THE FOLLOWING MONTH GETS AN OPEN ROW
005470* IF IT HAS NONE, SO THE FILE ALWAYS SHOWS THE CURRENT PERIOD
005480*-----------------------------------------------------------------
005490 2200-OPEN-NEXT-PERIOD.

005500     MOVE WS-NEXT-KEY TO PC-PERIOD.
005510     READ PERIODCT-FILE
005520         INVALID KEY
005530             CONTINUE
005540     END-READ.
005550     IF WS-PERIODCT-STATUS = '00' THEN
005560         GO TO 2200-EXIT
005570     END-IF.

005580     INITIALIZE PERIODCT-REC.
005590     MOVE WS-NEXT-KEY TO PC-PERIOD.
005600     MOVE 'O' TO PC-STATUS.
005610     MOVE WS-NEXT-FIRST TO PC-FIRST-DAY.
005620     MOVE WS-NEXT-LAST TO PC-LAST-DAY.
005630     WRITE PERIODCT-REC
005640         INVALID KEY
005650             GO TO 2200-EXIT
005660     END-WRITE.
005670     ADD 1 TO WS-ROWS-WRITTEN.

005680 2200-EXIT.
005690     EXIT.

005700*-----------------------------------------------------------------
005710* 2900-NEW-PERIOD-ROW - A MONTH CLOSED WITHOUT EVER HAVING HAD A
005720* ROW (THE FIRST CLOSE) STARTS FROM AN EMPTY ONE
005730*-----------------------------------------------------------------
005740 2900-NEW-PERIOD-ROW.

005750     INITIALIZE PERIODCT-REC.
005760     MOVE WS-PERIOD-KEY TO PC-PERIOD.
005770     MOVE WS-FIRST-DAY TO PC-FIRST-DAY.
005780     MOVE WS-LAST-DAY TO PC-LAST-DAY.

005790 2900-EXIT.
005800     EXIT.

005810 2950-STORE-PERIOD-ROW.

005820     IF WS-ROW-FOUND THEN
005830         REWRITE PERIODCT-REC
005840             INVALID KEY
005850                 CONTINUE
005860         END-REWRITE
005870     ELSE
005880         WRITE PERIODCT-REC
005890             INVALID KEY
005900                 CONTINUE
005910         END-WRITE
005920     END-IF.

005930     IF WS-PERIODCT-STATUS NOT = '00' THEN
005940         MOVE 'PERIODCT ROW COULD NOT BE STORED'
005950             TO WS-REFUSE-REASON
005960         MOVE 'N' TO WS-RUN-OK-SW
005970         GO TO 2950-EXIT
005980     END-IF.
005990     ADD 1 TO WS-ROWS-WRITTEN.

006000 2950-EXIT.
006010     EXIT.

006020*-----------------------------------------------------------------
006030* 3000-REOPEN-PERIOD - ONLY THE LATEST CLOSED MONTH. PRDCLOSE
006040* FALLS BACK TO THE MONTH BEFORE IF THAT ONE IS CLOSED, ELSE TO
006050* NOTHING CLOSED
006060*-----------------------------------------------------------------
006070 3000-REOPEN-PERIOD.

006080     IF NOT WS-ROW-FOUND OR NOT PC-CLOSED THEN
006090         MOVE 'THE PERIOD IS NOT CLOSED' TO WS-REFUSE-REASON
006100         MOVE 'N' TO WS-RUN-OK-SW
006110         GO TO 3000-EXIT
006120     END-IF.

006130     IF WS-LAST-DAY NOT = WS-THRU-BEFORE THEN
006140         MOVE 'ONLY THE LATEST CLOSED PERIOD MAY BE REOPENED'
006150             TO WS-REFUSE-REASON
006160         MOVE 'N' TO WS-RUN-OK-SW
006170         GO TO 3000-EXIT
006180     END-IF.

006190     MOVE 'O' TO PC-STATUS.
006200     MOVE WS-OPER-ID TO PC-REOPEN-OPER.
006210     MOVE WS-TODAY TO PC-REOPEN-DATE.
006220     MOVE WS-NOW-TIME TO PC-REOPEN-TIME.
006230     PERFORM 2950-STORE-PERIOD-ROW THRU 2950-EXIT.
006240     IF NOT WS-RUN-OK THEN
006250         GO TO 3000-EXIT
006260     END-IF.

006270     MOVE 0 TO WS-THRU-AFTER.
006280     MOVE WS-PREV-KEY TO PC-PERIOD.
006290     READ PERIODCT-FILE
006300         INVALID KEY
006310             CONTINUE
006320     END-READ.
006330     IF WS-PERIODCT-STATUS = '00' AND PC-CLOSED THEN
006340         MOVE PC-LAST-DAY TO WS-THRU-AFTER
006350     END-IF.
006360     PERFORM 4000-SET-PRDCLOSE THRU 4000-EXIT.

006370     MOVE 'R' TO PH-EVENT.
006380     INITIALIZE WS-TOTALS.
006390     MOVE 0 TO WS-TXN-IN-PERIOD.
006400     PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT.

006410 3000-EXIT.
006420     EXIT.

006430*-----------------------------------------------------------------
006440* 4000-SET-PRDCLOSE - THE DATE EVERY POSTING PATH TESTS
006450*-----------------------------------------------------------------
006460 4000-SET-PRDCLOSE.

006470     MOVE 'PRDCLOSE' TO CT-KEYNAME.
006480     MOVE WS-THRU-AFTER TO CT-NEXT-ACCTNO.
006490     IF WS-CTL-FOUND THEN
006500         REWRITE ACCTCTL-REC
006510             INVALID KEY
006520                 CONTINUE
006530         END-REWRITE
006540     ELSE
006550         WRITE ACCTCTL-REC
006560             INVALID KEY
006570                 CONTINUE
006580         END-WRITE
006590     END-IF.

006600     IF WS-ACCTCTL-STATUS NOT = '00' THEN
006610         DISPLAY 'DCI8BPCL - PRDCLOSE ROW NOT STORED, STATUS '
006620             WS-ACCTCTL-STATUS
006630         MOVE 'PRDCLOSE ROW COULD NOT BE STORED'
006640             TO WS-REFUSE-REASON
006650         MOVE 'N' TO WS-RUN-OK-SW
006660     END-IF.

006670 4000-EXIT.
006680     EXIT.

006690*-----------------------------------------------------------------
006700* 5000-WRITE-HISTORY - WHO, WHEN, THE PRDCLOSE DATE BEFORE AND
006710* AFTER, AND THE TOTALS TAKEN. PH-EVENT IS SET BY THE CALLER
006720*-----------------------------------------------------------------
006730 5000-WRITE-HISTORY.

006740     MOVE WS-PERIOD-KEY TO PH-PERIOD.
006750     MOVE WS-TODAY TO PH-EVENT-DATE.
006760     MOVE WS-NOW-TIME TO PH-EVENT-TIME.
006770     MOVE WS-OPER-ID TO PH-OPER-ID.
006780     MOVE 'DCI8BPCL' TO PH-JOB.
006790     MOVE WS-THRU-BEFORE TO PH-THRU-BEFORE.
006800     MOVE WS-THRU-AFTER TO PH-THRU-AFTER.
006810     MOVE WS-TXN-IN-PERIOD TO PH-TXN-COUNT.
006820     MOVE WS-DEBIT-TOTAL TO PH-DEBIT-TOTAL.
006830     MOVE WS-CREDIT-TOTAL TO PH-CREDIT-TOTAL.
006840     MOVE WS-INTEREST-TOTAL TO PH-INTEREST-TOTAL.
006850     MOVE WS-FEE-TOTAL TO PH-FEE-TOTAL.

006860     WRITE PRDHIST-REC
006870         INVALID KEY
006880             DISPLAY 'DCI8BPCL - PRDHIST ROW NOT WRITTEN, STATUS '
006890                 WS-PRDHIST-STATUS
006900             MOVE 'N' TO WS-RUN-OK-SW
006910             GO TO 5000-EXIT
006920     END-WRITE.
006930     ADD 1 TO WS-ROWS-WRITTEN.

006940 5000-EXIT.
006950     EXIT.

006960 9000-TERMINATE.

006970     DISPLAY 'DCI8BPCL - ACCOUNTING PERIOD CLOSE - RUN SUMMARY'.
006980     DISPLAY 'ACTION           : ' WS-ACTION.
006990     DISPLAY 'PERIOD           : ' WS-PERIOD-X.
007000     DISPLAY 'OPERATOR         : ' WS-OPER-ID.
007010     DISPLAY 'FIRST DAY        : ' WS-FIRST-DAY.
007020     DISPLAY 'LAST DAY         : ' WS-LAST-DAY.
007030     DISPLAY 'CLOSED THRU WAS  : ' WS-THRU-BEFORE.
007040     DISPLAY 'CLOSED THRU NOW  : ' WS-THRU-AFTER.
007050     DISPLAY 'ACCTTXN READ     : ' WS-TXN-READ.
007060     DISPLAY 'TXNS IN PERIOD   : ' WS-TXN-IN-PERIOD.
007070     DISPLAY 'DEBITS           : ' WS-DEBIT-TOTAL.
007080     DISPLAY 'CREDITS          : ' WS-CREDIT-TOTAL.
007090     DISPLAY 'INTEREST         : ' WS-INTEREST-TOTAL.
007100     DISPLAY 'FEES             : ' WS-FEE-TOTAL.
007110     DISPLAY 'ROWS WRITTEN     : ' WS-ROWS-WRITTEN.
007120     IF NOT WS-RUN-OK THEN
007130         DISPLAY 'REFUSED          : ' WS-REFUSE-REASON
007140     END-IF.

007150     CLOSE FUNCAUTH-FILE.
007160     CLOSE PERIODCT-FILE.
007170     CLOSE PRDHIST-FILE.
007180     CLOSE ACCTCTL-FILE.

007190 9000-EXIT.
007200     EXIT.

007210*-----------------------------------------------------------------
007220* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
007230* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
007240* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
007250*-----------------------------------------------------------------
007260 8100-WRITE-JRNL-START.

007270*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
007280*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
007290     MOVE 'DCI8BPCL' TO JG-JOBNAME.
007300     CALL 'DCI8BJGT' USING JOBGATE.
007310     IF JG-RC-BLOCKED THEN
007320         MOVE JG-BLOCKED-RC TO RETURN-CODE
007330         STOP RUN
007340     END-IF.

007350     MOVE 'DCI8BPCL' TO JR-JOBNAME.
007360     MOVE 'S' TO JR-ROW-TYPE.
007370     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
007380         JR-REJECTED-COUNT.
007390     MOVE SPACE TO JR-STATUS.
007400     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

007410 8100-EXIT.
007420     EXIT.

007430*    A REFUSED CLOSE OR REOPEN ENDS 'F' WITH ONE REJECTION
007440 8200-WRITE-JRNL-END.

007450     MOVE 'DCI8BPCL' TO JR-JOBNAME.
007460     MOVE 'E' TO JR-ROW-TYPE.
007470     MOVE WS-TXN-READ TO JR-READ-COUNT.
007480     MOVE WS-ROWS-WRITTEN TO JR-WRITTEN-COUNT.
007490     IF WS-RUN-OK THEN
007500         MOVE 0 TO JR-REJECTED-COUNT
007510         MOVE 'G' TO JR-STATUS
007520     ELSE
007530         MOVE 1 TO JR-REJECTED-COUNT
007540         MOVE 'F' TO JR-STATUS
007550     END-IF.
007560     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

007570 8200-EXIT.
007580     EXIT.

007590 8300-STAMP-AND-WRITE.

007600     ACCEPT JR-DATE FROM DAY YYYYDDD.
007610     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
007620     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

007630     OPEN EXTEND JOURNAL-FILE.
007640     WRITE JR-REC.
007650     CLOSE JOURNAL-FILE.

007660 8300-EXIT.
007670     EXIT.

007680 END PROGRAM DCI8BPCL.
