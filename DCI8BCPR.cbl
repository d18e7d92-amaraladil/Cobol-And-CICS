000010*****************************************************************
000020* DCI8BCPR - MONTHLY COLLECTOR PERFORMANCE REPORT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BCPR.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 27-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-27 AA   INITIAL VERSION - COLLECTOR PERFORMANCE FOR
000160*                 THE PREVIOUS CALENDAR MONTH FROM THE WLHIST
000170*                 WORKLIST HISTORY
000172* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000176*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* RUN EARLY IN THE MONTH, THIS REPORT WALKS THE WLHIST HISTORY
000210* FOR THE PREVIOUS CALENDAR MONTH AND ROLLS EVERY EVENT UP TO
000220* THE COLLECTOR HOLDING THE ITEM (WH-COLLECTOR, AS WL-COLLECTOR
000230* STOOD AFTER THE EVENT). PER COLLECTOR IT SHOWS:
000240*   WORKED   - ACCOUNTS GIVEN A DISPOSITION OR A PROMISE
000250*   CONTACTS - DISPOSITIONS C (CONTACTED) AND PROMISES TAKEN,
000260*              AND PER DAY OVER THE DAYS THE QUEUE WAS WORKED
000270*   PROMISES - PROMISES TAKEN; KEPT AND BROKEN ARE THE DCI8BPTP
000280*              OUTCOMES SETTLED IN THE MONTH, AND THE KEPT RATE
000290*              IS KEPT AS A PERCENTAGE OF THOSE SETTLED
000300*   CURED    - ACCOUNTS WHOSE PAST-DUE CYCLE CAME BACK TO PAID
000310*              (DCI8BAGE) WHILE THE ITEM WAS ON THE LIST
000320*   CHG-OFF  - ACCOUNTS CHARGED OFF (DCI8DPGT PF6, OR THE
000330*              DCI8DPHK INSOLVENCY CASE) WHILE BEING WORKED
000340* WLHIST IS IN ACCOUNT ORDER, SO AN ACCOUNT COUNTS ONCE PER
000350* COLLECTOR HOWEVER OFTEN IT WAS TOUCHED. ITEMS WITH NO
000360* COLLECTOR PRINT AS UNOWNED; A TEAM LINE CLOSES THE REPORT
000370*****************************************************************

000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.

000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.

000440     SELECT WLHIST-FILE ASSIGN TO WLHIST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS WF-KEY
000480         FILE STATUS IS WS-WLHIST-STATUS.

000490     SELECT REPORT-FILE ASSIGN TO CPRRPT
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-REPORT-STATUS.

000520     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-JOURNAL-STATUS.

000550 DATA DIVISION.
000560 FILE SECTION.

000570*-----------------------------------------------------------------
000580* WLHIST - THE WORKLIST DISPOSITION HISTORY. THE FULL LAYOUT IS
000590* THE WLHIST COPYBOOK; EACH ROW IS MOVED THERE AS IT IS READ
000600*-----------------------------------------------------------------
000610 FD  WLHIST-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 01  WLHIST-FILE-REC.
000640     05  WF-KEY                  PIC X(19).
000650     05  FILLER                  PIC X(35).

000660 FD  REPORT-FILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 01  REPORT-LINE                 PIC X(80).

000700*-----------------------------------------------------------------
000710* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
000720* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
000730*-----------------------------------------------------------------
000740 FD  JOURNAL-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  JR-REC.
000780     05  JR-JOBNAME              PIC X(08).
000790     05  JR-ROW-TYPE             PIC X(01).
000800     05  JR-DATE                 PIC 9(07).
000810     05  JR-TIME                 PIC 9(06).
000820     05  JR-READ-COUNT           PIC 9(07).
000830     05  JR-WRITTEN-COUNT        PIC 9(07).
000840     05  JR-REJECTED-COUNT       PIC 9(07).
000850     05  JR-STATUS               PIC X(01).
000860     05  FILLER                  PIC X(06).

000870 WORKING-STORAGE SECTION.
000880 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000890 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000895     COPY 'JOBGATE'.

000900 77  WS-WLHIST-STATUS        PIC X(02) VALUE SPACES.
000910 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

000920 01  WS-SWITCHES.
000930     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
000940         88  WS-EOF-YES              VALUE 'Y'.

000950 01  WS-COUNTERS.
000960     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
000970     05  WS-SELECTED-COUNT   PIC 9(07) COMP-3 VALUE 0.
000980     05  WS-PRINTED-COUNT    PIC 9(07) COMP-3 VALUE 0.
000990     05  WS-OVERFLOW-COUNT   PIC 9(07) COMP-3 VALUE 0.

001000*-----------------------------------------------------------------
001010* THE MONTH REPORTED - THE WHOLE OF THE PREVIOUS CALENDAR MONTH,
001020* AS YYYYDDD BOUNDS FOR THE SELECTION AND YYYYMMDD FOR THE PAGE
001030*-----------------------------------------------------------------
001040 01  WS-RUN-YMD.
001050     05  WS-RUN-YYYY         PIC 9(04).
001060     05  WS-RUN-MM           PIC 9(02).
001070     05  WS-RUN-DD           PIC 9(02).
001080 01  WS-RUN-YMD-N REDEFINES WS-RUN-YMD PIC 9(08).
001090 01  WS-FROM-YMD.
001100     05  WS-FROM-YYYY        PIC 9(04).
001110     05  WS-FROM-MM          PIC 9(02).
001120     05  WS-FROM-DD          PIC 9(02).
001130 01  WS-FROM-YMD-N REDEFINES WS-FROM-YMD PIC 9(08).
001140 77  WS-FROM-JUL             PIC S9(7) COMP-3 VALUE 0.
001150 77  WS-TO-JUL               PIC S9(7) COMP-3 VALUE 0.
001160 77  WS-TO-YMD-N             PIC 9(08) VALUE 0.

001170*-----------------------------------------------------------------
001180* ONE SLOT PER COLLECTOR, UP TO 100, IN ORDER OF FIRST SIGHTING.
001190* WS-CT-DAY CARRIES A 'Y' FOR EACH DAY OF THE MONTH THE QUEUE
001200* WAS WORKED. WS-CT-DONE MARKS A SLOT ALREADY PRINTED WHILE THE
001210* REPORT PICKS THE NEXT COLLECTOR IN CODE ORDER
001220*-----------------------------------------------------------------
001230 01  WS-COLL-TABLE.
001240     05  WS-CT-ENTRY OCCURS 100 TIMES.
001250         10  WS-CT-CODE          PIC X(03).
001260         10  WS-CT-DONE          PIC X(01).
001270         10  WS-CT-WORKED        PIC 9(07) COMP-3.
001280         10  WS-CT-CONTACTS      PIC 9(07) COMP-3.
001290         10  WS-CT-PROMISES      PIC 9(07) COMP-3.
001300         10  WS-CT-KEPT          PIC 9(07) COMP-3.
001310         10  WS-CT-BROKEN        PIC 9(07) COMP-3.
001320         10  WS-CT-CURED         PIC 9(07) COMP-3.
001330         10  WS-CT-CHGOFF        PIC 9(07) COMP-3.
001340         10  WS-CT-DAYS-X        PIC X(31).
001350         10  WS-CT-DAYS REDEFINES WS-CT-DAYS-X.
001360             15  WS-CT-DAY       PIC X(01) OCCURS 31 TIMES.
001370 77  WS-CT-COUNT             PIC S9(4) COMP VALUE 0.
001380 77  WS-CT-SUB               PIC S9(4) COMP VALUE 0.
001390 77  WS-CT-HIT               PIC S9(4) COMP VALUE 0.
001400 77  WS-CT-BEST              PIC S9(4) COMP VALUE 0.
001410 77  WS-DAY-SUB              PIC S9(4) COMP VALUE 0.
001420 77  WS-DAYS-WORKED          PIC 9(05) COMP-3 VALUE 0.

001430*-----------------------------------------------------------------
001440* THE COLLECTORS ALREADY CREDITED ON THE ACCOUNT IN HAND - SO A
001450* WORKED, CURED OR CHARGED-OFF ACCOUNT COUNTS ONCE EACH. CLEARED
001460* WHEN THE ACCOUNT NUMBER CHANGES
001470*-----------------------------------------------------------------
001480 01  WS-ACCT-IN-HAND         PIC X(09) VALUE SPACES.
001490 01  WS-ACCT-TABLE.
001500     05  WS-AC-ENTRY OCCURS 20 TIMES.
001510         10  WS-AC-CODE          PIC X(03).
001520         10  WS-AC-WORKED        PIC X(01).
001530         10  WS-AC-CURED         PIC X(01).
001540         10  WS-AC-CHGOFF        PIC X(01).
001550 77  WS-AC-COUNT             PIC S9(4) COMP VALUE 0.
001560 77  WS-AC-SUB               PIC S9(4) COMP VALUE 0.
001570 77  WS-AC-HIT               PIC S9(4) COMP VALUE 0.

001580* TEAM TOTALS FOR THE FOOT OF THE REPORT
001590 01  WS-TEAM-TOTALS.
001600     05  WS-TT-WORKED        PIC 9(07) COMP-3 VALUE 0.
001610     05  WS-TT-CONTACTS      PIC 9(07) COMP-3 VALUE 0.
001620     05  WS-TT-DAYS          PIC 9(07) COMP-3 VALUE 0.
001630     05  WS-TT-PROMISES      PIC 9(07) COMP-3 VALUE 0.
001640     05  WS-TT-KEPT          PIC 9(07) COMP-3 VALUE 0.
001650     05  WS-TT-BROKEN        PIC 9(07) COMP-3 VALUE 0.
001660     05  WS-TT-CURED         PIC 9(07) COMP-3 VALUE 0.
001670     05  WS-TT-CHGOFF        PIC 9(07) COMP-3 VALUE 0.

001680 77  WS-PER-DAY              PIC S9(05)V9 COMP-3 VALUE 0.
001690 77  WS-KEPT-RATE            PIC S9(03)V99 COMP-3 VALUE 0.

001700* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
001710     COPY 'DATEPARM'.

001720* THE HISTORY ROW IN HAND
001730     COPY 'WLHIST'.

001740 01  WS-REPORT-HEADING1.
001750     05  FILLER PIC X(80) VALUE
001760         'DCI8BCPR - COLLECTOR PERFORMANCE'.

001770 01  WS-PERIOD-LINE.
001780     05  FILLER              PIC X(12) VALUE 'PERIOD FROM '.
001790     05  PL-FROM             PIC 9(08).
001800     05  FILLER              PIC X(04) VALUE ' TO '.
001810     05  PL-TO               PIC 9(08).
001820     05  FILLER              PIC X(48) VALUE SPACES.

001830 01  WS-REPORT-HEADING2.
001840     05  FILLER PIC X(08) VALUE 'COLL'.
001850     05  FILLER PIC X(07) VALUE ' WORKED'.
001860     05  FILLER PIC X(07) VALUE ' CONTCT'.
001870     05  FILLER PIC X(04) VALUE ' DYS'.
001880     05  FILLER PIC X(06) VALUE ' /DAY'.
001890     05  FILLER PIC X(07) VALUE ' PROMS'.
001900     05  FILLER PIC X(07) VALUE '   KEPT'.
001910     05  FILLER PIC X(07) VALUE ' BROKEN'.
001920     05  FILLER PIC X(07) VALUE ' KEPT %'.
001930     05  FILLER PIC X(07) VALUE '  CURED'.
001940     05  FILLER PIC X(07) VALUE ' CHGOFF'.
001950     05  FILLER PIC X(06) VALUE SPACES.

001960 01  WS-DETAIL-LINE.
001970     05  DL-COLLECTOR        PIC X(07).
001980     05  FILLER              PIC X(01) VALUE SPACE.
001990     05  DL-WORKED           PIC ZZ,ZZ9.
002000     05  FILLER              PIC X(01) VALUE SPACE.
002010     05  DL-CONTACTS         PIC ZZ,ZZ9.
002020     05  FILLER              PIC X(01) VALUE SPACE.
002030     05  DL-DAYS             PIC ZZ9.
002040     05  FILLER              PIC X(01) VALUE SPACE.
002050     05  DL-PER-DAY          PIC ZZ9.9.
002060     05  FILLER              PIC X(01) VALUE SPACE.
002070     05  DL-PROMISES         PIC ZZ,ZZ9.
002080     05  FILLER              PIC X(01) VALUE SPACE.
002090     05  DL-KEPT             PIC ZZ,ZZ9.
002100     05  FILLER              PIC X(01) VALUE SPACE.
002110     05  DL-BROKEN           PIC ZZ,ZZ9.
002120     05  FILLER              PIC X(01) VALUE SPACE.
002130     05  DL-KEPT-RATE        PIC ZZ9.99.
002140     05  FILLER              PIC X(01) VALUE SPACE.
002150     05  DL-CURED            PIC ZZ,ZZ9.
002160     05  FILLER              PIC X(01) VALUE SPACE.
002170     05  DL-CHGOFF           PIC ZZ,ZZ9.
002180     05  FILLER              PIC X(06) VALUE SPACES.

002190 PROCEDURE DIVISION.

002200 0000-MAINLINE.

002210     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

002220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

002230     PERFORM 2000-PROCESS-ROW THRU 2000-EXIT
002240         UNTIL WS-EOF-YES.

002250     PERFORM 3000-PRINT-COLLECTORS THRU 3000-EXIT.

002260     PERFORM 9000-TERMINATE THRU 9000-EXIT.

002270     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

002280     GOBACK.

002290 1000-INITIALIZE.

002300     OPEN INPUT WLHIST-FILE.
002310     OPEN OUTPUT REPORT-FILE.

002320     PERFORM 1300-SET-PERIOD THRU 1300-EXIT.

002330     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
002340     MOVE WS-FROM-YMD-N TO PL-FROM.
002350     MOVE WS-TO-YMD-N TO PL-TO.
002360     WRITE REPORT-LINE FROM WS-PERIOD-LINE.
002370     MOVE SPACES TO REPORT-LINE.
002380     WRITE REPORT-LINE.
002390     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

002400     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.

002410 1000-EXIT.
002420     EXIT.

002430 1100-READ-HISTORY.

002440     READ WLHIST-FILE NEXT RECORD
002450         AT END
002460             GO TO 1100-EOF
002470     END-READ.

002480     MOVE WLHIST-FILE-REC TO WLHIST-REC.
002490     ADD 1 TO WS-READ-COUNT.
002500     GO TO 1100-EXIT.

002510 1100-EOF.
002520     MOVE 'Y' TO WS-EOF-SW.

002530 1100-EXIT.
002540     EXIT.

002550*-----------------------------------------------------------------
002560* 1300-SET-PERIOD - THE FIRST AND LAST DAYS OF THE PREVIOUS
002570* CALENDAR MONTH: THE 1ST OF THIS MONTH, LESS ONE DAY, IS THE
002580* LAST; THE 1ST OF THAT DAY'S MONTH IS THE FIRST
002590*-----------------------------------------------------------------
002600 1300-SET-PERIOD.

002610     MOVE 'TOD' TO DP-FUNCTION.
002620     CALL 'DCI8BDAT' USING DATEPARM.
002630     MOVE DP-GREGORIAN TO WS-RUN-YMD-N.

002640     MOVE 1 TO WS-RUN-DD.
002650     MOVE 'G2J' TO DP-FUNCTION.
002660     MOVE WS-RUN-YMD-N TO DP-GREGORIAN.
002670     CALL 'DCI8BDAT' USING DATEPARM.

002680     MOVE 'SUB' TO DP-FUNCTION.
002690     MOVE 1 TO DP-DAYS.
002700     CALL 'DCI8BDAT' USING DATEPARM.
002710     MOVE DP-JULIAN TO WS-TO-JUL.

002720     MOVE 'J2G' TO DP-FUNCTION.
002730     CALL 'DCI8BDAT' USING DATEPARM.
002740     MOVE DP-GREGORIAN TO WS-TO-YMD-N.

002750     MOVE WS-TO-YMD-N TO WS-FROM-YMD-N.
002760     MOVE 1 TO WS-FROM-DD.
002770     MOVE 'G2J' TO DP-FUNCTION.
002780     MOVE WS-FROM-YMD-N TO DP-GREGORIAN.
002790     CALL 'DCI8BDAT' USING DATEPARM.
002800     MOVE DP-JULIAN TO WS-FROM-JUL.

002810 1300-EXIT.
002820     EXIT.

002830*-----------------------------------------------------------------
002840* 2000-PROCESS-ROW - A ROW DATED IN THE MONTH IS CREDITED TO ITS
002850* COLLECTOR; ANYTHING ELSE IS PASSED OVER
002860*-----------------------------------------------------------------
002870 2000-PROCESS-ROW.

002880     IF WH-DATE < WS-FROM-JUL OR WH-DATE > WS-TO-JUL THEN
002890         GO TO 2000-NEXT
002900     END-IF.

002910     IF WH-ACCTNO NOT = WS-ACCT-IN-HAND THEN
002920         MOVE WH-ACCTNO TO WS-ACCT-IN-HAND
002930         MOVE 0 TO WS-AC-COUNT
002940     END-IF.

002950     PERFORM 2100-FIND-COLLECTOR THRU 2100-EXIT.
002960     IF WS-CT-HIT = 0 THEN
002970         ADD 1 TO WS-OVERFLOW-COUNT
002980         GO TO 2000-NEXT
002990     END-IF.

003000     PERFORM 2200-FIND-ACCT-COLL THRU 2200-EXIT.
003010     IF WS-AC-HIT = 0 THEN
003020         ADD 1 TO WS-OVERFLOW-COUNT
003030         GO TO 2000-NEXT
003040     END-IF.

003050     ADD 1 TO WS-SELECTED-COUNT.

003060     IF WH-EV-DISPOSITION OR WH-EV-PROMISE THEN
003070         PERFORM 2300-CREDIT-WORK THRU 2300-EXIT
003080     ELSE IF WH-EV-PROMISE-KEPT THEN
003090         ADD 1 TO WS-CT-KEPT(WS-CT-HIT)
003100     ELSE IF WH-EV-PROMISE-BROKEN THEN
003110         ADD 1 TO WS-CT-BROKEN(WS-CT-HIT)
003120     ELSE IF WH-EV-CURED THEN
003130         IF WS-AC-CURED(WS-AC-HIT) NOT = 'Y' THEN
003140             MOVE 'Y' TO WS-AC-CURED(WS-AC-HIT)
003150             ADD 1 TO WS-CT-CURED(WS-CT-HIT)
003160         END-IF
003170     ELSE IF WH-EV-CHARGED-OFF THEN
003180         IF WS-AC-CHGOFF(WS-AC-HIT) NOT = 'Y' THEN
003190             MOVE 'Y' TO WS-AC-CHGOFF(WS-AC-HIT)
003200             ADD 1 TO WS-CT-CHGOFF(WS-CT-HIT)
003210         END-IF
003220                     END-IF
003230                 END-IF
003240             END-IF
003250         END-IF
003260     END-IF.

003270 2000-NEXT.
003280     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.

003290 2000-EXIT.
003300     EXIT.

003310*-----------------------------------------------------------------
003320* 2100-FIND-COLLECTOR - WH-COLLECTOR'S SLOT, OPENING A NEW ONE
003330* FOR A CODE NOT YET SEEN; ZERO WHEN THE TABLE IS FULL
003340*-----------------------------------------------------------------
003350 2100-FIND-COLLECTOR.

003360     MOVE 0 TO WS-CT-HIT.
003370     PERFORM 2110-MATCH-COLLECTOR THRU 2110-EXIT
003380         VARYING WS-CT-SUB FROM 1 BY 1
003390         UNTIL WS-CT-SUB > WS-CT-COUNT OR WS-CT-HIT > 0.

003400     IF WS-CT-HIT = 0 AND WS-CT-COUNT < 100 THEN
003410         ADD 1 TO WS-CT-COUNT
003420         MOVE WS-CT-COUNT TO WS-CT-HIT
003430         MOVE WH-COLLECTOR TO WS-CT-CODE(WS-CT-HIT)
003440         MOVE 'N' TO WS-CT-DONE(WS-CT-HIT)
003450         MOVE 0 TO WS-CT-WORKED(WS-CT-HIT)
003460             WS-CT-CONTACTS(WS-CT-HIT)
003470             WS-CT-PROMISES(WS-CT-HIT)
003480             WS-CT-KEPT(WS-CT-HIT)
003490             WS-CT-BROKEN(WS-CT-HIT)
003500             WS-CT-CURED(WS-CT-HIT)
003510             WS-CT-CHGOFF(WS-CT-HIT)
003520         MOVE SPACES TO WS-CT-DAYS-X(WS-CT-HIT)
003530     END-IF.

003540 2100-EXIT.
003550     EXIT.

003560 2110-MATCH-COLLECTOR.

003570     IF WS-CT-CODE(WS-CT-SUB) = WH-COLLECTOR THEN
003580         MOVE WS-CT-SUB TO WS-CT-HIT
003590     END-IF.

003600 2110-EXIT.
003610     EXIT.

003620*-----------------------------------------------------------------
003630* 2200-FIND-ACCT-COLL - THE SAME FOR THE COLLECTORS CREDITED ON
003640* THE ACCOUNT IN HAND
003650*-----------------------------------------------------------------
003660 2200-FIND-ACCT-COLL.

003670     MOVE 0 TO WS-AC-HIT.
003680     PERFORM 2210-MATCH-ACCT-COLL THRU 2210-EXIT
003690         VARYING WS-AC-SUB FROM 1 BY 1
003700         UNTIL WS-AC-SUB > WS-AC-COUNT OR WS-AC-HIT > 0.

003710     IF WS-AC-HIT = 0 AND WS-AC-COUNT < 20 THEN
003720         ADD 1 TO WS-AC-COUNT
003730         MOVE WS-AC-COUNT TO WS-AC-HIT
003740         MOVE WH-COLLECTOR TO WS-AC-CODE(WS-AC-HIT)
003750         MOVE 'N' TO WS-AC-WORKED(WS-AC-HIT)
003760         MOVE 'N' TO WS-AC-CURED(WS-AC-HIT)
003770         MOVE 'N' TO WS-AC-CHGOFF(WS-AC-HIT)
003780     END-IF.

003790 2200-EXIT.
003800     EXIT.

003810 2210-MATCH-ACCT-COLL.

003820     IF WS-AC-CODE(WS-AC-SUB) = WH-COLLECTOR THEN
003830         MOVE WS-AC-SUB TO WS-AC-HIT
003840     END-IF.

003850 2210-EXIT.
003860     EXIT.

003870*-----------------------------------------------------------------
003880* 2300-CREDIT-WORK - A DISPOSITION OR A PROMISE: THE ACCOUNT IS
003890* WORKED (ONCE), THE DAY IS A WORKING DAY, A CONTACT OR A
003900* PROMISE IS A CONTACT
003910*-----------------------------------------------------------------
003920 2300-CREDIT-WORK.

003930     IF WS-AC-WORKED(WS-AC-HIT) NOT = 'Y' THEN
003940         MOVE 'Y' TO WS-AC-WORKED(WS-AC-HIT)
003950         ADD 1 TO WS-CT-WORKED(WS-CT-HIT)
003960     END-IF.

003970     COMPUTE WS-DAY-SUB = WH-DATE - WS-FROM-JUL + 1.
003980     IF WS-DAY-SUB > 0 AND WS-DAY-SUB < 32 THEN
003990         MOVE 'Y' TO WS-CT-DAY(WS-CT-HIT, WS-DAY-SUB)
004000     END-IF.

004010     IF WH-EV-PROMISE THEN
004020         ADD 1 TO WS-CT-PROMISES(WS-CT-HIT)
004030         ADD 1 TO WS-CT-CONTACTS(WS-CT-HIT)
004040     ELSE
004050         IF WH-DISPOSITION = 'C' THEN
004060             ADD 1 TO WS-CT-CONTACTS(WS-CT-HIT)
004070         END-IF
004080     END-IF.

004090 2300-EXIT.
004100     EXIT.

004110*-----------------------------------------------------------------
004120* 3000-PRINT-COLLECTORS - EACH COLLECTOR IN CODE ORDER (UNOWNED
004130* FIRST, AS SPACES SORT LOW), THEN THE TEAM LINE
004140*-----------------------------------------------------------------
004150 3000-PRINT-COLLECTORS.

004160     PERFORM 3100-PRINT-NEXT THRU 3100-EXIT
004170         WS-CT-COUNT TIMES.

004180     MOVE SPACES TO REPORT-LINE.
004190     WRITE REPORT-LINE.

004200     MOVE 'TEAM' TO DL-COLLECTOR.
004210     MOVE WS-TT-WORKED TO DL-WORKED.
004220     MOVE WS-TT-CONTACTS TO DL-CONTACTS.
004230     MOVE WS-TT-DAYS TO DL-DAYS.
004240     MOVE 0 TO WS-PER-DAY.
004250     IF WS-TT-DAYS > 0 THEN
004260         COMPUTE WS-PER-DAY ROUNDED =
004270             WS-TT-CONTACTS / WS-TT-DAYS
004280     END-IF.
004290     MOVE WS-PER-DAY TO DL-PER-DAY.
004300     MOVE WS-TT-PROMISES TO DL-PROMISES.
004310     MOVE WS-TT-KEPT TO DL-KEPT.
004320     MOVE WS-TT-BROKEN TO DL-BROKEN.
004330     MOVE 0 TO WS-KEPT-RATE.
004340     IF WS-TT-KEPT + WS-TT-BROKEN > 0 THEN
004350         COMPUTE WS-KEPT-RATE ROUNDED =
004360             WS-TT-KEPT * 100 / (WS-TT-KEPT + WS-TT-BROKEN)
004370     END-IF.
004380     MOVE WS-KEPT-RATE TO DL-KEPT-RATE.
004390     MOVE WS-TT-CURED TO DL-CURED.
004400     MOVE WS-TT-CHGOFF TO DL-CHGOFF.
004410     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

004420 3000-EXIT.
004430     EXIT.

004440 3100-PRINT-NEXT.

004450     MOVE 0 TO WS-CT-BEST.
004460     PERFORM 3110-TRY-LOWEST THRU 3110-EXIT
004470         VARYING WS-CT-SUB FROM 1 BY 1
004480         UNTIL WS-CT-SUB > WS-CT-COUNT.

004490     IF WS-CT-BEST = 0 THEN
004500         GO TO 3100-EXIT
004510     END-IF.

004520     MOVE 'Y' TO WS-CT-DONE(WS-CT-BEST).

004530     MOVE 0 TO WS-DAYS-WORKED.
004540     PERFORM 3120-COUNT-DAY THRU 3120-EXIT
004550         VARYING WS-DAY-SUB FROM 1 BY 1
004560         UNTIL WS-DAY-SUB > 31.

004570     IF WS-CT-CODE(WS-CT-BEST) = SPACES THEN
004580         MOVE 'UNOWNED' TO DL-COLLECTOR
004590     ELSE
004600         MOVE WS-CT-CODE(WS-CT-BEST) TO DL-COLLECTOR
004610     END-IF.
004620     MOVE WS-CT-WORKED(WS-CT-BEST) TO DL-WORKED.
004630     MOVE WS-CT-CONTACTS(WS-CT-BEST) TO DL-CONTACTS.
004640     MOVE WS-DAYS-WORKED TO DL-DAYS.
004650     MOVE 0 TO WS-PER-DAY.
004660     IF WS-DAYS-WORKED > 0 THEN
004670         COMPUTE WS-PER-DAY ROUNDED =
004680             WS-CT-CONTACTS(WS-CT-BEST) / WS-DAYS-WORKED
004690     END-IF.
004700     MOVE WS-PER-DAY TO DL-PER-DAY.
004710     MOVE WS-CT-PROMISES(WS-CT-BEST) TO DL-PROMISES.
004720     MOVE WS-CT-KEPT(WS-CT-BEST) TO DL-KEPT.
004730     MOVE WS-CT-BROKEN(WS-CT-BEST) TO DL-BROKEN.
004740     MOVE 0 TO WS-KEPT-RATE.
004750     IF WS-CT-KEPT(WS-CT-BEST) + WS-CT-BROKEN(WS-CT-BEST) > 0
004760         THEN
004770         COMPUTE WS-KEPT-RATE ROUNDED =
004780             WS-CT-KEPT(WS-CT-BEST) * 100
004790             / (WS-CT-KEPT(WS-CT-BEST) + WS-CT-BROKEN(WS-CT-BEST))
004800     END-IF.
004810     MOVE WS-KEPT-RATE TO DL-KEPT-RATE.
004820     MOVE WS-CT-CURED(WS-CT-BEST) TO DL-CURED.
004830     MOVE WS-CT-CHGOFF(WS-CT-BEST) TO DL-CHGOFF.
004840     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
004850     ADD 1 TO WS-PRINTED-COUNT.

004860     ADD WS-CT-WORKED(WS-CT-BEST) TO WS-TT-WORKED.
004870     ADD WS-CT-CONTACTS(WS-CT-BEST) TO WS-TT-CONTACTS.
004880     ADD WS-DAYS-WORKED TO WS-TT-DAYS.
004890     ADD WS-CT-PROMISES(WS-CT-BEST) TO WS-TT-PROMISES.
004900     ADD WS-CT-KEPT(WS-CT-BEST) TO WS-TT-KEPT.
004910     ADD WS-CT-BROKEN(WS-CT-BEST) TO WS-TT-BROKEN.
004920     ADD WS-CT-CURED(WS-CT-BEST) TO WS-TT-CURED.
004930     ADD WS-CT-CHGOFF(WS-CT-BEST) TO WS-TT-CHGOFF.

004940 3100-EXIT.
004950     EXIT.

004960 3110-TRY-LOWEST.

004970     IF WS-CT-DONE(WS-CT-SUB) = 'Y' THEN
004980         GO TO 3110-EXIT
004990     END-IF.

005000     IF WS-CT-BEST = 0 THEN
005010         MOVE WS-CT-SUB TO WS-CT-BEST
005020         GO TO 3110-EXIT
005030     END-IF.

005040     IF WS-CT-CODE(WS-CT-SUB) < WS-CT-CODE(WS-CT-BEST) THEN
005050         MOVE WS-CT-SUB TO WS-CT-BEST
005060     END-IF.

005070 3110-EXIT.
005080     EXIT.

005090 3120-COUNT-DAY.

005100     IF WS-CT-DAY(WS-CT-BEST, WS-DAY-SUB) = 'Y' THEN
005110         ADD 1 TO WS-DAYS-WORKED
005120     END-IF.

005130 3120-EXIT.
005140     EXIT.

005150 9000-TERMINATE.

005160     DISPLAY 'DCI8BCPR - COLLECTOR PERFORMANCE - RUN SUMMARY'.
005170     DISPLAY 'PERIOD FROM      : ' WS-FROM-YMD-N.
005180     DISPLAY 'PERIOD TO        : ' WS-TO-YMD-N.
005190     DISPLAY 'HISTORY READ     : ' WS-READ-COUNT.
005200     DISPLAY 'IN THE PERIOD    : ' WS-SELECTED-COUNT.
005210     DISPLAY 'COLLECTORS       : ' WS-PRINTED-COUNT.
005220     DISPLAY 'TABLE OVERFLOW   : ' WS-OVERFLOW-COUNT.

005230     CLOSE WLHIST-FILE.
005240     CLOSE REPORT-FILE.

005250 9000-EXIT.
005260     EXIT.

005270*-----------------------------------------------------------------
005280* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
005290* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
005300* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
005310*-----------------------------------------------------------------
005320 8100-WRITE-JRNL-START.

005321*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
005322*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
005323     MOVE 'DCI8BCPR' TO JG-JOBNAME.
005324     CALL 'DCI8BJGT' USING JOBGATE.
005325     IF JG-RC-BLOCKED THEN
005326         MOVE JG-BLOCKED-RC TO RETURN-CODE
005327         STOP RUN
005328     END-IF.

005330     MOVE 'DCI8BCPR' TO JR-JOBNAME.
005340     MOVE 'S' TO JR-ROW-TYPE.
005350     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
005360         JR-REJECTED-COUNT.
005370     MOVE SPACE TO JR-STATUS.
005380     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

005390 8100-EXIT.
005400     EXIT.

005410 8200-WRITE-JRNL-END.

005420     MOVE 'DCI8BCPR' TO JR-JOBNAME.
005430     MOVE 'E' TO JR-ROW-TYPE.
005440     MOVE WS-READ-COUNT TO JR-READ-COUNT.
005450     MOVE WS-PRINTED-COUNT TO JR-WRITTEN-COUNT.
005460     MOVE WS-OVERFLOW-COUNT TO JR-REJECTED-COUNT.
005470     MOVE 'G' TO JR-STATUS.
005480     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

005490 8200-EXIT.
005500     EXIT.

005510 8300-STAMP-AND-WRITE.

005520     ACCEPT JR-DATE FROM DAY YYYYDDD.
005530     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
005540     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

005550     OPEN EXTEND JOURNAL-FILE.
005560     WRITE JR-REC.
005570     CLOSE JOURNAL-FILE.

005580 8300-EXIT.
005590     EXIT.

005600 END PROGRAM DCI8BCPR.
