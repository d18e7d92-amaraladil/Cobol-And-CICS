000010*****************************************************************
000020* DCI8BTRH - SKIP-TRACE HIT-RATE REPORT BY TRACE BATCH
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BTRH.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 28-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-28 AA   INITIAL VERSION - HOW MANY OF EACH WEEK'S
000160*                 GONE-AWAY ACCOUNTS THE TRACE AGENCY FOUND
000162* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000164*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000166*                 STOPS WITH RETURN CODE 12 WHEN A
000168*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000170*-----------------------------------------------------------------
000180*****************************************************************
000190* ONE LINE PER TRACE BATCH (THE DCI8BTRX EXTRACT DATE), OLDEST
000200* FIRST, BUILT FROM EVERY TRACEADR ROW, THEN A TOTAL LINE:
000210*   SENT   - ACCOUNTS SENT IN THE BATCH
000220*   OPEN   - STILL WITH THE AGENCY ('S')
000230*   EXPD   - NEVER ANSWERED, EXPIRED BY A LATER EXTRACT ('E')
000240*   NOTRC  - ANSWERED WITH NO NEW ADDRESS ('N', AND 'D' ROWS
000250*            THAT CARRY NO ADDRESS)
000260*   HITS   - ANSWERED WITH A NEW ADDRESS
000270*   HIT%   - HITS AS A PERCENTAGE OF THE ANSWERS (HITS + NOTRC)
000280* AND OF THE HITS:
000290*   CONF   - CONFIRMED ON DCI8DPHL AND APPLIED ('C')
000300*   REJ    - REJECTED ON DCI8DPHL ('R')
000310*   PEND   - STILL AWAITING REVIEW ('P')
000320*   SUPD   - OVERTAKEN BY AN ADDRESS CHANGE MADE ANOTHER WAY
000330*   CONF%  - CONFIRMED AS A PERCENTAGE OF THOSE REVIEWED
000340*****************************************************************

000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.

000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.

000410     SELECT TRACEADR-FILE ASSIGN TO TRACEADR
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS TA-KEY
000450         FILE STATUS IS WS-TRACEADR-STATUS.

000460     SELECT SORT-FILE ASSIGN TO SORTWK01.

000470     SELECT REPORT-FILE ASSIGN TO TRHRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-REPORT-STATUS.

000500     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-JOURNAL-STATUS.

000530 DATA DIVISION.
000540 FILE SECTION.

000550*-----------------------------------------------------------------
000560* TRACEADR - ONLY THE KEY, THE STATUS AND WHETHER THE AGENCY
000570* GAVE AN ADDRESS ARE NEEDED HERE
000580*-----------------------------------------------------------------
000590 FD  TRACEADR-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  TRACEADR-REC.
000620     05  TA-KEY.
000630         10  TA-ACCTNO           PIC X(09).
000640         10  TA-BATCH-DATE       PIC S9(7) COMP-3.
000650     05  TA-STATUS               PIC X(01).
000660         88  TA-SENT                     VALUE 'S'.
000670         88  TA-NO-TRACE                 VALUE 'N'.
000680         88  TA-PROPOSED                 VALUE 'P'.
000690         88  TA-CONFIRMED                VALUE 'C'.
000700         88  TA-REJECTED                 VALUE 'R'.
000710         88  TA-SUPERSEDED               VALUE 'D'.
000720         88  TA-EXPIRED                  VALUE 'E'.
000730     05  FILLER                  PIC X(62).
000740     05  TA-NEW-ADDR1            PIC X(20).
000750     05  FILLER                  PIC X(70).

000760*-----------------------------------------------------------------
000770* ONE SORT ROW PER TRACEADR ROW - ITS BATCH AND WHAT BECAME OF IT
000780*-----------------------------------------------------------------
000790 SD  SORT-FILE.
000800 01  SORT-REC.
000810     05  SR-BATCH-DATE           PIC S9(7) COMP-3.
000820     05  SR-STATUS               PIC X(01).
000830         88  SR-SENT                     VALUE 'S'.
000840         88  SR-NO-TRACE                 VALUE 'N'.
000850         88  SR-PROPOSED                 VALUE 'P'.
000860         88  SR-CONFIRMED                VALUE 'C'.
000870         88  SR-REJECTED                 VALUE 'R'.
000880         88  SR-SUPERSEDED               VALUE 'D'.
000890         88  SR-EXPIRED                  VALUE 'E'.
000900     05  SR-HIT                  PIC X(01).
000910         88  SR-HIT-YES                  VALUE 'Y'.

000920 FD  REPORT-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  REPORT-LINE                 PIC X(80).

000960*-----------------------------------------------------------------
000970* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
000980* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
000990*-----------------------------------------------------------------
001000 FD  JOURNAL-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  JR-REC.
001040     05  JR-JOBNAME              PIC X(08).
001050     05  JR-ROW-TYPE             PIC X(01).
001060     05  JR-DATE                 PIC 9(07).
001070     05  JR-TIME                 PIC 9(06).
001080     05  JR-READ-COUNT           PIC 9(07).
001090     05  JR-WRITTEN-COUNT        PIC 9(07).
001100     05  JR-REJECTED-COUNT       PIC 9(07).
001110     05  JR-STATUS               PIC X(01).
001120     05  FILLER                  PIC X(06).

001130 WORKING-STORAGE SECTION.
001140 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001150 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001155     COPY 'JOBGATE'.

001160 77  WS-TRACEADR-STATUS      PIC X(02) VALUE SPACES.
001170 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001180 01  WS-SWITCHES.
001190     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001200         88  WS-EOF-YES              VALUE 'Y'.
001210     05  WS-SORT-EOF-SW      PIC X(01) VALUE 'N'.
001220         88  WS-SORT-EOF-YES         VALUE 'Y'.

001230 01  WS-COUNTERS.
001240     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001250     05  WS-BATCH-COUNT      PIC 9(07) COMP-3 VALUE 0.

001260 77  WS-CURR-BATCH           PIC S9(7) COMP-3 VALUE 0.

001270*-----------------------------------------------------------------
001280* THE COUNTS FOR ONE BATCH, AND THE SAME AGAIN FOR THE TOTAL
001290* LINE - 3200-PRINT-BATCH ROLLS ONE INTO THE OTHER
001300*-----------------------------------------------------------------
001310 01  WS-BATCH-TOTALS.
001320     05  BT-SENT             PIC 9(07) COMP-3.
001330     05  BT-OPEN             PIC 9(07) COMP-3.
001340     05  BT-EXPIRED          PIC 9(07) COMP-3.
001350     05  BT-NOTRACE          PIC 9(07) COMP-3.
001360     05  BT-HITS             PIC 9(07) COMP-3.
001370     05  BT-CONFIRMED        PIC 9(07) COMP-3.
001380     05  BT-REJECTED         PIC 9(07) COMP-3.
001390     05  BT-PENDING          PIC 9(07) COMP-3.
001400     05  BT-SUPERSEDED       PIC 9(07) COMP-3.

001410 01  WS-GRAND-TOTALS.
001420     05  GT-SENT             PIC 9(07) COMP-3 VALUE 0.
001430     05  GT-OPEN             PIC 9(07) COMP-3 VALUE 0.
001440     05  GT-EXPIRED          PIC 9(07) COMP-3 VALUE 0.
001450     05  GT-NOTRACE          PIC 9(07) COMP-3 VALUE 0.
001460     05  GT-HITS             PIC 9(07) COMP-3 VALUE 0.
001470     05  GT-CONFIRMED        PIC 9(07) COMP-3 VALUE 0.
001480     05  GT-REJECTED         PIC 9(07) COMP-3 VALUE 0.
001490     05  GT-PENDING          PIC 9(07) COMP-3 VALUE 0.
001500     05  GT-SUPERSEDED       PIC 9(07) COMP-3 VALUE 0.

001510 77  WS-ANSWERED             PIC 9(07) COMP-3 VALUE 0.
001520 77  WS-REVIEWED             PIC 9(07) COMP-3 VALUE 0.
001530 77  WS-PCT                  PIC 9(03)V9 COMP-3 VALUE 0.

001540* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
001550     COPY 'DATEPARM'.

001560 01  WS-REPORT-HEADING1.
001570     05  FILLER              PIC X(80) VALUE
001580         'DCI8BTRH - SKIP-TRACE HIT RATE BY TRACE BATCH'.

001590 01  WS-REPORT-HEADING2.
001600     05  FILLER PIC X(09) VALUE 'BATCH'.
001610     05  FILLER PIC X(06) VALUE '  SENT'.
001620     05  FILLER PIC X(06) VALUE '  OPEN'.
001630     05  FILLER PIC X(06) VALUE '  EXPD'.
001640     05  FILLER PIC X(06) VALUE ' NOTRC'.
001650     05  FILLER PIC X(06) VALUE '  HITS'.
001660     05  FILLER PIC X(07) VALUE '   HIT%'.
001670     05  FILLER PIC X(06) VALUE '  CONF'.
001680     05  FILLER PIC X(06) VALUE '   REJ'.
001690     05  FILLER PIC X(06) VALUE '  PEND'.
001700     05  FILLER PIC X(06) VALUE '  SUPD'.
001710     05  FILLER PIC X(10) VALUE '  CONF%'.

001720 01  WS-DETAIL-LINE.
001730     05  DL-BATCH            PIC X(08).
001740     05  FILLER              PIC X(01) VALUE SPACE.
001750     05  DL-SENT             PIC Z(5)9.
001760     05  DL-OPEN             PIC Z(5)9.
001770     05  DL-EXPIRED          PIC Z(5)9.
001780     05  DL-NOTRACE          PIC Z(5)9.
001790     05  DL-HITS             PIC Z(5)9.
001800     05  DL-HIT-PCT          PIC Z(4)9.9.
001810     05  DL-CONFIRMED        PIC Z(5)9.
001820     05  DL-REJECTED         PIC Z(5)9.
001830     05  DL-PENDING          PIC Z(5)9.
001840     05  DL-SUPERSEDED       PIC Z(5)9.
001850     05  DL-CONF-PCT         PIC Z(4)9.9.
001860     05  FILLER              PIC X(03) VALUE SPACES.

001870 PROCEDURE DIVISION.

001880 0000-MAINLINE.

001890     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

001900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

001910     SORT SORT-FILE
001920         ON ASCENDING KEY SR-BATCH-DATE
001930         INPUT PROCEDURE IS 2000-RELEASE-ROWS
001940             THRU 2000-RELEASE-EXIT
001950         OUTPUT PROCEDURE IS 3000-PRINT-BATCHES
001960             THRU 3000-PRINT-EXIT.

001970     PERFORM 9000-TERMINATE THRU 9000-EXIT.

001980     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

001990     GOBACK.

002000 1000-INITIALIZE.

002010     OPEN OUTPUT REPORT-FILE.

002020     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
002030     MOVE SPACES TO REPORT-LINE.
002040     WRITE REPORT-LINE.
002050     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

002060 1000-EXIT.
002070     EXIT.

002080*-----------------------------------------------------------------
002090* 2000-RELEASE-ROWS FEEDS THE SORT WITH EVERY TRACEADR ROW
002100*-----------------------------------------------------------------
002110 2000-RELEASE-ROWS.

002120     OPEN INPUT TRACEADR-FILE.

002130     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
002140         UNTIL WS-EOF-YES.

002150     CLOSE TRACEADR-FILE.

002160 2000-RELEASE-EXIT.
002170     EXIT.

002180 2100-RELEASE-ONE.

002190     READ TRACEADR-FILE NEXT RECORD
002200         AT END
002210             MOVE 'Y' TO WS-EOF-SW
002220             GO TO 2100-EXIT
002230     END-READ.

002240     ADD 1 TO WS-READ-COUNT.

002250     MOVE TA-BATCH-DATE TO SR-BATCH-DATE.
002260     MOVE TA-STATUS TO SR-STATUS.
002270     IF TA-NEW-ADDR1 = SPACES THEN
002280         MOVE 'N' TO SR-HIT
002290     ELSE
002300         MOVE 'Y' TO SR-HIT
002310     END-IF.
002320     RELEASE SORT-REC.

002330 2100-EXIT.
002340     EXIT.

002350*-----------------------------------------------------------------
002360* 3000-PRINT-BATCHES - A LINE EACH TIME THE BATCH DATE CHANGES,
002370* THEN THE LAST BATCH AND THE TOTAL LINE
002380*-----------------------------------------------------------------
002390 3000-PRINT-BATCHES.

002400     INITIALIZE WS-BATCH-TOTALS.

002410     PERFORM 3100-COUNT-ONE THRU 3100-EXIT
002420         UNTIL WS-SORT-EOF-YES.

002430     IF BT-SENT > 0 THEN
002440         PERFORM 3200-PRINT-BATCH THRU 3200-EXIT
002450     END-IF.

002460     MOVE SPACES TO REPORT-LINE.
002470     WRITE REPORT-LINE.
002480     MOVE GT-SENT TO BT-SENT.
002490     MOVE GT-OPEN TO BT-OPEN.
002500     MOVE GT-EXPIRED TO BT-EXPIRED.
002510     MOVE GT-NOTRACE TO BT-NOTRACE.
002520     MOVE GT-HITS TO BT-HITS.
002530     MOVE GT-CONFIRMED TO BT-CONFIRMED.
002540     MOVE GT-REJECTED TO BT-REJECTED.
002550     MOVE GT-PENDING TO BT-PENDING.
002560     MOVE GT-SUPERSEDED TO BT-SUPERSEDED.
002570     PERFORM 3300-FORMAT-LINE THRU 3300-EXIT.
002580     MOVE 'TOTAL' TO DL-BATCH.
002590     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

002600 3000-PRINT-EXIT.
002610     EXIT.

002620 3100-COUNT-ONE.

002630     RETURN SORT-FILE
002640         AT END
002650             MOVE 'Y' TO WS-SORT-EOF-SW
002660             GO TO 3100-EXIT
002670     END-RETURN.

002680     IF SR-BATCH-DATE NOT = WS-CURR-BATCH AND BT-SENT > 0 THEN
002690         PERFORM 3200-PRINT-BATCH THRU 3200-EXIT
002700         INITIALIZE WS-BATCH-TOTALS
002710     END-IF.
002720     MOVE SR-BATCH-DATE TO WS-CURR-BATCH.

002730     ADD 1 TO BT-SENT.

002740     IF SR-SENT THEN
002750         ADD 1 TO BT-OPEN
002760     ELSE IF SR-EXPIRED THEN
002770         ADD 1 TO BT-EXPIRED
002780     ELSE IF SR-NO-TRACE OR NOT SR-HIT-YES THEN
002790         ADD 1 TO BT-NOTRACE
002800     ELSE
002810         ADD 1 TO BT-HITS
002820         IF SR-CONFIRMED THEN
002830             ADD 1 TO BT-CONFIRMED
002840         ELSE IF SR-REJECTED THEN
002850             ADD 1 TO BT-REJECTED
002860         ELSE IF SR-PROPOSED THEN
002870             ADD 1 TO BT-PENDING
002880         ELSE
002890             ADD 1 TO BT-SUPERSEDED
002900             END-IF
002910             END-IF
002920         END-IF
002930         END-IF
002940         END-IF
002950     END-IF.

002960 3100-EXIT.
002970     EXIT.

002980 3200-PRINT-BATCH.

002990     ADD 1 TO WS-BATCH-COUNT.

003000     ADD BT-SENT TO GT-SENT.
003010     ADD BT-OPEN TO GT-OPEN.
003020     ADD BT-EXPIRED TO GT-EXPIRED.
003030     ADD BT-NOTRACE TO GT-NOTRACE.
003040     ADD BT-HITS TO GT-HITS.
003050     ADD BT-CONFIRMED TO GT-CONFIRMED.
003060     ADD BT-REJECTED TO GT-REJECTED.
003070     ADD BT-PENDING TO GT-PENDING.
003080     ADD BT-SUPERSEDED TO GT-SUPERSEDED.

003090     PERFORM 3300-FORMAT-LINE THRU 3300-EXIT.

003100     MOVE 'J2G' TO DP-FUNCTION.
003110     MOVE WS-CURR-BATCH TO DP-JULIAN.
003120     CALL 'DCI8BDAT' USING DATEPARM.
003130     MOVE DP-GREGORIAN TO DL-BATCH.

003140     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

003150 3200-EXIT.
003160     EXIT.

003170*-----------------------------------------------------------------
003180* 3300-FORMAT-LINE - THE COUNTS IN WS-BATCH-TOTALS AND THEIR TWO
003190* PERCENTAGES, ZERO WHERE NOTHING HAS BEEN ANSWERED OR REVIEWED
003200*-----------------------------------------------------------------
003210 3300-FORMAT-LINE.

003220     MOVE BT-SENT TO DL-SENT.
003230     MOVE BT-OPEN TO DL-OPEN.
003240     MOVE BT-EXPIRED TO DL-EXPIRED.
003250     MOVE BT-NOTRACE TO DL-NOTRACE.
003260     MOVE BT-HITS TO DL-HITS.
003270     MOVE BT-CONFIRMED TO DL-CONFIRMED.
003280     MOVE BT-REJECTED TO DL-REJECTED.
003290     MOVE BT-PENDING TO DL-PENDING.
003300     MOVE BT-SUPERSEDED TO DL-SUPERSEDED.

003310     MOVE 0 TO WS-PCT.
003320     COMPUTE WS-ANSWERED = BT-HITS + BT-NOTRACE.
003330     IF WS-ANSWERED > 0 THEN
003340         COMPUTE WS-PCT ROUNDED =
003350             BT-HITS * 100 / WS-ANSWERED
003360     END-IF.
003370     MOVE WS-PCT TO DL-HIT-PCT.

003380     MOVE 0 TO WS-PCT.
003390     COMPUTE WS-REVIEWED = BT-CONFIRMED + BT-REJECTED.
003400     IF WS-REVIEWED > 0 THEN
003410         COMPUTE WS-PCT ROUNDED =
003420             BT-CONFIRMED * 100 / WS-REVIEWED
003430     END-IF.
003440     MOVE WS-PCT TO DL-CONF-PCT.

003450 3300-EXIT.
003460     EXIT.

003470 9000-TERMINATE.

003480     DISPLAY 'DCI8BTRH - SKIP-TRACE HIT-RATE REPORT - SUMMARY'.
003490     DISPLAY 'TRACE ROWS READ  : ' WS-READ-COUNT.
003500     DISPLAY 'BATCHES PRINTED  : ' WS-BATCH-COUNT.

003510     CLOSE REPORT-FILE.

003520 9000-EXIT.
003530     EXIT.

003540*-----------------------------------------------------------------
003550* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
003560* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
003570* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
003580*-----------------------------------------------------------------
003590 8100-WRITE-JRNL-START.

003591*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003592*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003593     MOVE 'DCI8BTRH' TO JG-JOBNAME.
003594     CALL 'DCI8BJGT' USING JOBGATE.
003595     IF JG-RC-BLOCKED THEN
003596         MOVE JG-BLOCKED-RC TO RETURN-CODE
003597         STOP RUN
003598     END-IF.

003600     MOVE 'DCI8BTRH' TO JR-JOBNAME.
003610     MOVE 'S' TO JR-ROW-TYPE.
003620     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003630         JR-REJECTED-COUNT.
003640     MOVE SPACE TO JR-STATUS.
003650     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003660 8100-EXIT.
003670     EXIT.

003680 8200-WRITE-JRNL-END.

003690     MOVE 'DCI8BTRH' TO JR-JOBNAME.
003700     MOVE 'E' TO JR-ROW-TYPE.
003710     MOVE WS-READ-COUNT TO JR-READ-COUNT.
003720     MOVE WS-BATCH-COUNT TO JR-WRITTEN-COUNT.
003730     MOVE 0 TO JR-REJECTED-COUNT.
003740     MOVE 'G' TO JR-STATUS.
003750     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003760 8200-EXIT.
003770     EXIT.

003780 8300-STAMP-AND-WRITE.

003790     ACCEPT JR-DATE FROM DAY YYYYDDD.
003800     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
003810     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

003820     OPEN EXTEND JOURNAL-FILE.
003830     WRITE JR-REC.
003840     CLOSE JOURNAL-FILE.

003850 8300-EXIT.
003860     EXIT.

003870 END PROGRAM DCI8BTRH.
