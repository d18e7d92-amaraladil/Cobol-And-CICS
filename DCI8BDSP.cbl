000010*****************************************************************
000020* DCI8BDSP - DAILY DISPUTE CASE AGING REPORT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BDSP.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 08-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-08 AA   INITIAL VERSION - AGES THE OPEN DISPUTE CASES
000160*                 AGAINST THE CARD-SCHEME RESPONSE DEADLINES SO
000170*                 NO CHARGEBACK RIGHT LAPSES UNWORKED
000172* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000176*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS JOB WALKS THE DISPUTE FILE DCI8DPHD MAINTAINS AND, FOR
000210* EVERY CASE STILL OPEN, WORKS OUT THE SCHEME DEADLINE - THE
000220* DAY THE CASE OPENED PLUS THE SCHEME'S RESPONSE DAYS, THROUGH
000230* DCI8BDAT - AND PRINTS IT AS OVERDUE (DEADLINE PASSED),
000240* WARNING (INSIDE THE SCHEME'S WARNING WINDOW) OR OK. THE DAYS
000250* COME FROM DSPPARM, ONE CARD PER SCHEME: COL 1 THE SCHEME
000260* (V, M OR O), COLS 2-4 THE DEADLINE DAYS, COLS 5-7 THE
000270* WARNING DAYS. A SCHEME WITH NO CARD, OR NO DSPPARM AT ALL,
000280* RUNS ON 120 DAYS WITH A 15-DAY WARNING. CLOSED CASES ARE
000290* COUNTED AND PASSED OVER
000300*****************************************************************

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.

000370     SELECT PARM-FILE ASSIGN TO DSPPARM
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS WS-PARM-STATUS.

000400     SELECT DISPUTE-FILE ASSIGN TO DISPUTE
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS DS-KEY
000440         FILE STATUS IS WS-DISPUTE-STATUS.

000450     SELECT REPORT-FILE ASSIGN TO DSPRPT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-REPORT-STATUS.

000480     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-JOURNAL-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.

000530 FD  PARM-FILE
000540     RECORDING MODE IS F
000550     LABEL RECORDS ARE STANDARD.
000560 01  PARM-REC.
000570     05  PM-SCHEME               PIC X(01).
000580     05  PM-DEADLINE-DAYS        PIC 9(03).
000590     05  PM-WARN-DAYS            PIC 9(03).
000600     05  FILLER                  PIC X(73).

000610*-----------------------------------------------------------------
000620* DISPUTE - ONE ROW PER DISPUTED ACCTTXN ROW, KEYED ON THAT ROW'S
000630* OWN TX-KEY, SO AN ACCOUNT'S CASES SIT TOGETHER
000640*-----------------------------------------------------------------
000650 FD  DISPUTE-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  DISPUTE-REC.
000680     05  DS-KEY.
000690         10  DS-ACCTNO           PIC X(09).
000700         10  DS-TXN-DATE         PIC S9(7) COMP-3.
000710         10  DS-TXN-SEQNO        PIC 9(04) COMP.
000720     05  DS-AMOUNT               PIC 9(08)V99.
000730     05  DS-SCHEME               PIC X(01).
000740         88  DS-SCHEME-VISA              VALUE 'V'.
000750         88  DS-SCHEME-MASTERCARD        VALUE 'M'.
000760     05  DS-REASON-CODE          PIC X(04).
000770     05  DS-REASON-TEXT          PIC X(40).
000780     05  DS-STATUS               PIC X(01).
000790         88  DS-OPEN                     VALUE 'O'.
000800     05  DS-PROV-FLAG            PIC X(01).
000810     05  DS-PROV-DATE            PIC S9(7) COMP-3.
000820     05  DS-OPENED-DATE          PIC S9(7) COMP-3.
000830     05  FILLER                  PIC X(40).

000840 FD  REPORT-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  REPORT-LINE                 PIC X(80).

000880*-----------------------------------------------------------------
000890* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
000900* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
000910*-----------------------------------------------------------------
000920 FD  JOURNAL-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  JR-REC.
000960     05  JR-JOBNAME              PIC X(08).
000970     05  JR-ROW-TYPE             PIC X(01).
000980     05  JR-DATE                 PIC 9(07).
000990     05  JR-TIME                 PIC 9(06).
001000     05  JR-READ-COUNT           PIC 9(07).
001010     05  JR-WRITTEN-COUNT        PIC 9(07).
001020     05  JR-REJECTED-COUNT       PIC 9(07).
001030     05  JR-STATUS               PIC X(01).
001040     05  FILLER                  PIC X(06).

001050 WORKING-STORAGE SECTION.
001060 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001070 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001075     COPY 'JOBGATE'.

001080 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001090 77  WS-DISPUTE-STATUS       PIC X(02) VALUE SPACES.
001100 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001110 01  WS-SWITCHES.
001120     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001130         88  WS-EOF-YES              VALUE 'Y'.
001140     05  WS-PARM-EOF-SW      PIC X(01) VALUE 'N'.
001150         88  WS-PARM-EOF-YES         VALUE 'Y'.

001160 01  WS-COUNTERS.
001170     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001180     05  WS-OPEN-COUNT       PIC 9(07) COMP-3 VALUE 0.
001190     05  WS-CLOSED-COUNT     PIC 9(07) COMP-3 VALUE 0.
001200     05  WS-OVERDUE-COUNT    PIC 9(07) COMP-3 VALUE 0.
001210     05  WS-WARNING-COUNT    PIC 9(07) COMP-3 VALUE 0.
001220     05  WS-DATE-ERR-COUNT   PIC 9(07) COMP-3 VALUE 0.

001230 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.

001240*-----------------------------------------------------------------
001250* THE SCHEME RESPONSE WINDOWS - DEFAULTED HERE, OVERRIDDEN BY
001260* THE DSPPARM CARDS
001270*-----------------------------------------------------------------
001280 77  WS-VISA-DAYS            PIC 9(03) VALUE 120.
001290 77  WS-VISA-WARN            PIC 9(03) VALUE 15.
001300 77  WS-MC-DAYS              PIC 9(03) VALUE 120.
001310 77  WS-MC-WARN              PIC 9(03) VALUE 15.
001320 77  WS-OTHER-DAYS           PIC 9(03) VALUE 120.
001330 77  WS-OTHER-WARN           PIC 9(03) VALUE 15.

001340*-----------------------------------------------------------------
001350* THE CASE IN HAND - ITS WINDOW, ITS DEADLINE AND THE DAY ITS
001360* WARNING WINDOW OPENS
001370*-----------------------------------------------------------------
001380 77  WS-CASE-DAYS            PIC 9(03) VALUE 0.
001390 77  WS-CASE-WARN            PIC 9(03) VALUE 0.
001400 77  WS-DEADLINE             PIC S9(7) COMP-3 VALUE 0.
001410 77  WS-WARN-FROM            PIC S9(7) COMP-3 VALUE 0.

001420* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
001430     COPY 'DATEPARM'.

001440 01  WS-REPORT-HEADING1.
001450     05  FILLER PIC X(80) VALUE
001460         'DCI8BDSP - OPEN DISPUTE CASES BY SCHEME DEADLINE'.

001470 01  WS-REPORT-HEADING2.
001480     05  FILLER PIC X(11) VALUE 'ACCOUNT'.
001490     05  FILLER PIC X(09) VALUE 'TXN DATE'.
001500     05  FILLER PIC X(15) VALUE 'AMOUNT'.
001510     05  FILLER PIC X(04) VALUE 'SCH'.
001520     05  FILLER PIC X(05) VALUE 'RSN'.
001530     05  FILLER PIC X(09) VALUE 'OPENED'.
001540     05  FILLER PIC X(09) VALUE 'DEADLINE'.
001550     05  FILLER PIC X(18) VALUE 'STATUS'.

001560 01  WS-DETAIL-LINE.
001570     05  DL-ACCTNO           PIC X(09).
001580     05  FILLER              PIC X(02) VALUE SPACES.
001590     05  DL-TXN-DATE         PIC 9(07).
001600     05  FILLER              PIC X(02) VALUE SPACES.
001610     05  DL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
001620     05  FILLER              PIC X(02) VALUE SPACES.
001630     05  DL-SCHEME           PIC X(01).
001640     05  FILLER              PIC X(03) VALUE SPACES.
001650     05  DL-REASON           PIC X(04).
001660     05  FILLER              PIC X(01) VALUE SPACES.
001670     05  DL-OPENED           PIC 9(07).
001680     05  FILLER              PIC X(02) VALUE SPACES.
001690     05  DL-DEADLINE         PIC 9(07).
001700     05  FILLER              PIC X(02) VALUE SPACES.
001710     05  DL-RESULT           PIC X(10).
001720     05  FILLER              PIC X(08) VALUE SPACES.

001730 PROCEDURE DIVISION.

001740 0000-MAINLINE.

001750     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

001770     PERFORM 2000-PROCESS-CASE THRU 2000-EXIT
001780         UNTIL WS-EOF-YES.

001790     PERFORM 9000-TERMINATE THRU 9000-EXIT.

001800     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

001810     GOBACK.

001820 1000-INITIALIZE.

001830     OPEN INPUT PARM-FILE.
001840     IF WS-PARM-STATUS = '00' THEN
001850         PERFORM 1050-READ-PARM THRU 1050-EXIT
001860             UNTIL WS-PARM-EOF-YES
001870         CLOSE PARM-FILE
001880     ELSE
001890         DISPLAY 'DCI8BDSP - NO DSPPARM - DEFAULT DEADLINES USED'
001900     END-IF.

001910     OPEN INPUT DISPUTE-FILE.
001920     OPEN OUTPUT REPORT-FILE.

001930     MOVE 'TOD' TO DP-FUNCTION.
001940     CALL 'DCI8BDAT' USING DATEPARM.
001950     MOVE DP-JULIAN TO WS-TODAY.

001960     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
001970     MOVE SPACES TO REPORT-LINE.
001980     WRITE REPORT-LINE.
001990     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

002000     PERFORM 1100-READ-DISPUTE THRU 1100-EXIT.

002010 1000-EXIT.
002020     EXIT.

002030*-----------------------------------------------------------------
002040* 1050-READ-PARM TAKES ONE SCHEME CARD. A CARD FOR AN UNKNOWN
002050* SCHEME OR WITH NON-NUMERIC DAYS IS REPORTED AND IGNORED, SO
002060* THAT SCHEME KEEPS ITS DEFAULT
002070*-----------------------------------------------------------------
002080 1050-READ-PARM.

002090     READ PARM-FILE
002100         AT END
002110             MOVE 'Y' TO WS-PARM-EOF-SW
002120             GO TO 1050-EXIT
002130     END-READ.

002140     IF PM-DEADLINE-DAYS IS NOT NUMERIC OR
002150        PM-WARN-DAYS IS NOT NUMERIC THEN
002160         DISPLAY 'DCI8BDSP - DSPPARM DAYS NOT NUMERIC: '
002170             PARM-REC
002180         GO TO 1050-EXIT
002190     END-IF.

002200     IF PM-SCHEME = 'V' THEN
002210         MOVE PM-DEADLINE-DAYS TO WS-VISA-DAYS
002220         MOVE PM-WARN-DAYS TO WS-VISA-WARN
002230     ELSE IF PM-SCHEME = 'M' THEN
002240         MOVE PM-DEADLINE-DAYS TO WS-MC-DAYS
002250         MOVE PM-WARN-DAYS TO WS-MC-WARN
002260     ELSE IF PM-SCHEME = 'O' THEN
002270         MOVE PM-DEADLINE-DAYS TO WS-OTHER-DAYS
002280         MOVE PM-WARN-DAYS TO WS-OTHER-WARN
002290     ELSE
002300         DISPLAY 'DCI8BDSP - DSPPARM SCHEME UNKNOWN: ' PARM-REC
002310             END-IF
002320         END-IF
002330     END-IF.

002340 1050-EXIT.
002350     EXIT.

002360 1100-READ-DISPUTE.

002370     READ DISPUTE-FILE NEXT RECORD
002380         AT END
002390             GO TO 1100-EOF
002400     END-READ.

002410     ADD 1 TO WS-READ-COUNT.
002420     GO TO 1100-EXIT.

002430 1100-EOF.
002440     MOVE 'Y' TO WS-EOF-SW.

002450 1100-EXIT.
002460     EXIT.

002470*-----------------------------------------------------------------
002480* 2000-PROCESS-CASE AGES ONE OPEN CASE AGAINST ITS SCHEME'S
002490* WINDOW AND PRINTS IT; A CLOSED CASE IS ONLY COUNTED
002500*-----------------------------------------------------------------
002510 2000-PROCESS-CASE.

002520     IF NOT DS-OPEN THEN
002530         ADD 1 TO WS-CLOSED-COUNT
002540         GO TO 2000-NEXT
002550     END-IF.

002560     ADD 1 TO WS-OPEN-COUNT.

002570     IF DS-SCHEME-VISA THEN
002580         MOVE WS-VISA-DAYS TO WS-CASE-DAYS
002590         MOVE WS-VISA-WARN TO WS-CASE-WARN
002600     ELSE IF DS-SCHEME-MASTERCARD THEN
002610         MOVE WS-MC-DAYS TO WS-CASE-DAYS
002620         MOVE WS-MC-WARN TO WS-CASE-WARN
002630     ELSE
002640         MOVE WS-OTHER-DAYS TO WS-CASE-DAYS
002650         MOVE WS-OTHER-WARN TO WS-CASE-WARN
002660         END-IF
002670     END-IF.

002680     MOVE 'ADD' TO DP-FUNCTION.
002690     MOVE DS-OPENED-DATE TO DP-JULIAN.
002700     MOVE WS-CASE-DAYS TO DP-DAYS.
002710     CALL 'DCI8BDAT' USING DATEPARM.
002720     IF NOT DP-RC-GOOD THEN
002730         ADD 1 TO WS-DATE-ERR-COUNT
002740         GO TO 2000-NEXT
002750     END-IF.
002760     MOVE DP-JULIAN TO WS-DEADLINE.

002770     MOVE 'SUB' TO DP-FUNCTION.
002780     MOVE WS-DEADLINE TO DP-JULIAN.
002790     MOVE WS-CASE-WARN TO DP-DAYS.
002800     CALL 'DCI8BDAT' USING DATEPARM.
002810     IF NOT DP-RC-GOOD THEN
002820         ADD 1 TO WS-DATE-ERR-COUNT
002830         GO TO 2000-NEXT
002840     END-IF.
002850     MOVE DP-JULIAN TO WS-WARN-FROM.

002860     MOVE DS-ACCTNO TO DL-ACCTNO.
002870     MOVE DS-TXN-DATE TO DL-TXN-DATE.
002880     MOVE DS-AMOUNT TO DL-AMOUNT.
002890     MOVE DS-SCHEME TO DL-SCHEME.
002900     MOVE DS-REASON-CODE TO DL-REASON.
002910     MOVE DS-OPENED-DATE TO DL-OPENED.
002920     MOVE WS-DEADLINE TO DL-DEADLINE.

002930     IF WS-TODAY > WS-DEADLINE THEN
002940         MOVE 'OVERDUE' TO DL-RESULT
002950         ADD 1 TO WS-OVERDUE-COUNT
002960     ELSE IF WS-TODAY NOT < WS-WARN-FROM THEN
002970         MOVE 'WARNING' TO DL-RESULT
002980         ADD 1 TO WS-WARNING-COUNT
002990     ELSE
003000         MOVE 'OK' TO DL-RESULT
003010         END-IF
003020     END-IF.

003030     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

003040 2000-NEXT.
003050     PERFORM 1100-READ-DISPUTE THRU 1100-EXIT.

003060 2000-EXIT.
003070     EXIT.

003080 9000-TERMINATE.

003090     DISPLAY 'DCI8BDSP - DISPUTE CASE AGING - RUN SUMMARY'.
003100     DISPLAY 'CASES READ       : ' WS-READ-COUNT.
003110     DISPLAY 'OPEN CASES       : ' WS-OPEN-COUNT.
003120     DISPLAY 'CLOSED CASES     : ' WS-CLOSED-COUNT.
003130     DISPLAY 'OVERDUE          : ' WS-OVERDUE-COUNT.
003140     DISPLAY 'INSIDE WARNING   : ' WS-WARNING-COUNT.
003150     DISPLAY 'BAD OPENED DATE  : ' WS-DATE-ERR-COUNT.

003160     CLOSE DISPUTE-FILE.
003170     CLOSE REPORT-FILE.

003180 9000-EXIT.
003190     EXIT.

003200*-----------------------------------------------------------------
003210* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
003220* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
003230* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
003240*-----------------------------------------------------------------
003250 8100-WRITE-JRNL-START.

003251*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003252*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003253     MOVE 'DCI8BDSP' TO JG-JOBNAME.
003254     CALL 'DCI8BJGT' USING JOBGATE.
003255     IF JG-RC-BLOCKED THEN
003256         MOVE JG-BLOCKED-RC TO RETURN-CODE
003257         STOP RUN
003258     END-IF.

003260     MOVE 'DCI8BDSP' TO JR-JOBNAME.
003270     MOVE 'S' TO JR-ROW-TYPE.
003280     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003290         JR-REJECTED-COUNT.
003300     MOVE SPACE TO JR-STATUS.
003310     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003320 8100-EXIT.
003330     EXIT.

003340 8200-WRITE-JRNL-END.

003350     MOVE 'DCI8BDSP' TO JR-JOBNAME.
003360     MOVE 'E' TO JR-ROW-TYPE.
003370     MOVE WS-READ-COUNT TO JR-READ-COUNT.
003380     MOVE WS-OPEN-COUNT TO JR-WRITTEN-COUNT.
003390     MOVE WS-DATE-ERR-COUNT TO JR-REJECTED-COUNT.
003400     MOVE 'G' TO JR-STATUS.
003410     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003420 8200-EXIT.
003430     EXIT.

003440 8300-STAMP-AND-WRITE.

003450     ACCEPT JR-DATE FROM DAY YYYYDDD.
003460     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
003470     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

003480     OPEN EXTEND JOURNAL-FILE.
003490     WRITE JR-REC.
003500     CLOSE JOURNAL-FILE.

003510 8300-EXIT.
003520     EXIT.

003530 END PROGRAM DCI8BDSP.
