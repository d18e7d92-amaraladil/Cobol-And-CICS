000010*****************************************************************
000020* DCI8BTRX - WEEKLY SKIP-TRACE AGENCY EXTRACT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BTRX.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 28-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-28 AA   INITIAL VERSION - SENDS GONE-AWAY ACCOUNTS WITH
000160*                 A BALANCE TO THE TRACE AGENCY INSTEAD OF
000170*                 LEAVING THEM WITH NO ADDRESS
000172* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000176*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS WEEKLY JOB WALKS ACCTFILE FOR ACCOUNTS CARRYING THE
000210* RETURNED-MAIL MARKER (GONEAWAY-FLAG 'G', SET BY DCI8BGON OR
000220* THE DCI8DPGF TOGGLE) THAT STILL OWE US MONEY, AND WRITES THEM
000230* TO TRCOUT IN THE TRACE AGENCY'S FORMAT - A HDR ROW WITH THE
000240* BATCH DATE, ONE DTL ROW PER ACCOUNT WITH THE HOLDER'S NAMES,
000250* THE LAST KNOWN ADDRESS AND PHONE, AND A TRL COUNT AND TOTAL.
000260* EACH ACCOUNT SENT GETS A TRACEADR ROW 'S' KEYED ON TODAY AS
000270* THE BATCH DATE, WHICH DCI8BTRI MATCHES THE AGENCY'S ANSWER
000280* BACK TO. AN ACCOUNT IS HELD BACK, AND PRINTED ON TRXRPT WITH
000290* THE REASON, WHEN IT IS A DECEASED CUSTOMER'S ESTATE, HAS AN
000300* ACTIVE INSOLVENCY CASE, OR ALREADY HAS A TRACE OUT OR A
000310* PROPOSED ADDRESS AWAITING REVIEW ON DCI8DPHL. A TRACE THE
000320* AGENCY HAS NOT ANSWERED WITHIN THE ACCTCTL 'TRCWAIT' DAYS
000330* (DEFAULT 28) IS EXPIRED ('E') AND THE ACCOUNT GOES OUT AGAIN.
000340* A RERUN ON THE SAME DAY SENDS TODAY'S BATCH AGAIN AS IT STOOD
000350*****************************************************************

000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.

000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.

000420     SELECT ACCTFILE ASSIGN TO ACCTFILE
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS AF-ACCTKEY
000460         FILE STATUS IS WS-ACCTFILE-STATUS.

000470     SELECT TRACEADR-FILE ASSIGN TO TRACEADR
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS TA-KEY
000510         FILE STATUS IS WS-TRACEADR-STATUS.

000520     SELECT INSOLV-FILE ASSIGN TO INSOLV
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS IV-ACCTNO
000560         FILE STATUS IS WS-INSOLV-STATUS.

000570     SELECT ACCTCTL-FILE ASSIGN TO ACCTCTL
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS CT-KEYNAME
000610         FILE STATUS IS WS-ACCTCTL-STATUS.

000620     SELECT TRACE-FILE ASSIGN TO TRCOUT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-TRACE-STATUS.

000650     SELECT REPORT-FILE ASSIGN TO TRXRPT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-REPORT-STATUS.

000680     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-JOURNAL-STATUS.

000710 DATA DIVISION.
000720 FILE SECTION.

000730 FD  ACCTFILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  ACCTFILE-REC.
000760     05  AF-ACCTKEY.
000770         10  AF-ACCTNO           PIC X(09).
000780     05  AF-FNAME                PIC X(15).
000790     05  AF-SNAME                PIC X(15).
000800     05  AF-TITL                 PIC X(04).
000810     05  AF-ADDR1                PIC X(20).
000820     05  AF-ADDR2                PIC X(20).
000830     05  FILLER                  PIC X(41).
000840     05  AF-PHONE                PIC X(15).
000850     05  FILLER                  PIC X(78).
000860     05  AF-FORMER-SNAME         PIC X(15).
000870     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
000880     05  FILLER                  PIC X(13).
000890     05  AF-GONEAWAY-FLAG        PIC X(01).
000900         88  AF-GONE-AWAY                VALUE 'G'.
000910     05  FILLER                  PIC X(08).
000920     05  AF-ESTATE-FLAG          PIC X(01).
000930         88  AF-ESTATE-DECEASED          VALUE 'D'.
000940     05  FILLER                  PIC X(07).

000950*-----------------------------------------------------------------
000960* TRACEADR - ONE ROW PER ACCOUNT PER TRACE BATCH, SEE THE
000970* TRACEADR COPYBOOK FOR THE FULL LAYOUT AND STATUSES
000980*-----------------------------------------------------------------
000990 FD  TRACEADR-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  TRACEADR-REC.
001020     05  TA-KEY.
001030         10  TA-ACCTNO           PIC X(09).
001040         10  TA-BATCH-DATE       PIC S9(7) COMP-3.
001050     05  TA-STATUS               PIC X(01).
001060         88  TA-SENT                     VALUE 'S'.
001070         88  TA-PROPOSED                 VALUE 'P'.
001080     05  TA-SENT-BAL             PIC S9(08)V99 COMP-3.
001090     05  TA-OLD-ADDR1            PIC X(20).
001100     05  TA-OLD-ADDR2            PIC X(20).
001110     05  TA-AGENCY-REF           PIC X(12).
001120     05  TA-RETURNED-DATE        PIC S9(7) COMP-3.
001130     05  TA-NEW-ADDR1            PIC X(20).
001140     05  TA-NEW-ADDR2            PIC X(20).
001150     05  TA-REVIEWED-INFO.
001160         10  TA-REV-USERID       PIC X(08).
001170         10  TA-REV-TRMID        PIC X(04).
001180         10  TA-REV-DATE         PIC S9(7) COMP-3.
001190         10  TA-REV-TIME         PIC S9(7) COMP-3.
001200     05  TA-REJECT-REASON        PIC X(30).

001210*-----------------------------------------------------------------
001220* INSOLV - INSOLVENCY CASES, ONE ROW PER ACCOUNT, RECORDED ON
001230* DCI8DPHK. ONLY THE KEY AND STATUS ARE NEEDED HERE
001240*-----------------------------------------------------------------
001250 FD  INSOLV-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  INSOLV-REC.
001280     05  IV-ACCTNO               PIC X(09).
001290     05  IV-CASE-TYPE            PIC X(01).
001300     05  IV-STATUS               PIC X(01).
001310         88  IV-ACTIVE                   VALUE 'A'.
001320     05  FILLER                  PIC X(224).

001330 FD  ACCTCTL-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  ACCTCTL-REC.
001360     05  CT-KEYNAME              PIC X(08).
001370     05  CT-NEXT-ACCTNO          PIC 9(08).

001380*-----------------------------------------------------------------
001390* TRCOUT - THE TRACE AGENCY'S REQUEST FILE: HDR, ONE DTL ROW PER
001400* ACCOUNT, TRL
001410*-----------------------------------------------------------------
001420 FD  TRACE-FILE
001430     RECORDING MODE IS F
001440     LABEL RECORDS ARE STANDARD.
001450 01  TRACE-REC                   PIC X(150).

001460 FD  REPORT-FILE
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD.
001490 01  REPORT-LINE                 PIC X(80).

001500*-----------------------------------------------------------------
001510* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001520* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001530*-----------------------------------------------------------------
001540 FD  JOURNAL-FILE
001550     RECORDING MODE IS F
001560     LABEL RECORDS ARE STANDARD.
001570 01  JR-REC.
001580     05  JR-JOBNAME              PIC X(08).
001590     05  JR-ROW-TYPE             PIC X(01).
001600     05  JR-DATE                 PIC 9(07).
001610     05  JR-TIME                 PIC 9(06).
001620     05  JR-READ-COUNT           PIC 9(07).
001630     05  JR-WRITTEN-COUNT        PIC 9(07).
001640     05  JR-REJECTED-COUNT       PIC 9(07).
001650     05  JR-STATUS               PIC X(01).
001660     05  FILLER                  PIC X(06).

001670 WORKING-STORAGE SECTION.
001680 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001690 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001695     COPY 'JOBGATE'.

001700 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001710 77  WS-TRACEADR-STATUS      PIC X(02) VALUE SPACES.
001720 77  WS-INSOLV-STATUS        PIC X(02) VALUE SPACES.
001730 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
001740 77  WS-TRACE-STATUS         PIC X(02) VALUE SPACES.
001750 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001760 01  WS-SWITCHES.
001770     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001780         88  WS-EOF-YES              VALUE 'Y'.
001790     05  WS-TA-EOF-SW        PIC X(01) VALUE 'N'.
001800         88  WS-TA-EOF-YES           VALUE 'Y'.
001810     05  WS-OPEN-SW          PIC X(01) VALUE SPACE.
001820         88  WS-OPEN-NONE            VALUE SPACE.
001830         88  WS-OPEN-SENT            VALUE 'S'.
001840         88  WS-OPEN-PROPOSED        VALUE 'P'.
001850         88  WS-OPEN-TODAY           VALUE 'T'.

001860 01  WS-COUNTERS.
001870     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001880     05  WS-GONE-COUNT       PIC 9(07) COMP-3 VALUE 0.
001890     05  WS-SENT-COUNT       PIC 9(07) COMP-3 VALUE 0.
001900     05  WS-RESENT-COUNT     PIC 9(07) COMP-3 VALUE 0.
001910     05  WS-ESTATE-COUNT     PIC 9(07) COMP-3 VALUE 0.
001920     05  WS-INSOLV-COUNT     PIC 9(07) COMP-3 VALUE 0.
001930     05  WS-OUT-COUNT        PIC 9(07) COMP-3 VALUE 0.
001940     05  WS-REVIEW-COUNT     PIC 9(07) COMP-3 VALUE 0.
001950     05  WS-EXPIRED-COUNT    PIC 9(07) COMP-3 VALUE 0.
001960     05  WS-FAILED-COUNT     PIC 9(07) COMP-3 VALUE 0.
001970     05  WS-HELD-COUNT       PIC 9(07) COMP-3 VALUE 0.

001980 77  WS-TOTAL-BAL            PIC 9(10)V99 COMP-3 VALUE 0.

001990 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
002000 77  WS-TODAY-GREG           PIC 9(08) VALUE 0.

002010*-----------------------------------------------------------------
002020* A TRACE STILL UNANSWERED AFTER THIS MANY DAYS IS EXPIRED -
002030* ACCTCTL 'TRCWAIT' OVERRIDES THE DEFAULT. A TRACE SENT BEFORE
002040* WS-EXPIRE-BEFORE HAS HAD ITS TIME
002050*-----------------------------------------------------------------
002060 77  WS-WAIT-DAYS            PIC 9(03) VALUE 28.
002070 77  WS-EXPIRE-BEFORE        PIC S9(7) COMP-3 VALUE 0.

002080* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
002090     COPY 'DATEPARM'.

002100 01  WS-TRACE-HEADER.
002110     05  FILLER              PIC X(03) VALUE 'HDR'.
002120     05  TH-SOURCE           PIC X(08) VALUE 'DCI8BTRX'.
002130     05  TH-BATCH-DATE       PIC 9(08).
002140     05  FILLER              PIC X(131) VALUE SPACES.

002150 01  WS-TRACE-LINE.
002160     05  FILLER              PIC X(03) VALUE 'DTL'.
002170     05  TD-SEQNO            PIC 9(06).
002180     05  TD-ACCTNO           PIC X(09).
002190     05  TD-BATCH-DATE       PIC 9(08).
002200     05  TD-TITL             PIC X(04).
002210     05  TD-FNAME            PIC X(15).
002220     05  TD-SNAME            PIC X(15).
002230     05  TD-FORMER-SNAME     PIC X(15).
002240     05  TD-ADDR1            PIC X(20).
002250     05  TD-ADDR2            PIC X(20).
002260     05  TD-PHONE            PIC X(15).
002270     05  TD-BALANCE          PIC 9(08)V99.
002280     05  FILLER              PIC X(10) VALUE SPACES.

002290 01  WS-TRACE-TRAILER.
002300     05  FILLER              PIC X(03) VALUE 'TRL'.
002310     05  TT-COUNT            PIC 9(07).
002320     05  TT-TOTAL            PIC 9(10)V99.
002330     05  FILLER              PIC X(128) VALUE SPACES.

002340 01  WS-REPORT-HEADING1.
002350     05  FILLER              PIC X(80) VALUE
002360         'DCI8BTRX - SKIP-TRACE EXTRACT - GONE-AWAY ACCOUNTS'.

002370 01  WS-REPORT-HEADING2.
002380     05  FILLER PIC X(11) VALUE 'ACCOUNT'.
002390     05  FILLER PIC X(15) VALUE 'BALANCE'.
002400     05  FILLER PIC X(54) VALUE 'OUTCOME'.

002410 01  WS-DETAIL-LINE.
002420     05  DL-ACCTNO           PIC X(09).
002430     05  FILLER              PIC X(02) VALUE SPACES.
002440     05  DL-BALANCE          PIC Z(7)9.99.
002450     05  FILLER              PIC X(04) VALUE SPACES.
002460     05  DL-OUTCOME          PIC X(54).

002470 PROCEDURE DIVISION.

002480 0000-MAINLINE.

002490     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

002510     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
002520         UNTIL WS-EOF-YES.

002530     PERFORM 9000-TERMINATE THRU 9000-EXIT.

002540     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

002550     GOBACK.

002560 1000-INITIALIZE.

002570     OPEN INPUT ACCTFILE.
002580     OPEN I-O TRACEADR-FILE.
002590     OPEN INPUT INSOLV-FILE.
002600     OPEN OUTPUT TRACE-FILE.
002610     OPEN OUTPUT REPORT-FILE.

002620     MOVE 'TOD' TO DP-FUNCTION.
002630     CALL 'DCI8BDAT' USING DATEPARM.
002640     MOVE DP-JULIAN TO WS-TODAY.
002650     MOVE DP-GREGORIAN TO WS-TODAY-GREG.

002660     PERFORM 1200-READ-WAIT THRU 1200-EXIT.

002670     MOVE 'SUB' TO DP-FUNCTION.
002680     MOVE WS-TODAY TO DP-JULIAN.
002690     MOVE WS-WAIT-DAYS TO DP-DAYS.
002700     CALL 'DCI8BDAT' USING DATEPARM.
002710     MOVE DP-JULIAN TO WS-EXPIRE-BEFORE.

002720     MOVE WS-TODAY-GREG TO TH-BATCH-DATE.
002730     WRITE TRACE-REC FROM WS-TRACE-HEADER.

002740     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
002750     MOVE SPACES TO REPORT-LINE.
002760     WRITE REPORT-LINE.
002770     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

002780     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.

002790 1000-EXIT.
002800     EXIT.

002810 1100-READ-ACCOUNT.

002820     READ ACCTFILE NEXT RECORD
002830         AT END
002840             MOVE 'Y' TO WS-EOF-SW
002850             GO TO 1100-EXIT
002860     END-READ.

002870     ADD 1 TO WS-READ-COUNT.

002880 1100-EXIT.
002890     EXIT.

002900*-----------------------------------------------------------------
002910* 1200-READ-WAIT - A MISSING OR ZERO ROW KEEPS THE DEFAULT
002920*-----------------------------------------------------------------
002930 1200-READ-WAIT.

002940     OPEN INPUT ACCTCTL-FILE.

002950     MOVE 'TRCWAIT ' TO CT-KEYNAME.
002960     READ ACCTCTL-FILE
002970         INVALID KEY
002980             CONTINUE
002990     END-READ.
003000     IF WS-ACCTCTL-STATUS = '00' AND CT-NEXT-ACCTNO > 0
003010             AND CT-NEXT-ACCTNO < 366 THEN
003020         MOVE CT-NEXT-ACCTNO TO WS-WAIT-DAYS
003030     END-IF.

003040     CLOSE ACCTCTL-FILE.

003050 1200-EXIT.
003060     EXIT.

003070 2000-PROCESS-ACCOUNT.

003080     IF NOT AF-GONE-AWAY OR AF-CURR-BAL NOT > 0 THEN
003090         GO TO 2000-NEXT
003100     END-IF.

003110     ADD 1 TO WS-GONE-COUNT.
003120     MOVE AF-ACCTNO TO DL-ACCTNO.
003130     MOVE AF-CURR-BAL TO DL-BALANCE.

003140     IF AF-ESTATE-DECEASED THEN
003150         ADD 1 TO WS-ESTATE-COUNT
003160         MOVE 'HELD - DECEASED, ESTATE ACCOUNT' TO DL-OUTCOME
003170         GO TO 2090-HOLD
003180     END-IF.

003190     MOVE AF-ACCTNO TO IV-ACCTNO.
003200     READ INSOLV-FILE
003210         INVALID KEY
003220             MOVE SPACE TO IV-STATUS
003230     END-READ.
003240     IF IV-ACTIVE THEN
003250         ADD 1 TO WS-INSOLV-COUNT
003260         MOVE 'HELD - ACTIVE INSOLVENCY CASE' TO DL-OUTCOME
003270         GO TO 2090-HOLD
003280     END-IF.

003290     PERFORM 2200-CHECK-TRACES THRU 2200-EXIT.

003300     IF WS-OPEN-SENT THEN
003310         ADD 1 TO WS-OUT-COUNT
003320         MOVE 'HELD - TRACE ALREADY WITH THE AGENCY'
003330             TO DL-OUTCOME
003340         GO TO 2090-HOLD
003350     END-IF.

003360     IF WS-OPEN-PROPOSED THEN
003370         ADD 1 TO WS-REVIEW-COUNT
003380         MOVE 'HELD - PROPOSED ADDRESS AWAITING REVIEW'
003390             TO DL-OUTCOME
003400         GO TO 2090-HOLD
003410     END-IF.

003420*    A RERUN FINDS TODAY'S ROW ALREADY WRITTEN - THE ACCOUNT IS
003430*    SENT AGAIN AS IT WENT THE FIRST TIME
003440     IF WS-OPEN-TODAY THEN
003450         ADD 1 TO WS-RESENT-COUNT
003460         PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT
003470         GO TO 2000-NEXT
003480     END-IF.

003490     PERFORM 2300-WRITE-TRACE THRU 2300-EXIT.
003500     IF WS-TRACEADR-STATUS NOT = '00' THEN
003510         ADD 1 TO WS-FAILED-COUNT
003520         MOVE 'HELD - TRACEADR ROW NOT WRITTEN' TO DL-OUTCOME
003530         GO TO 2090-HOLD
003540     END-IF.

003550     PERFORM 2400-WRITE-DETAIL THRU 2400-EXIT.
003560     GO TO 2000-NEXT.

003570 2090-HOLD.

003580     ADD 1 TO WS-HELD-COUNT.
003590     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

003600 2000-NEXT.

003610     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.

003620 2000-EXIT.
003630     EXIT.

003640*-----------------------------------------------------------------
003650* 2200-CHECK-TRACES WALKS THE ACCOUNT'S TRACEADR ROWS. A TRACE
003660* OUT LONGER THAN THE WAIT IS EXPIRED; WS-OPEN-SW ENDS 'T' FOR A
003670* ROW ALREADY WRITTEN TODAY, ELSE 'S' OR 'P' FOR ONE STILL OPEN
003680*-----------------------------------------------------------------
003690 2200-CHECK-TRACES.

003700     MOVE SPACE TO WS-OPEN-SW.
003710     MOVE 'N' TO WS-TA-EOF-SW.

003720     MOVE AF-ACCTNO TO TA-ACCTNO.
003730     MOVE 0 TO TA-BATCH-DATE.

003740     START TRACEADR-FILE KEY IS NOT LESS THAN TA-KEY
003750         INVALID KEY
003760             GO TO 2200-EXIT
003770     END-START.

003780     PERFORM 2250-READ-TRACE THRU 2250-EXIT
003790         UNTIL WS-TA-EOF-YES.

003800 2200-EXIT.
003810     EXIT.

003820 2250-READ-TRACE.

003830     READ TRACEADR-FILE NEXT RECORD
003840         AT END
003850             MOVE 'Y' TO WS-TA-EOF-SW
003860             GO TO 2250-EXIT
003870     END-READ.

003880     IF TA-ACCTNO NOT = AF-ACCTNO THEN
003890         MOVE 'Y' TO WS-TA-EOF-SW
003900         GO TO 2250-EXIT
003910     END-IF.

003920     IF TA-BATCH-DATE = WS-TODAY THEN
003930         MOVE 'T' TO WS-OPEN-SW
003940         MOVE 'Y' TO WS-TA-EOF-SW
003950         GO TO 2250-EXIT
003960     END-IF.

003970     IF TA-SENT AND TA-BATCH-DATE < WS-EXPIRE-BEFORE THEN
003980         MOVE 'E' TO TA-STATUS
003990         REWRITE TRACEADR-REC
004000         ADD 1 TO WS-EXPIRED-COUNT
004010         GO TO 2250-EXIT
004020     END-IF.

004030     IF TA-SENT THEN
004040         MOVE 'S' TO WS-OPEN-SW
004050     ELSE IF TA-PROPOSED AND NOT WS-OPEN-SENT THEN
004060         MOVE 'P' TO WS-OPEN-SW
004070         END-IF
004080     END-IF.

004090 2250-EXIT.
004100     EXIT.

004110 2300-WRITE-TRACE.

004120     MOVE SPACES TO TRACEADR-REC.
004130     MOVE AF-ACCTNO TO TA-ACCTNO.
004140     MOVE WS-TODAY TO TA-BATCH-DATE.
004150     MOVE 'S' TO TA-STATUS.
004160     MOVE AF-CURR-BAL TO TA-SENT-BAL.
004170     MOVE AF-ADDR1 TO TA-OLD-ADDR1.
004180     MOVE AF-ADDR2 TO TA-OLD-ADDR2.
004190     MOVE 0 TO TA-RETURNED-DATE.
004200     MOVE 0 TO TA-REV-DATE.
004210     MOVE 0 TO TA-REV-TIME.

004220     WRITE TRACEADR-REC.

004230 2300-EXIT.
004240     EXIT.

004250 2400-WRITE-DETAIL.

004260     ADD 1 TO WS-SENT-COUNT.
004270     ADD AF-CURR-BAL TO WS-TOTAL-BAL.

004280     MOVE WS-SENT-COUNT TO TD-SEQNO.
004290     MOVE AF-ACCTNO TO TD-ACCTNO.
004300     MOVE WS-TODAY-GREG TO TD-BATCH-DATE.
004310     MOVE AF-TITL TO TD-TITL.
004320     MOVE AF-FNAME TO TD-FNAME.
004330     MOVE AF-SNAME TO TD-SNAME.
004340     MOVE AF-FORMER-SNAME TO TD-FORMER-SNAME.
004350     MOVE AF-ADDR1 TO TD-ADDR1.
004360     MOVE AF-ADDR2 TO TD-ADDR2.
004370     MOVE AF-PHONE TO TD-PHONE.
004380     MOVE AF-CURR-BAL TO TD-BALANCE.
004390     WRITE TRACE-REC FROM WS-TRACE-LINE.

004400 2400-EXIT.
004410     EXIT.

004420 9000-TERMINATE.

004430     MOVE WS-SENT-COUNT TO TT-COUNT.
004440     MOVE WS-TOTAL-BAL TO TT-TOTAL.
004450     WRITE TRACE-REC FROM WS-TRACE-TRAILER.

004460     DISPLAY 'DCI8BTRX - SKIP-TRACE AGENCY EXTRACT - SUMMARY'.
004470     DISPLAY 'ACCOUNTS READ    : ' WS-READ-COUNT.
004480     DISPLAY 'GONE AWAY OWING  : ' WS-GONE-COUNT.
004490     DISPLAY 'SENT FOR TRACE   : ' WS-SENT-COUNT.
004500     DISPLAY '  OF WHICH RERUN : ' WS-RESENT-COUNT.
004510     DISPLAY 'TRACES EXPIRED   : ' WS-EXPIRED-COUNT.
004520     DISPLAY 'ESTATE           : ' WS-ESTATE-COUNT.
004530     DISPLAY 'INSOLVENT        : ' WS-INSOLV-COUNT.
004540     DISPLAY 'TRACE OUTSTANDING: ' WS-OUT-COUNT.
004550     DISPLAY 'AWAITING REVIEW  : ' WS-REVIEW-COUNT.
004560     DISPLAY 'WRITE FAILED     : ' WS-FAILED-COUNT.

004570     CLOSE ACCTFILE.
004580     CLOSE TRACEADR-FILE.
004590     CLOSE INSOLV-FILE.
004600     CLOSE TRACE-FILE.
004610     CLOSE REPORT-FILE.

004620 9000-EXIT.
004630     EXIT.

004640*-----------------------------------------------------------------
004650* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
004660* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
004670* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
004680*-----------------------------------------------------------------
004690 8100-WRITE-JRNL-START.

004691*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
004692*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
004693     MOVE 'DCI8BTRX' TO JG-JOBNAME.
004694     CALL 'DCI8BJGT' USING JOBGATE.
004695     IF JG-RC-BLOCKED THEN
004696         MOVE JG-BLOCKED-RC TO RETURN-CODE
004697         STOP RUN
004698     END-IF.

004700     MOVE 'DCI8BTRX' TO JR-JOBNAME.
004710     MOVE 'S' TO JR-ROW-TYPE.
004720     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
004730         JR-REJECTED-COUNT.
004740     MOVE SPACE TO JR-STATUS.
004750     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

004760 8100-EXIT.
004770     EXIT.

004780 8200-WRITE-JRNL-END.

004790     MOVE 'DCI8BTRX' TO JR-JOBNAME.
004800     MOVE 'E' TO JR-ROW-TYPE.
004810     MOVE WS-READ-COUNT TO JR-READ-COUNT.
004820     MOVE WS-SENT-COUNT TO JR-WRITTEN-COUNT.
004830     MOVE WS-HELD-COUNT TO JR-REJECTED-COUNT.
004840     MOVE 'G' TO JR-STATUS.
004850     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

004860 8200-EXIT.
004870     EXIT.

004880 8300-STAMP-AND-WRITE.

004890     ACCEPT JR-DATE FROM DAY YYYYDDD.
004900     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
004910     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

004920     OPEN EXTEND JOURNAL-FILE.
004930     WRITE JR-REC.
004940     CLOSE JOURNAL-FILE.

004950 8300-EXIT.
004960     EXIT.

004970 END PROGRAM DCI8BTRX.
