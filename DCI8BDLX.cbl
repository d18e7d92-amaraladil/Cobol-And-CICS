000010*****************************************************************
000020* DCI8BDLX - DAILY OUTBOUND DIALLER EXTRACT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BDLX.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 26-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-26 AA   INITIAL VERSION - FEEDS THE DAY'S WORKLIST CALLS
000160*                 TO THE OUTBOUND DIALLER INSTEAD OF COLLECTORS
000170*                 DIALLING EACH NUMBER BY HAND
000172* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000176*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS DAILY JOB WALKS THE WORKLIST AND PICKS THE ITEMS DUE FOR
000210* CONTACT THE SAME WAY THE DCI8DPGT LIST DOES - A BROKEN
000220* PROMISE, AN ITEM NEVER WORKED, OR ONE WHOSE FOLLOW-UP DATE HAS
000230* COME - LEAVING OUT ITEMS THE DIALLER LAST FOUND ON A WRONG
000240* NUMBER. AN ACCOUNT THAT IS A DECEASED CUSTOMER'S ESTATE, HAS AN
000250* ACTIVE INSOLVENCY CASE OR AN ACTIVE VULNERABLE CUSTOMER MARKER
000260* IS NEVER AUTO-DIALLED AND IS LEFT FOR A COLLECTOR, AS IS ONE
000270* WITH NO PHONE NUMBER ON ACCTFILE. THE REST ARE SORTED BROKEN
000280* PROMISES FIRST, THEN BY SEVERITY (90+ DAYS DOWN TO DORMANT),
000290* THEN BY ACCOUNT, AND WRITTEN TO DLROUT IN THE DIALLER VENDOR'S
000300* FORMAT - A HDR ROW, ONE DTL ROW PER CALL WITH THE PHONE, THE
000310* ASSIGNED COLLECTOR AND THE DAY'S CALL WINDOW (ACCTCTL
000320* 'DLRWINFR'/'DLRWINTO', DEFAULT 0800-2000), AND A TRL COUNT.
000330* DATES IN THE VENDOR FORMAT ARE YYYYMMDD. EACH EXCLUSION PRINTS
000340* ON DLXRPT SO COLLECTORS KNOW WHICH CALLS ARE STILL THEIRS
000350*****************************************************************

000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.

000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.

000420     SELECT WORKLIST-FILE ASSIGN TO WORKLIST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS WL-ACCTNO
000460         FILE STATUS IS WS-WORKLIST-STATUS.

000470     SELECT ACCTFILE ASSIGN TO ACCTFILE
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS AF-ACCTKEY
000510         FILE STATUS IS WS-ACCTFILE-STATUS.

000520     SELECT INSOLV-FILE ASSIGN TO INSOLV
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS IV-ACCTNO
000560         FILE STATUS IS WS-INSOLV-STATUS.

000570     SELECT VULNMARK-FILE ASSIGN TO VULNMARK
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS VM-KEY
000610         FILE STATUS IS WS-VULNMARK-STATUS.

000620     SELECT ACCTCTL-FILE ASSIGN TO ACCTCTL
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS CT-KEYNAME
000660         FILE STATUS IS WS-ACCTCTL-STATUS.

000670     SELECT SORT-FILE ASSIGN TO SORTWK01.

000680     SELECT DIALLER-FILE ASSIGN TO DLROUT
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-DIALLER-STATUS.

000710     SELECT REPORT-FILE ASSIGN TO DLXRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-REPORT-STATUS.

000740     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-JOURNAL-STATUS.

000770 DATA DIVISION.
000780 FILE SECTION.

000790 FD  WORKLIST-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  WORKLIST-REC.
000820     05  WL-ACCTNO               PIC X(09).
000830     05  WL-LOADED-DATE          PIC S9(7) COMP-3.
000840     05  WL-DISPOSITION          PIC X(01).
000850         88  WL-UNWORKED                 VALUE 'U'.
000860         88  WL-WRONG-NUMBER             VALUE 'W'.
000870     05  WL-FOLLOWUP-DATE        PIC S9(7) COMP-3.
000880     05  WL-WORKED-INFO.
000890         10  WL-WRK-USERID       PIC X(08).
000900         10  WL-WRK-TRMID        PIC X(04).
000910         10  WL-WRK-DATE         PIC S9(7) COMP-3.
000920         10  WL-WRK-TIME         PIC S9(7) COMP-3.
000930     05  WL-SEVERITY             PIC X(01).
000940     05  WL-PROMISE-AMT          PIC 9(08)V99 COMP-3.
000950     05  WL-PROMISE-DATE         PIC S9(7) COMP-3.
000960     05  WL-PROMISE-FLAG         PIC X(01).
000970         88  WL-PROMISE-BROKEN           VALUE 'B'.
000980     05  WL-COLLECTOR            PIC X(03).

000990 FD  ACCTFILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  ACCTFILE-REC.
001020     05  AF-ACCTKEY.
001030         10  AF-ACCTNO           PIC X(09).
001040     05  AF-FNAME                PIC X(15).
001050     05  AF-SNAME                PIC X(15).
001060     05  AF-TITL                 PIC X(04).
001070     05  FILLER                  PIC X(81).
001080     05  AF-PHONE                PIC X(15).
001090     05  FILLER                  PIC X(93).
001100     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
001110     05  FILLER                  PIC X(22).
001120     05  AF-ESTATE-FLAG          PIC X(01).
001130         88  AF-ESTATE-DECEASED          VALUE 'D'.
001140     05  FILLER                  PIC X(07).

001150*-----------------------------------------------------------------
001160* INSOLV - INSOLVENCY CASES, ONE ROW PER ACCOUNT, RECORDED ON
001170* DCI8DPHK. ONLY THE KEY AND STATUS ARE NEEDED HERE
001180*-----------------------------------------------------------------
001190 FD  INSOLV-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  INSOLV-REC.
001220     05  IV-ACCTNO               PIC X(09).
001230     05  IV-CASE-TYPE            PIC X(01).
001240     05  IV-STATUS               PIC X(01).
001250         88  IV-ACTIVE                   VALUE 'A'.
001260     05  FILLER                  PIC X(224).

001270*-----------------------------------------------------------------
001280* VULNMARK - THE VULNERABLE CUSTOMER REGISTER, ONE ROW PER ACCOUNT
001290* PER CATEGORY - ONLY THE KEY AND STATUS ARE NEEDED HERE
001300*-----------------------------------------------------------------
001310 FD  VULNMARK-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 01  VULNMARK-REC.
001340     05  VM-KEY.
001350         10  VM-ACCTNO           PIC X(09).
001360         10  VM-CATEGORY         PIC X(01).
001370     05  VM-STATUS               PIC X(01).
001380         88  VM-ACTIVE                   VALUE 'A'.
001390     05  FILLER                  PIC X(88).

001400 FD  ACCTCTL-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  ACCTCTL-REC.
001430     05  CT-KEYNAME              PIC X(08).
001440     05  CT-NEXT-ACCTNO          PIC 9(08).

001450*-----------------------------------------------------------------
001460* THE SORT PUTS BROKEN PROMISES (RANK 1) AHEAD OF EVERYTHING ELSE
001470* (RANK 2), THEN THE WORST SEVERITY FIRST - '3' SORTS ABOVE '1'
001480* AND A DORMANT ITEM'S SPACE SORTS LAST
001490*-----------------------------------------------------------------
001500 SD  SORT-FILE.
001510 01  SORT-REC.
001520     05  SR-RANK                 PIC X(01).
001530     05  SR-SEVERITY             PIC X(01).
001540     05  SR-ACCTNO               PIC X(09).
001550     05  SR-PHONE                PIC X(15).
001560     05  SR-TITL                 PIC X(04).
001570     05  SR-FNAME                PIC X(15).
001580     05  SR-SNAME                PIC X(15).
001590     05  SR-COLLECTOR            PIC X(03).
001600     05  SR-BALANCE              PIC 9(08)V99.

001610*-----------------------------------------------------------------
001620* DLROUT - THE DIALLER VENDOR'S CALL FILE: HDR, DTL ROWS IN DIAL
001630* ORDER, TRL
001640*-----------------------------------------------------------------
001650 FD  DIALLER-FILE
001660     RECORDING MODE IS F
001670     LABEL RECORDS ARE STANDARD.
001680 01  DIALLER-REC                 PIC X(120).

001690 FD  REPORT-FILE
001700     RECORDING MODE IS F
001710     LABEL RECORDS ARE STANDARD.
001720 01  REPORT-LINE                 PIC X(80).

001730*-----------------------------------------------------------------
001740* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001750* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001760*-----------------------------------------------------------------
001770 FD  JOURNAL-FILE
001780     RECORDING MODE IS F
001790     LABEL RECORDS ARE STANDARD.
001800 01  JR-REC.
001810     05  JR-JOBNAME              PIC X(08).
001820     05  JR-ROW-TYPE             PIC X(01).
001830     05  JR-DATE                 PIC 9(07).
001840     05  JR-TIME                 PIC 9(06).
001850     05  JR-READ-COUNT           PIC 9(07).
001860     05  JR-WRITTEN-COUNT        PIC 9(07).
001870     05  JR-REJECTED-COUNT       PIC 9(07).
001880     05  JR-STATUS               PIC X(01).
001890     05  FILLER                  PIC X(06).

001900 WORKING-STORAGE SECTION.
001910 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001920 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001925     COPY 'JOBGATE'.

001930 77  WS-WORKLIST-STATUS      PIC X(02) VALUE SPACES.
001940 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001950 77  WS-INSOLV-STATUS        PIC X(02) VALUE SPACES.
001960 77  WS-VULNMARK-STATUS      PIC X(02) VALUE SPACES.
001970 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
001980 77  WS-DIALLER-STATUS       PIC X(02) VALUE SPACES.
001990 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

002000 01  WS-SWITCHES.
002010     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
002020         88  WS-EOF-YES              VALUE 'Y'.
002030     05  WS-SORT-EOF-SW      PIC X(01) VALUE 'N'.
002040         88  WS-SORT-EOF-YES         VALUE 'Y'.
002050     05  WS-VM-EOF-SW        PIC X(01) VALUE 'N'.
002060         88  WS-VM-EOF-YES           VALUE 'Y'.
002070     05  WS-VULN-SW          PIC X(01) VALUE 'N'.
002080         88  WS-VULNERABLE           VALUE 'Y'.

002090 01  WS-COUNTERS.
002100     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
002110     05  WS-DUE-COUNT        PIC 9(07) COMP-3 VALUE 0.
002120     05  WS-DIAL-COUNT       PIC 9(07) COMP-3 VALUE 0.
002130     05  WS-WRONGNO-COUNT    PIC 9(07) COMP-3 VALUE 0.
002140     05  WS-NOACCT-COUNT     PIC 9(07) COMP-3 VALUE 0.
002150     05  WS-ESTATE-COUNT     PIC 9(07) COMP-3 VALUE 0.
002160     05  WS-INSOLV-COUNT     PIC 9(07) COMP-3 VALUE 0.
002170     05  WS-VULN-COUNT       PIC 9(07) COMP-3 VALUE 0.
002180     05  WS-NOPHONE-COUNT    PIC 9(07) COMP-3 VALUE 0.
002190     05  WS-HELD-COUNT       PIC 9(07) COMP-3 VALUE 0.

002200 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
002210 77  WS-TODAY-GREG           PIC 9(08) VALUE 0.

002220*-----------------------------------------------------------------
002230* THE CALL WINDOW, HHMM - ACCTCTL ROWS OVERRIDE THESE DEFAULTS
002240*-----------------------------------------------------------------
002250 77  WS-WINDOW-FROM          PIC 9(04) VALUE 0800.
002260 77  WS-WINDOW-TO            PIC 9(04) VALUE 2000.

002270* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
002280     COPY 'DATEPARM'.

002290 01  WS-DIAL-HEADER.
002300     05  FILLER              PIC X(03) VALUE 'HDR'.
002310     05  DH-SOURCE           PIC X(08) VALUE 'DCI8BDLX'.
002320     05  DH-FILE-DATE        PIC 9(08).
002330     05  FILLER              PIC X(101) VALUE SPACES.

002340 01  WS-DIAL-LINE.
002350     05  FILLER              PIC X(03) VALUE 'DTL'.
002360     05  DD-SEQNO            PIC 9(06).
002370     05  DD-ACCTNO           PIC X(09).
002380     05  DD-PHONE            PIC X(15).
002390     05  DD-TITL             PIC X(04).
002400     05  DD-FNAME            PIC X(15).
002410     05  DD-SNAME            PIC X(15).
002420     05  DD-COLLECTOR        PIC X(03).
002430     05  DD-SEVERITY         PIC X(01).
002440     05  DD-BROKEN           PIC X(01).
002450     05  DD-CALL-DATE        PIC 9(08).
002460     05  DD-WINDOW-FROM      PIC 9(04).
002470     05  DD-WINDOW-TO        PIC 9(04).
002480     05  DD-BALANCE          PIC 9(08)V99.
002490     05  FILLER              PIC X(22) VALUE SPACES.

002500 01  WS-DIAL-TRAILER.
002510     05  FILLER              PIC X(03) VALUE 'TRL'.
002520     05  DT-COUNT            PIC 9(07).
002530     05  FILLER              PIC X(110) VALUE SPACES.

002540 01  WS-REPORT-HEADING1.
002550     05  FILLER              PIC X(80) VALUE
002560         'DCI8BDLX - DIALLER EXTRACT - CALLS LEFT FOR COLLECTORS'.

002570 01  WS-REPORT-HEADING2.
002580     05  FILLER PIC X(11) VALUE 'ACCOUNT'.
002590     05  FILLER PIC X(05) VALUE 'SEV'.
002600     05  FILLER PIC X(06) VALUE 'COLL'.
002610     05  FILLER PIC X(58) VALUE 'NOT DIALLED BECAUSE'.

002620 01  WS-DETAIL-LINE.
002630     05  DL-ACCTNO           PIC X(09).
002640     05  FILLER              PIC X(02) VALUE SPACES.
002650     05  DL-SEVERITY         PIC X(01).
002660     05  FILLER              PIC X(04) VALUE SPACES.
002670     05  DL-COLLECTOR        PIC X(03).
002680     05  FILLER              PIC X(03) VALUE SPACES.
002690     05  DL-REASON           PIC X(58).

002700 PROCEDURE DIVISION.

002710 0000-MAINLINE.

002720     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

002740     SORT SORT-FILE
002750         ON ASCENDING KEY SR-RANK
002760         ON DESCENDING KEY SR-SEVERITY
002770         ON ASCENDING KEY SR-ACCTNO
002780         INPUT PROCEDURE IS 2000-RELEASE-ITEMS
002790             THRU 2000-RELEASE-EXIT
002800         OUTPUT PROCEDURE IS 3000-WRITE-CALLS
002810             THRU 3000-WRITE-EXIT.

002820     PERFORM 9000-TERMINATE THRU 9000-EXIT.

002830     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

002840     GOBACK.

002850 1000-INITIALIZE.

002860     OPEN OUTPUT REPORT-FILE.

002870     MOVE 'TOD' TO DP-FUNCTION.
002880     CALL 'DCI8BDAT' USING DATEPARM.
002890     MOVE DP-JULIAN TO WS-TODAY.
002900     MOVE DP-GREGORIAN TO WS-TODAY-GREG.

002910     PERFORM 1200-READ-WINDOW THRU 1200-EXIT.

002920     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
002930     MOVE SPACES TO REPORT-LINE.
002940     WRITE REPORT-LINE.
002950     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

002960 1000-EXIT.
002970     EXIT.

002980*-----------------------------------------------------------------
002990* 1200-READ-WINDOW - A MISSING ROW, OR ONE THAT IS NOT A CLOCK
003000* TIME, KEEPS THE DEFAULT; A WINDOW THAT CLOSES BEFORE IT OPENS
003010* FALLS BACK TO THE DEFAULTS ALTOGETHER
003020*-----------------------------------------------------------------
003030 1200-READ-WINDOW.

003040     OPEN INPUT ACCTCTL-FILE.

003050     MOVE 'DLRWINFR' TO CT-KEYNAME.
003060     READ ACCTCTL-FILE
003070         INVALID KEY
003080             CONTINUE
003090     END-READ.
003100     IF WS-ACCTCTL-STATUS = '00' AND CT-NEXT-ACCTNO < 2400 THEN
003110         MOVE CT-NEXT-ACCTNO TO WS-WINDOW-FROM
003120     END-IF.

003130     MOVE 'DLRWINTO' TO CT-KEYNAME.
003140     READ ACCTCTL-FILE
003150         INVALID KEY
003160             CONTINUE
003170     END-READ.
003180     IF WS-ACCTCTL-STATUS = '00' AND CT-NEXT-ACCTNO > 0
003190             AND CT-NEXT-ACCTNO < 2400 THEN
003200         MOVE CT-NEXT-ACCTNO TO WS-WINDOW-TO
003210     END-IF.

003220     CLOSE ACCTCTL-FILE.

003230     IF WS-WINDOW-TO NOT > WS-WINDOW-FROM THEN
003240         MOVE 0800 TO WS-WINDOW-FROM
003250         MOVE 2000 TO WS-WINDOW-TO
003260     END-IF.

003270 1200-EXIT.
003280     EXIT.

003290*-----------------------------------------------------------------
003300* 2000-RELEASE-ITEMS FEEDS THE SORT WITH EVERY ITEM DUE FOR A
003310* CALL THAT THE DIALLER IS ALLOWED TO MAKE
003320*-----------------------------------------------------------------
003330 2000-RELEASE-ITEMS.

003340     OPEN INPUT WORKLIST-FILE.
003350     OPEN INPUT ACCTFILE.
003360     OPEN INPUT INSOLV-FILE.
003370     OPEN INPUT VULNMARK-FILE.

003380     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
003390         UNTIL WS-EOF-YES.

003400     CLOSE WORKLIST-FILE.
003410     CLOSE ACCTFILE.
003420     CLOSE INSOLV-FILE.
003430     CLOSE VULNMARK-FILE.

003440 2000-RELEASE-EXIT.
003450     EXIT.

003460 2100-RELEASE-ONE.

003470     READ WORKLIST-FILE NEXT RECORD
003480         AT END
003490             MOVE 'Y' TO WS-EOF-SW
003500             GO TO 2100-EXIT
003510     END-READ.

003520     ADD 1 TO WS-READ-COUNT.

003530*    DUE THE WAY THE DCI8DPGT LIST SAYS SO - A BROKEN PROMISE
003540*    FIRST, THEN NEVER WORKED, THEN A FOLLOW-UP THAT HAS COME
003550     IF NOT WL-PROMISE-BROKEN AND NOT WL-UNWORKED THEN
003560         IF WL-FOLLOWUP-DATE = 0 OR
003570                 WL-FOLLOWUP-DATE > WS-TODAY THEN
003580             GO TO 2100-EXIT
003590         END-IF
003600     END-IF.

003610     ADD 1 TO WS-DUE-COUNT.

003620     IF WL-WRONG-NUMBER THEN
003630         ADD 1 TO WS-WRONGNO-COUNT
003640         MOVE 'LAST DIALLER CALL REACHED A WRONG NUMBER'
003650             TO DL-REASON
003660         GO TO 2190-HOLD
003670     END-IF.

003680     MOVE WL-ACCTNO TO AF-ACCTNO.
003690     READ ACCTFILE
003700         INVALID KEY
003710             ADD 1 TO WS-NOACCT-COUNT
003720             MOVE 'ACCOUNT NOT ON ACCTFILE' TO DL-REASON
003730             GO TO 2190-HOLD
003740     END-READ.

003750     IF AF-ESTATE-DECEASED THEN
003760         ADD 1 TO WS-ESTATE-COUNT
003770         MOVE 'DECEASED - ESTATE ACCOUNT' TO DL-REASON
003780         GO TO 2190-HOLD
003790     END-IF.

003800     MOVE WL-ACCTNO TO IV-ACCTNO.
003810     READ INSOLV-FILE
003820         INVALID KEY
003830             MOVE SPACE TO IV-STATUS
003840     END-READ.
003850     IF IV-ACTIVE THEN
003860         ADD 1 TO WS-INSOLV-COUNT
003870         MOVE 'ACTIVE INSOLVENCY CASE' TO DL-REASON
003880         GO TO 2190-HOLD
003890     END-IF.

003900     PERFORM 2500-CHECK-VULNERABLE THRU 2500-EXIT.
003910     IF WS-VULNERABLE THEN
003920         ADD 1 TO WS-VULN-COUNT
003930         MOVE 'VULNERABLE CUSTOMER MARKER' TO DL-REASON
003940         GO TO 2190-HOLD
003950     END-IF.

003960     IF AF-PHONE = SPACES THEN
003970         ADD 1 TO WS-NOPHONE-COUNT
003980         MOVE 'NO PHONE NUMBER ON FILE' TO DL-REASON
003990         GO TO 2190-HOLD
004000     END-IF.

004010     IF WL-PROMISE-BROKEN THEN
004020         MOVE '1' TO SR-RANK
004030     ELSE
004040         MOVE '2' TO SR-RANK
004050     END-IF.
004060     MOVE WL-SEVERITY TO SR-SEVERITY.
004070     MOVE WL-ACCTNO TO SR-ACCTNO.
004080     MOVE AF-PHONE TO SR-PHONE.
004090     MOVE AF-TITL TO SR-TITL.
004100     MOVE AF-FNAME TO SR-FNAME.
004110     MOVE AF-SNAME TO SR-SNAME.
004120     MOVE WL-COLLECTOR TO SR-COLLECTOR.
004130     IF AF-CURR-BAL > 0 THEN
004140         MOVE AF-CURR-BAL TO SR-BALANCE
004150     ELSE
004160         MOVE 0 TO SR-BALANCE
004170     END-IF.
004180     RELEASE SORT-REC.
004190     GO TO 2100-EXIT.

004200 2190-HOLD.

004210     ADD 1 TO WS-HELD-COUNT.
004220     MOVE WL-ACCTNO TO DL-ACCTNO.
004230     MOVE WL-SEVERITY TO DL-SEVERITY.
004240     MOVE WL-COLLECTOR TO DL-COLLECTOR.
004250     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

004260 2100-EXIT.
004270     EXIT.

004280*-----------------------------------------------------------------
004290* 2500-CHECK-VULNERABLE - WS-VULN-SW 'Y' WHEN THE ITEM'S ACCOUNT
004300* HAS ANY ACTIVE VULNMARK MARKER, WHATEVER ITS CATEGORY
004310*-----------------------------------------------------------------
004320 2500-CHECK-VULNERABLE.

004330     MOVE 'N' TO WS-VULN-SW.
004340     MOVE 'N' TO WS-VM-EOF-SW.

004350     MOVE WL-ACCTNO TO VM-ACCTNO.
004360     MOVE LOW-VALUES TO VM-CATEGORY.

004370     START VULNMARK-FILE KEY IS NOT LESS THAN VM-KEY
004380         INVALID KEY
004390             GO TO 2500-EXIT
004400     END-START.

004410     PERFORM 2550-READ-MARKER THRU 2550-EXIT
004420         UNTIL WS-VM-EOF-YES.

004430 2500-EXIT.
004440     EXIT.

004450 2550-READ-MARKER.

004460     READ VULNMARK-FILE NEXT RECORD
004470         AT END
004480             MOVE 'Y' TO WS-VM-EOF-SW
004490             GO TO 2550-EXIT
004500     END-READ.

004510     IF VM-ACCTNO NOT = WL-ACCTNO THEN
004520         MOVE 'Y' TO WS-VM-EOF-SW
004530         GO TO 2550-EXIT
004540     END-IF.

004550     IF VM-ACTIVE THEN
004560         MOVE 'Y' TO WS-VULN-SW
004570         MOVE 'Y' TO WS-VM-EOF-SW
004580     END-IF.

004590 2550-EXIT.
004600     EXIT.

004610*-----------------------------------------------------------------
004620* 3000-WRITE-CALLS WRITES THE VENDOR FILE IN DIAL ORDER
004630*-----------------------------------------------------------------
004640 3000-WRITE-CALLS.

004650     OPEN OUTPUT DIALLER-FILE.

004660     MOVE WS-TODAY-GREG TO DH-FILE-DATE.
004670     WRITE DIALLER-REC FROM WS-DIAL-HEADER.

004680     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
004690         UNTIL WS-SORT-EOF-YES.

004700     MOVE WS-DIAL-COUNT TO DT-COUNT.
004710     WRITE DIALLER-REC FROM WS-DIAL-TRAILER.

004720     CLOSE DIALLER-FILE.

004730 3000-WRITE-EXIT.
004740     EXIT.

004750 3100-WRITE-ONE.

004760     RETURN SORT-FILE
004770         AT END
004780             MOVE 'Y' TO WS-SORT-EOF-SW
004790             GO TO 3100-EXIT
004800     END-RETURN.

004810     ADD 1 TO WS-DIAL-COUNT.

004820     MOVE WS-DIAL-COUNT TO DD-SEQNO.
004830     MOVE SR-ACCTNO TO DD-ACCTNO.
004840     MOVE SR-PHONE TO DD-PHONE.
004850     MOVE SR-TITL TO DD-TITL.
004860     MOVE SR-FNAME TO DD-FNAME.
004870     MOVE SR-SNAME TO DD-SNAME.
004880     MOVE SR-COLLECTOR TO DD-COLLECTOR.
004890     MOVE SR-SEVERITY TO DD-SEVERITY.
004900     IF SR-RANK = '1' THEN
004910         MOVE 'Y' TO DD-BROKEN
004920     ELSE
004930         MOVE 'N' TO DD-BROKEN
004940     END-IF.
004950     MOVE WS-TODAY-GREG TO DD-CALL-DATE.
004960     MOVE WS-WINDOW-FROM TO DD-WINDOW-FROM.
004970     MOVE WS-WINDOW-TO TO DD-WINDOW-TO.
004980     MOVE SR-BALANCE TO DD-BALANCE.
004990     WRITE DIALLER-REC FROM WS-DIAL-LINE.

005000 3100-EXIT.
005010     EXIT.

005020 9000-TERMINATE.

005030     DISPLAY 'DCI8BDLX - OUTBOUND DIALLER EXTRACT - SUMMARY'.
005040     DISPLAY 'ITEMS READ       : ' WS-READ-COUNT.
005050     DISPLAY 'DUE FOR CONTACT  : ' WS-DUE-COUNT.
005060     DISPLAY 'SENT TO DIALLER  : ' WS-DIAL-COUNT.
005070     DISPLAY 'WRONG NUMBER     : ' WS-WRONGNO-COUNT.
005080     DISPLAY 'ESTATE           : ' WS-ESTATE-COUNT.
005090     DISPLAY 'INSOLVENT        : ' WS-INSOLV-COUNT.
005100     DISPLAY 'VULNERABLE       : ' WS-VULN-COUNT.
005110     DISPLAY 'NO PHONE         : ' WS-NOPHONE-COUNT.
005120     DISPLAY 'NOT ON ACCTFILE  : ' WS-NOACCT-COUNT.

005130     CLOSE REPORT-FILE.

005140 9000-EXIT.
005150     EXIT.

005160*-----------------------------------------------------------------
005170* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
005180* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
005190* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
005200*-----------------------------------------------------------------
005210 8100-WRITE-JRNL-START.

005211*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
005212*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
005213     MOVE 'DCI8BDLX' TO JG-JOBNAME.
005214     CALL 'DCI8BJGT' USING JOBGATE.
005215     IF JG-RC-BLOCKED THEN
005216         MOVE JG-BLOCKED-RC TO RETURN-CODE
005217         STOP RUN
005218     END-IF.

005220     MOVE 'DCI8BDLX' TO JR-JOBNAME.
005230     MOVE 'S' TO JR-ROW-TYPE.
005240     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
005250         JR-REJECTED-COUNT.
005260     MOVE SPACE TO JR-STATUS.
005270     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

005280 8100-EXIT.
005290     EXIT.

005300 8200-WRITE-JRNL-END.

005310     MOVE 'DCI8BDLX' TO JR-JOBNAME.
005320     MOVE 'E' TO JR-ROW-TYPE.
005330     MOVE WS-READ-COUNT TO JR-READ-COUNT.
005340     MOVE WS-DIAL-COUNT TO JR-WRITTEN-COUNT.
005350     MOVE WS-HELD-COUNT TO JR-REJECTED-COUNT.
005360     MOVE 'G' TO JR-STATUS.
005370     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

005380 8200-EXIT.
005390     EXIT.

005400 8300-STAMP-AND-WRITE.

005410     ACCEPT JR-DATE FROM DAY YYYYDDD.
005420     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
005430     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

005440     OPEN EXTEND JOURNAL-FILE.
005450     WRITE JR-REC.
005460     CLOSE JOURNAL-FILE.

005470 8300-EXIT.
005480     EXIT.

005490 END PROGRAM DCI8BDLX.
