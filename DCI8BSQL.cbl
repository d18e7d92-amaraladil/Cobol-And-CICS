000010*****************************************************************
000020* DCI8BSQL - SETTLEMENT QUOTE LETTER RUN
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BSQL.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 18-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-18 AA   INITIAL VERSION - PRINTS THE LETTER FOR EACH
000160*                 SETTLEMENT QUOTE RAISED ON DCI8DPHF THAT DAY
000170* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000180*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000190*                 STOPS WITH RETURN CODE 12 WHEN A
000200*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000210* 2026-10-15 AA   EACH POSTED LETTER OPENS WITH A PRTDOC
000220*                 DOCUMENT-START ROW ON SQLLTTR FOR THE
000230*                 DCI8BPSC PRINT STREAM RUN
000240* 2026-10-15 AA   EVERY LETTER SENT, HELD OR SUPPRESSED IS
000250*                 LOGGED ON CORRLOG (DCI8BCLG) AS DOCUMENT
000260*                 TYPE 'SETQ'
000270*-----------------------------------------------------------------
000280*****************************************************************
000290* THIS NIGHTLY JOB WALKS THE QUOTE FILE AND, FOR EVERY QUOTE
000300* WHOSE LETTER IS STILL PENDING ('P'), WRITES THE QUOTE LETTER
000310* - THE FIGURE THAT SETTLES THE ACCOUNT, HOW IT IS MADE UP AND
000320* THE LAST DAY IT HOLDS GOOD. THE LETTER IS ROUTED THE WAY THE
000330* STATEMENT RUN ROUTES MAIL - EMAIL TO SQLEOUT FOR A CONTACT-
000340* PREF 'E' CUSTOMER WITH AN ADDRESS ON FILE, POST TO SQLLTTR
000350* OTHERWISE, AND HELD ('G') FOR A GONE-AWAY ADDRESS. NOTHING IS
000360* SENT ('D') TO A DECEASED ESTATE, FOR AN ACCOUNT THAT HAS LEFT
000370* ACCTFILE, OR FOR A QUOTE THAT EXPIRED BEFORE ITS LETTER WENT.
000380* THE LETTER STATUS IS THE ONCE-ONLY RULE - A SENT, HELD OR
000390* SUPPRESSED QUOTE IS NEVER LOOKED AT AGAIN, SO A RERUN THE
000400* SAME NIGHT SENDS NOTHING TWICE. EVERY LETTER SENT, HELD OR
000410* SUPPRESSED FOR AN ESTATE IS LOGGED ON CORRLOG
000420*****************************************************************

000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.

000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.

000490     SELECT QUOTE-FILE ASSIGN TO QUOTE
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS SEQUENTIAL
000520         RECORD KEY IS SQ-KEY
000530         FILE STATUS IS WS-QUOTE-STATUS.

000540     SELECT ACCTFILE ASSIGN TO ACCTFILE
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS AF-ACCTKEY
000580         FILE STATUS IS WS-ACCTFILE-STATUS.

000590     SELECT LETTER-FILE ASSIGN TO SQLLTTR
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-LETTER-STATUS.

000620     SELECT EMAIL-FILE ASSIGN TO SQLEOUT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-EMAIL-STATUS.

000650     SELECT REPORT-FILE ASSIGN TO SQLRPT
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-REPORT-STATUS.

000680     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-JOURNAL-STATUS.

000710 DATA DIVISION.
000720 FILE SECTION.

000730*-----------------------------------------------------------------
000740* QUOTE - THE SETTLEMENT QUOTES FILED ON DCI8DPHF, READ IN KEY
000750* ORDER AND REWRITTEN AS EACH LETTER IS DEALT WITH
000760*-----------------------------------------------------------------
000770 FD  QUOTE-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  QUOTE-REC.
000800     05  SQ-KEY.
000810         10  SQ-ACCTNO           PIC X(09).
000820         10  SQ-SEQNO            PIC 9(04) COMP.
000830     05  SQ-STATUS               PIC X(01).
000840         88  SQ-OPEN                     VALUE 'O'.
000850         88  SQ-MET                      VALUE 'M'.
000860     05  SQ-SETTLE-DATE          PIC S9(7) COMP-3.
000870     05  SQ-EXPIRY-DATE          PIC S9(7) COMP-3.
000880     05  SQ-BALANCE              PIC 9(08)V99.
000890     05  SQ-INTEREST             PIC 9(08)V99.
000900     05  SQ-AMOUNT               PIC 9(08)V99.
000910     05  SQ-LETTER-STATUS        PIC X(01).
000920         88  SQ-LETTER-PENDING           VALUE 'P'.
000930         88  SQ-LETTER-SENT              VALUE 'S'.
000940         88  SQ-LETTER-HELD              VALUE 'G'.
000950         88  SQ-LETTER-SUPPRESSED        VALUE 'D'.
000960     05  SQ-LETTER-DATE          PIC S9(7) COMP-3.
000970     05  SQ-MET-DATE             PIC S9(7) COMP-3.
000980     05  SQ-MET-TXN-DATE         PIC S9(7) COMP-3.
000990     05  SQ-MET-TXN-SEQNO        PIC 9(04) COMP.
001000     05  SQ-QUOTED-INFO.
001010         10  SQ-QUOTE-USERID     PIC X(08).
001020         10  SQ-QUOTE-TRMID      PIC X(04).
001030         10  SQ-QUOTE-DATE       PIC S9(7) COMP-3.
001040         10  SQ-QUOTE-TIME       PIC S9(7) COMP-3.

001050 FD  ACCTFILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  ACCTFILE-REC.
001080     05  AF-ACCTKEY.
001090         10  AF-ACCTNO           PIC X(09).
001100     05  AF-FNAME                PIC X(15).
001110     05  AF-SNAME                PIC X(15).
001120     05  AF-TITL                 PIC X(04).
001130     05  AF-ADDR1                PIC X(20).
001140     05  AF-ADDR2                PIC X(20).
001150     05  AF-CRLIMIT              PIC 9(08)V99.
001160     05  AF-STAT                 PIC X(01).
001170     05  AF-CREATED-INFO.
001180         10  AF-CR-USERID        PIC X(08).
001190         10  AF-CR-TRMID         PIC X(04).
001200         10  AF-CR-DATE          PIC S9(7) COMP-3.
001210         10  AF-CR-TIME          PIC S9(7) COMP-3.
001220     05  AF-LAST-HIST-SEQ        PIC 9(04) COMP.
001230     05  AF-LAST-CHANGED-INFO.
001240         10  AF-LAST-CHG-DATE    PIC S9(7) COMP-3.
001250         10  AF-LAST-CHG-TIME    PIC S9(7) COMP-3.
001260     05  AF-PHONE                PIC X(15).
001270     05  AF-EMAIL                PIC X(30).
001280     05  AF-LAST-CHG-USERID      PIC X(08).
001290     05  AF-MAIL-ADDR1           PIC X(20).
001300     05  AF-MAIL-ADDR2           PIC X(20).
001310     05  AF-FORMER-SNAME         PIC X(15).
001320     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
001330     05  AF-BUREAU-SCORE         PIC 9(03).
001340     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001350     05  AF-BRANCH               PIC X(04).
001360     05  AF-CONTACT-PREF         PIC X(01).
001370     05  AF-STMT-CYCLE           PIC X(01).
001380     05  AF-GONEAWAY-FLAG        PIC X(01).
001390     05  AF-CUST-ID              PIC 9(08).
001400     05  AF-ESTATE-FLAG          PIC X(01).
001410     05  AF-SENS-FLAG            PIC X(01).
001420     05  AF-ANNFEE-PLAN          PIC X(01).
001430     05  AF-SETTLE-FLAG          PIC X(01).
001440     05  AF-PRODUCT-CODE         PIC X(04).

001450*-----------------------------------------------------------------
001460* SQLLTTR - THE POSTED QUOTE LETTERS, ONE BLOCK PER QUOTE
001470*-----------------------------------------------------------------
001480 FD  LETTER-FILE
001490     RECORDING MODE IS F
001500     LABEL RECORDS ARE STANDARD.
001510 01  LETTER-LINE                 PIC X(80).

001520*-----------------------------------------------------------------
001530* SQLEOUT - THE EMAILED QUOTE LETTERS. EACH OPENS WITH A TO:
001540* LINE CARRYING THE DELIVERY ADDRESS, THEN THE SAME LINES THE
001550* LETTER WOULD HAVE CARRIED - THE ESTMOUT SHAPE
001560*-----------------------------------------------------------------
001570 FD  EMAIL-FILE
001580     RECORDING MODE IS F
001590     LABEL RECORDS ARE STANDARD.
001600 01  EMAIL-LINE                  PIC X(80).

001610 FD  REPORT-FILE
001620     RECORDING MODE IS F
001630     LABEL RECORDS ARE STANDARD.
001640 01  REPORT-LINE                 PIC X(80).

001650*-----------------------------------------------------------------
001660* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001670* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001680*-----------------------------------------------------------------
001690 FD  JOURNAL-FILE
001700     RECORDING MODE IS F
001710     LABEL RECORDS ARE STANDARD.
001720 01  JR-REC.
001730     05  JR-JOBNAME              PIC X(08).
001740     05  JR-ROW-TYPE             PIC X(01).
001750     05  JR-DATE                 PIC 9(07).
001760     05  JR-TIME                 PIC 9(06).
001770     05  JR-READ-COUNT           PIC 9(07).
001780     05  JR-WRITTEN-COUNT        PIC 9(07).
001790     05  JR-REJECTED-COUNT       PIC 9(07).
001800     05  JR-STATUS               PIC X(01).
001810     05  FILLER                  PIC X(06).

001820 WORKING-STORAGE SECTION.
001830 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001840 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001850     COPY 'JOBGATE'.

001860 77  WS-QUOTE-STATUS         PIC X(02) VALUE SPACES.
001870 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001880 77  WS-LETTER-STATUS        PIC X(02) VALUE SPACES.
001890 77  WS-EMAIL-STATUS         PIC X(02) VALUE SPACES.
001900 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001910 01  WS-SWITCHES.
001920     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001930         88  WS-EOF-YES              VALUE 'Y'.
001940     05  WS-DATE-OK-SW       PIC X(01) VALUE 'Y'.
001950         88  WS-DATE-OK              VALUE 'Y'.

001960 01  WS-COUNTERS.
001970     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001980     05  WS-DONE-COUNT       PIC 9(07) COMP-3 VALUE 0.
001990     05  WS-POSTAL-COUNT     PIC 9(07) COMP-3 VALUE 0.
002000     05  WS-EMAIL-COUNT      PIC 9(07) COMP-3 VALUE 0.
002010     05  WS-GONEAWAY-COUNT   PIC 9(07) COMP-3 VALUE 0.
002020     05  WS-ESTATE-COUNT     PIC 9(07) COMP-3 VALUE 0.
002030     05  WS-NOACCT-COUNT     PIC 9(07) COMP-3 VALUE 0.
002040     05  WS-EXPIRED-COUNT    PIC 9(07) COMP-3 VALUE 0.

002050 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.

002060*-----------------------------------------------------------------
002070* THE EXPIRY AND QUOTE DATES AS THEY APPEAR ON THE LETTER. THE
002080* QUOTE DATE IS STAMPED ONLINE IN EIBDATE'S 0CYYDDD FORM AND IS
002090* BROUGHT UP TO YYYYDDD BEFORE IT IS USED
002100*-----------------------------------------------------------------
002110 77  WS-WORK-JUL             PIC S9(7) COMP-3 VALUE 0.
002120 01  WS-EXPIRY-GREG          PIC 9(08) VALUE 0.
002130 01  WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-GREG.
002140     05  WS-EXPIRY-YYYY      PIC 9(04).
002150     05  WS-EXPIRY-MM        PIC X(02).
002160     05  WS-EXPIRY-DD        PIC X(02).
002170 01  WS-QUOTED-GREG          PIC 9(08) VALUE 0.
002180 01  WS-QUOTED-PARTS REDEFINES WS-QUOTED-GREG.
002190     05  WS-QUOTED-YYYY      PIC 9(04).
002200     05  WS-QUOTED-MM        PIC X(02).
002210     05  WS-QUOTED-DD        PIC X(02).

002220*-----------------------------------------------------------------
002230* LETTER ROUTING - 'P' POST, 'E' EMAIL, 'G' HELD FOR A GONE-AWAY
002240* ADDRESS. CONTACT-PREF 'T' AND 'N' STAY POSTAL - A QUOTE THE
002250* CUSTOMER ASKED FOR IS NOT MARKETING, THE STATEMENT RULE
002260*-----------------------------------------------------------------
002270 01  WS-CHANNEL-SW           PIC X(01) VALUE 'P'.
002280     88  WS-CHANNEL-EMAIL           VALUE 'E'.
002290     88  WS-CHANNEL-HELD            VALUE 'G'.
002300 01  WS-RT-LINE              PIC X(80) VALUE SPACES.

002310 01  WS-EMAIL-TO-LINE.
002320     05  FILLER              PIC X(04) VALUE 'TO: '.
002330     05  ET-EMAIL            PIC X(30).
002340     05  FILLER              PIC X(46) VALUE SPACES.

002350 01  WS-LTR-HEAD-LINE.
002360     05  FILLER              PIC X(40) VALUE
002370         'SETTLEMENT QUOTE'.
002380     05  FILLER              PIC X(08) VALUE 'ACCOUNT '.
002390     05  LH-ACCTNO           PIC X(09).
002400     05  FILLER              PIC X(23) VALUE SPACES.
002410 01  WS-LTR-NAME-LINE.
002420     05  LN-TITL             PIC X(04).
002430     05  FILLER              PIC X(01) VALUE SPACES.
002440     05  LN-FNAME            PIC X(15).
002450     05  FILLER              PIC X(01) VALUE SPACES.
002460     05  LN-SNAME            PIC X(15).
002470     05  FILLER              PIC X(44) VALUE SPACES.
002480 01  WS-LTR-ADDR-LINE.
002490     05  LA-ADDR             PIC X(20).
002500     05  FILLER              PIC X(60) VALUE SPACES.
002510 01  WS-LTR-AMOUNT-LINE.
002520     05  FILLER              PIC X(38) VALUE
002530         'TO SETTLE YOUR ACCOUNT IN FULL, PAY   '.
002540     05  LQ-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
002550     05  FILLER              PIC X(04) VALUE ' BY '.
002560     05  LQ-DD               PIC X(02).
002570     05  FILLER              PIC X(01) VALUE '/'.
002580     05  LQ-MM               PIC X(02).
002590     05  FILLER              PIC X(01) VALUE '/'.
002600     05  LQ-YYYY             PIC 9(04).
002610     05  FILLER              PIC X(15) VALUE '.'.
002620 01  WS-LTR-MAKEUP-LINE.
002630     05  FILLER              PIC X(20) VALUE
002640         'YOUR BALANCE OF    '.
002650     05  LM-BALANCE          PIC ZZ,ZZZ,ZZ9.99.
002660     05  FILLER              PIC X(18) VALUE
002670         ' PLUS INTEREST OF '.
002680     05  LM-INTEREST         PIC ZZ,ZZZ,ZZ9.99.
002690     05  FILLER              PIC X(16) VALUE ' TO THAT DATE.'.
002700 01  WS-LTR-REF-LINE.
002710     05  FILLER              PIC X(16) VALUE
002720         'QUOTE REFERENCE '.
002730     05  LQ-SEQNO            PIC 9(04).
002740     05  FILLER              PIC X(10) VALUE ', DATED '.
002750     05  LQ-QDD              PIC X(02).
002760     05  FILLER              PIC X(01) VALUE '/'.
002770     05  LQ-QMM              PIC X(02).
002780     05  FILLER              PIC X(01) VALUE '/'.
002790     05  LQ-QYYYY            PIC 9(04).
002800     05  FILLER              PIC X(40) VALUE '.'.
002810 01  WS-LTR-NOTE1.
002820     05  FILLER PIC X(80) VALUE
002830         'THE FIGURE HOLDS GOOD UNTIL THE DATE ABOVE. ANY OTHER'.
002840 01  WS-LTR-NOTE2.
002850     05  FILLER PIC X(80) VALUE
002860         'ACTIVITY ON THE ACCOUNT BEFORE THEN CHANGES IT.'.
002870 01  WS-LTR-SEPARATOR.
002880     05  FILLER PIC X(80) VALUE ALL '-'.

002890* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
002900     COPY 'DATEPARM'.

002910* DOCUMENT-START ROW AHEAD OF EACH POSTED LETTER ON SQLLTTR
002920     COPY 'PRTDOC'.

002930* THE CORRESPONDENCE LOG ROW, WRITTEN THROUGH DCI8BCLG
002940     COPY 'CORRLOG'.

002950 01  WS-REPORT-HEADING1.
002960     05  FILLER PIC X(80) VALUE
002970         'DCI8BSQL - SETTLEMENT QUOTE LETTERS'.

002980 01  WS-REPORT-HEADING2.
002990     05  FILLER PIC X(11) VALUE 'ACCOUNT'.
003000     05  FILLER PIC X(06) VALUE 'QUOTE'.
003010     05  FILLER PIC X(10) VALUE 'EXPIRES'.
003020     05  FILLER PIC X(15) VALUE 'AMOUNT'.
003030     05  FILLER PIC X(38) VALUE 'ACTION'.

003040 01  WS-DETAIL-LINE.
003050     05  DL-ACCTNO           PIC X(09).
003060     05  FILLER              PIC X(02) VALUE SPACES.
003070     05  DL-SEQNO            PIC 9(04).
003080     05  FILLER              PIC X(02) VALUE SPACES.
003090     05  DL-EXPIRY           PIC 9(08).
003100     05  FILLER              PIC X(02) VALUE SPACES.
003110     05  DL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
003120     05  FILLER              PIC X(02) VALUE SPACES.
003130     05  DL-ACTION           PIC X(30).
003140     05  FILLER              PIC X(08) VALUE SPACES.

003150 PROCEDURE DIVISION.

003160 0000-MAINLINE.

003170     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

003190     PERFORM 2000-PROCESS-QUOTE THRU 2000-EXIT
003200         UNTIL WS-EOF-YES.

003210     PERFORM 9000-TERMINATE THRU 9000-EXIT.

003220     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

003230     GOBACK.

003240 1000-INITIALIZE.

003250     OPEN I-O QUOTE-FILE.
003260     OPEN INPUT ACCTFILE.
003270     OPEN OUTPUT LETTER-FILE.
003280     OPEN OUTPUT EMAIL-FILE.
003290     OPEN OUTPUT REPORT-FILE.

003300     MOVE 'TOD' TO DP-FUNCTION.
003310     CALL 'DCI8BDAT' USING DATEPARM.
003320     MOVE DP-JULIAN TO WS-TODAY.

003330     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
003340     MOVE SPACES TO REPORT-LINE.
003350     WRITE REPORT-LINE.
003360     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

003370     PERFORM 1100-READ-QUOTE THRU 1100-EXIT.

003380 1000-EXIT.
003390     EXIT.

003400 1100-READ-QUOTE.

003410     READ QUOTE-FILE NEXT RECORD
003420         AT END
003430             GO TO 1100-EOF
003440     END-READ.

003450     ADD 1 TO WS-READ-COUNT.
003460     GO TO 1100-EXIT.

003470 1100-EOF.
003480     MOVE 'Y' TO WS-EOF-SW.

003490 1100-EXIT.
003500     EXIT.

003510*-----------------------------------------------------------------
003520* 2000-PROCESS-QUOTE TAKES A QUOTE WHOSE LETTER IS PENDING,
003530* DECIDES WHETHER IT CAN GO AND WHERE, AND MARKS THE QUOTE SO
003540* THE NEXT RUN PASSES IT BY
003550*-----------------------------------------------------------------
003560 2000-PROCESS-QUOTE.

003570     IF NOT SQ-LETTER-PENDING THEN
003580         ADD 1 TO WS-DONE-COUNT
003590         GO TO 2000-NEXT
003600     END-IF.

003610     PERFORM 2050-LETTER-DATES THRU 2050-EXIT.

003620     IF SQ-EXPIRY-DATE < WS-TODAY THEN
003630         MOVE 'D' TO SQ-LETTER-STATUS
003640         MOVE 'EXPIRED UNSENT - NO LETTER' TO DL-ACTION
003650         ADD 1 TO WS-EXPIRED-COUNT
003660         GO TO 2000-FILE
003670     END-IF.

003680     MOVE SQ-ACCTNO TO AF-ACCTNO.
003690     READ ACCTFILE
003700         INVALID KEY
003710             MOVE 'D' TO SQ-LETTER-STATUS
003720             MOVE 'ACCOUNT NOT ON FILE - NO LETTER' TO DL-ACTION
003730             ADD 1 TO WS-NOACCT-COUNT
003740             GO TO 2000-FILE
003750     END-READ.

003760     MOVE 'P' TO WS-CHANNEL-SW.
003770     IF AF-CONTACT-PREF = 'E' AND AF-EMAIL NOT = SPACES THEN
003780         MOVE 'E' TO WS-CHANNEL-SW
003790     ELSE
003800         IF AF-GONEAWAY-FLAG = 'G' THEN
003810             MOVE 'G' TO WS-CHANNEL-SW
003820         END-IF
003830     END-IF.

003840     IF AF-ESTATE-FLAG = 'D' THEN
003850         MOVE 'D' TO SQ-LETTER-STATUS
003860         MOVE 'SUPPRESSED - ESTATE' TO DL-ACTION
003870         ADD 1 TO WS-ESTATE-COUNT
003880         PERFORM 2800-LOG-CORRESPONDENCE THRU 2800-EXIT
003890         GO TO 2000-FILE
003900     END-IF.

003910     IF WS-CHANNEL-HELD THEN
003920         MOVE 'G' TO SQ-LETTER-STATUS
003930         MOVE 'LETTER HELD - GONE AWAY' TO DL-ACTION
003940         ADD 1 TO WS-GONEAWAY-COUNT
003950         PERFORM 2800-LOG-CORRESPONDENCE THRU 2800-EXIT
003960         GO TO 2000-FILE
003970     END-IF.

003980     PERFORM 2700-PRINT-LETTER THRU 2700-EXIT.
003990     MOVE 'S' TO SQ-LETTER-STATUS.
004000     PERFORM 2800-LOG-CORRESPONDENCE THRU 2800-EXIT.
004010     IF WS-CHANNEL-EMAIL THEN
004020         MOVE 'LETTER EMAILED' TO DL-ACTION
004030         ADD 1 TO WS-EMAIL-COUNT
004040     ELSE
004050         MOVE 'LETTER POSTED' TO DL-ACTION
004060         ADD 1 TO WS-POSTAL-COUNT
004070     END-IF.

004080 2000-FILE.
004090     MOVE WS-TODAY TO SQ-LETTER-DATE.
004100     REWRITE QUOTE-REC
004110         INVALID KEY
004120             DISPLAY 'DCI8BSQL - REWRITE FAILED ' SQ-ACCTNO
004130                 ' STATUS ' WS-QUOTE-STATUS
004140     END-REWRITE.

004150     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.

004160 2000-NEXT.
004170     PERFORM 1100-READ-QUOTE THRU 1100-EXIT.

004180 2000-EXIT.
004190     EXIT.

004200*-----------------------------------------------------------------
004210* 2050-LETTER-DATES TURNS THE EXPIRY AND THE QUOTE DATE INTO
004220* YYYYMMDD FOR THE LETTER AND THE REPORT
004230*-----------------------------------------------------------------
004240 2050-LETTER-DATES.

004250     MOVE 0 TO WS-EXPIRY-GREG.
004260     MOVE 'J2G' TO DP-FUNCTION.
004270     MOVE SQ-EXPIRY-DATE TO DP-JULIAN.
004280     CALL 'DCI8BDAT' USING DATEPARM.
004290     IF DP-RC-GOOD THEN
004300         MOVE DP-GREGORIAN TO WS-EXPIRY-GREG
004310     END-IF.

004320     MOVE 0 TO WS-QUOTED-GREG.
004330     IF SQ-QUOTE-DATE IS NOT NUMERIC OR SQ-QUOTE-DATE NOT > 0
004340         GO TO 2050-EXIT
004350     END-IF.

004360     IF SQ-QUOTE-DATE < 1000000 THEN
004370         COMPUTE WS-WORK-JUL = SQ-QUOTE-DATE + 1900000
004380     ELSE
004390         MOVE SQ-QUOTE-DATE TO WS-WORK-JUL
004400     END-IF.

004410     MOVE 'J2G' TO DP-FUNCTION.
004420     MOVE WS-WORK-JUL TO DP-JULIAN.
004430     CALL 'DCI8BDAT' USING DATEPARM.
004440     IF DP-RC-GOOD THEN
004450         MOVE DP-GREGORIAN TO WS-QUOTED-GREG
004460     END-IF.

004470 2050-EXIT.
004480     EXIT.

004490*-----------------------------------------------------------------
004500* 2700-PRINT-LETTER ADDRESSES THE LETTER THE WAY THE STATEMENT
004510* RUN ADDRESSES MAIL - THE CORRESPONDENCE ADDRESS WHEN ONE IS ON
004520* FILE, THE ADDRESS OF RECORD OTHERWISE
004530*-----------------------------------------------------------------
004540 2700-PRINT-LETTER.

004550     IF WS-CHANNEL-EMAIL THEN
004560         MOVE AF-EMAIL TO ET-EMAIL
004570         WRITE EMAIL-LINE FROM WS-EMAIL-TO-LINE
004580     ELSE
004590         PERFORM 2780-DOC-START THRU 2780-EXIT
004600     END-IF.

004610     MOVE AF-ACCTNO TO LH-ACCTNO.
004620     MOVE WS-LTR-HEAD-LINE TO WS-RT-LINE.
004630     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

004640     MOVE AF-TITL TO LN-TITL.
004650     MOVE AF-FNAME TO LN-FNAME.
004660     MOVE AF-SNAME TO LN-SNAME.
004670     MOVE WS-LTR-NAME-LINE TO WS-RT-LINE.
004680     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

004690     IF AF-MAIL-ADDR1 NOT = SPACES OR
004700        AF-MAIL-ADDR2 NOT = SPACES THEN
004710         MOVE AF-MAIL-ADDR1 TO LA-ADDR
004720         MOVE WS-LTR-ADDR-LINE TO WS-RT-LINE
004730         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
004740         MOVE AF-MAIL-ADDR2 TO LA-ADDR
004750         MOVE WS-LTR-ADDR-LINE TO WS-RT-LINE
004760         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
004770     ELSE
004780         MOVE AF-ADDR1 TO LA-ADDR
004790         MOVE WS-LTR-ADDR-LINE TO WS-RT-LINE
004800         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
004810         MOVE AF-ADDR2 TO LA-ADDR
004820         MOVE WS-LTR-ADDR-LINE TO WS-RT-LINE
004830         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
004840     END-IF.

004850     MOVE SPACES TO WS-RT-LINE.
004860     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

004870     MOVE SQ-AMOUNT TO LQ-AMOUNT.
004880     MOVE WS-EXPIRY-DD TO LQ-DD.
004890     MOVE WS-EXPIRY-MM TO LQ-MM.
004900     MOVE WS-EXPIRY-YYYY TO LQ-YYYY.
004910     MOVE WS-LTR-AMOUNT-LINE TO WS-RT-LINE.
004920     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

004930     MOVE SQ-BALANCE TO LM-BALANCE.
004940     MOVE SQ-INTEREST TO LM-INTEREST.
004950     MOVE WS-LTR-MAKEUP-LINE TO WS-RT-LINE.
004960     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

004970     MOVE SQ-SEQNO TO LQ-SEQNO.
004980     MOVE WS-QUOTED-DD TO LQ-QDD.
004990     MOVE WS-QUOTED-MM TO LQ-QMM.
005000     MOVE WS-QUOTED-YYYY TO LQ-QYYYY.
005010     MOVE WS-LTR-REF-LINE TO WS-RT-LINE.
005020     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

005030     MOVE WS-LTR-NOTE1 TO WS-RT-LINE.
005040     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.
005050     MOVE WS-LTR-NOTE2 TO WS-RT-LINE.
005060     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

005070     MOVE WS-LTR-SEPARATOR TO WS-RT-LINE.
005080     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

005090 2700-EXIT.
005100     EXIT.

005110*-----------------------------------------------------------------
005120* 2780-DOC-START OPENS A POSTED LETTER ON SQLLTTR WITH ITS PRTDOC
005130* ROW - THE ACCOUNT AND THE ADDRESS IT IS PRINTED TO
005140*-----------------------------------------------------------------
005150 2780-DOC-START.

005160     MOVE SPACES TO PRTDOC-REC.
005170     MOVE '%DOC' TO DC-MARKER.
005180     MOVE 'SETQ' TO DC-DOC-TYPE.
005190     MOVE 'DCI8BSQL' TO DC-JOBNAME.
005200     MOVE AF-ACCTNO TO DC-ACCTNO.
005210     MOVE SQ-SEQNO TO DC-DOC-REF.
005220     IF AF-MAIL-ADDR1 NOT = SPACES OR
005230        AF-MAIL-ADDR2 NOT = SPACES THEN
005240         MOVE AF-MAIL-ADDR1 TO DC-ADDR1
005250         MOVE AF-MAIL-ADDR2 TO DC-ADDR2
005260     ELSE
005270         MOVE AF-ADDR1 TO DC-ADDR1
005280         MOVE AF-ADDR2 TO DC-ADDR2
005290     END-IF.

005300     WRITE LETTER-LINE FROM PRTDOC-REC.

005310 2780-EXIT.
005320     EXIT.

005330 2790-ROUTE-LINE.

005340     IF WS-CHANNEL-EMAIL THEN
005350         WRITE EMAIL-LINE FROM WS-RT-LINE
005360     ELSE
005370         WRITE LETTER-LINE FROM WS-RT-LINE
005380     END-IF.

005390 2790-EXIT.
005400     EXIT.

005410*-----------------------------------------------------------------
005420* 2800-LOG-CORRESPONDENCE RECORDS THE QUOTE LETTER ON CORRLOG
005430* WITH THE ADDRESSEE AND THE QUOTE NUMBER AS ITS REFERENCE. ONE
005440* HELD FOR A GONE-AWAY ADDRESS OR SUPPRESSED FOR AN ESTATE IS
005450* FLAGGED SUPPRESSED WITH THE LETTER STATUS AS ITS REASON
005460*-----------------------------------------------------------------
005470 2800-LOG-CORRESPONDENCE.

005480     MOVE SPACES TO CORRLOG-REC.
005490     MOVE 0 TO CL-RUN-DATE CL-RUN-TIME CL-SEQNO.
005500     MOVE AF-ACCTNO TO CL-ACCTNO.
005510     MOVE 'SETQ' TO CL-DOC-TYPE.
005520     MOVE SQ-SEQNO TO CL-DOC-REF.
005530     MOVE 'DCI8BSQL' TO CL-JOBNAME.
005540     MOVE AF-TITL TO CL-TITL.
005550     MOVE AF-FNAME TO CL-FNAME.
005560     MOVE AF-SNAME TO CL-SNAME.
005570     MOVE 'N' TO CL-SUPP-FLAG.

005580     IF WS-CHANNEL-EMAIL THEN
005590         MOVE 'E' TO CL-CHANNEL
005600         MOVE AF-EMAIL TO CL-EMAIL
005610     ELSE
005620         MOVE 'P' TO CL-CHANNEL
005630         IF AF-MAIL-ADDR1 NOT = SPACES OR
005640            AF-MAIL-ADDR2 NOT = SPACES THEN
005650             MOVE AF-MAIL-ADDR1 TO CL-ADDR1
005660             MOVE AF-MAIL-ADDR2 TO CL-ADDR2
005670         ELSE
005680             MOVE AF-ADDR1 TO CL-ADDR1
005690             MOVE AF-ADDR2 TO CL-ADDR2
005700         END-IF
005710     END-IF.

005720     IF SQ-LETTER-HELD OR SQ-LETTER-SUPPRESSED THEN
005730         MOVE 'Y' TO CL-SUPP-FLAG
005740         MOVE SQ-LETTER-STATUS TO CL-SUPP-REASON
005750     END-IF.

005760     CALL 'DCI8BCLG' USING CORRLOG-REC.

005770 2800-EXIT.
005780     EXIT.

005790 2900-REPORT-LINE.

005800     MOVE SQ-ACCTNO TO DL-ACCTNO.
005810     MOVE SQ-SEQNO TO DL-SEQNO.
005820     MOVE WS-EXPIRY-GREG TO DL-EXPIRY.
005830     MOVE SQ-AMOUNT TO DL-AMOUNT.
005840     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

005850 2900-EXIT.
005860     EXIT.

005870 9000-TERMINATE.

005880     DISPLAY 'DCI8BSQL - SETTLEMENT QUOTE LETTERS - SUMMARY'.
005890     DISPLAY 'QUOTES READ      : ' WS-READ-COUNT.
005900     DISPLAY 'ALREADY DEALT    : ' WS-DONE-COUNT.
005910     DISPLAY 'LETTERS POSTED   : ' WS-POSTAL-COUNT.
005920     DISPLAY 'LETTERS EMAILED  : ' WS-EMAIL-COUNT.
005930     DISPLAY 'GONE-AWAY HELD   : ' WS-GONEAWAY-COUNT.
005940     DISPLAY 'DECEASED ESTATE  : ' WS-ESTATE-COUNT.
005950     DISPLAY 'ACCOUNT NOT FOUND: ' WS-NOACCT-COUNT.
005960     DISPLAY 'EXPIRED UNSENT   : ' WS-EXPIRED-COUNT.

005970     CLOSE QUOTE-FILE.
005980     CLOSE ACCTFILE.
005990     CLOSE LETTER-FILE.
006000     CLOSE EMAIL-FILE.
006010     CLOSE REPORT-FILE.

006020 9000-EXIT.
006030     EXIT.

006040*-----------------------------------------------------------------
006050* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
006060* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
006070* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
006080*-----------------------------------------------------------------
006090 8100-WRITE-JRNL-START.

006100*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
006110*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
006120     MOVE 'DCI8BSQL' TO JG-JOBNAME.
006130     CALL 'DCI8BJGT' USING JOBGATE.
006140     IF JG-RC-BLOCKED THEN
006150         MOVE JG-BLOCKED-RC TO RETURN-CODE
006160         STOP RUN
006170     END-IF.

006180     MOVE 'DCI8BSQL' TO JR-JOBNAME.
006190     MOVE 'S' TO JR-ROW-TYPE.
006200     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
006210         JR-REJECTED-COUNT.
006220     MOVE SPACE TO JR-STATUS.
006230     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

006240 8100-EXIT.
006250     EXIT.

006260 8200-WRITE-JRNL-END.

006270     MOVE 'DCI8BSQL' TO JR-JOBNAME.
006280     MOVE 'E' TO JR-ROW-TYPE.
006290     MOVE WS-READ-COUNT TO JR-READ-COUNT.
006300     COMPUTE JR-WRITTEN-COUNT = WS-POSTAL-COUNT + WS-EMAIL-COUNT.
006310     COMPUTE JR-REJECTED-COUNT = WS-GONEAWAY-COUNT
006320         + WS-ESTATE-COUNT + WS-NOACCT-COUNT + WS-EXPIRED-COUNT.
006330     MOVE 'G' TO JR-STATUS.
006340     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

006350 8200-EXIT.
006360     EXIT.

006370 8300-STAMP-AND-WRITE.

006380     ACCEPT JR-DATE FROM DAY YYYYDDD.
006390     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
006400     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

006410     OPEN EXTEND JOURNAL-FILE.
006420     WRITE JR-REC.
006430     CLOSE JOURNAL-FILE.

006440 8300-EXIT.
006450     EXIT.

006460 END PROGRAM DCI8BSQL.
