000010*****************************************************************
000020* DCI8BCMP - COMPLAINT DEADLINES AND FINAL-RESPONSE LETTERS
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BCMP.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 19-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-19 AA   INITIAL VERSION - SETS THE EIGHT-WEEK DEADLINE
000160*                 ON NEW COMPLAINTS, REPORTS THOSE OVERDUE OR DUE
000170*                 THIS WEEK, PRINTS THE FINAL-RESPONSE LETTERS
000180* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000190*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000200*                 STOPS WITH RETURN CODE 12 WHEN A
000210*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000220* 2026-10-15 AA   EVERY FINAL-RESPONSE LETTER SENT OR HELD FOR
000230*                 A GONE-AWAY ADDRESS IS RECORDED ON THE
000240*                 CORRESPONDENCE LOG (CORRLOG, THROUGH DCI8BCLG)
000250* 2026-10-15 AA   EACH POSTED LETTER OPENS WITH A PRTDOC
000260*                 DOCUMENT-START ROW ON CMPLTTR FOR THE
000270*                 DCI8BPSC PRINT STREAM RUN
000280* 2026-10-15 AA   CLOSEACCT RECORD WIDENED FOR THE MAIL ADDRESS,
000290*                 E-MAIL AND CONTACT FLAGS CARRIED AT CLOSURE
000300*-----------------------------------------------------------------
000310*****************************************************************
000320* THIS NIGHTLY JOB WALKS THE COMPLAINTS REGISTER FILED ON THE
000330* DCI8DPHG SCREEN. AN OPEN COMPLAINT WITHOUT A DEADLINE GETS
000340* ONE - EIGHT WEEKS (56 DAYS) AFTER IT REACHED US, BROUGHT
000350* FORWARD TO THE BUSINESS DAY ON OR BEFORE IT BY DCI8BDAT, SO
000360* THE RESPONSE IS NEVER DUE LATER THAN THE EIGHT-WEEK MARK. AN
000370* OPEN COMPLAINT PAST ITS DEADLINE, OR DUE WITHIN THE NEXT SEVEN
000380* DAYS, IS LISTED ON CMPRPT FOR THE HANDLERS EACH MORNING.
000390* A CLOSED COMPLAINT WHOSE LETTER IS PENDING ('P') GETS ITS
000400* FINAL-RESPONSE LETTER - UPHELD OR NOT, THE REDRESS PAID, AND
000410* THE CUSTOMER'S RIGHT TO REFER IT TO THE FINANCIAL OMBUDSMAN
000420* SERVICE WITHIN SIX MONTHS. A LIVE ACCOUNT'S LETTER IS ROUTED
000430* THE WAY THE STATEMENT RUN ROUTES MAIL - EMAIL TO CMPEOUT FOR A
000440* CONTACT-PREF 'E' CUSTOMER WITH AN ADDRESS ON FILE, POST TO
000450* CMPLTTR OTHERWISE, HELD ('G') FOR A GONE-AWAY ADDRESS. A
000460* CLOSED ACCOUNT'S LETTER IS POSTED TO THE ADDRESS ON CLOSEACCT.
000470* A DECEASED CUSTOMER'S LETTER GOES TO THE EXECUTOR ON RELPARTY
000480* (ROLE 'E') AT THEIR OWN ADDRESS, AND WAITS WHILE NO EXECUTOR
000490* ADDRESS IS ON FILE. AN ACCOUNT ON NEITHER FILE GETS NO LETTER
000500* ('D'). THE LETTER STATUS IS THE ONCE-ONLY RULE, SO A RERUN
000510* THE SAME NIGHT SENDS NOTHING TWICE
000520*****************************************************************

000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.

000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.

000590     SELECT COMPLAINT-FILE ASSIGN TO COMPLAINT
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS CP-KEY
000630         FILE STATUS IS WS-COMPLAINT-STATUS.

000640     SELECT ACCTFILE ASSIGN TO ACCTFILE
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS AF-ACCTKEY
000680         FILE STATUS IS WS-ACCTFILE-STATUS.

000690     SELECT CLOSEACCT-FILE ASSIGN TO CLOSEACCT
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS CA-ACCTNO
000730         FILE STATUS IS WS-CLOSEACCT-STATUS.

000740     SELECT RELPARTY-FILE ASSIGN TO RELPARTY
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS RP-KEY
000780         FILE STATUS IS WS-RELPARTY-STATUS.

000790     SELECT LETTER-FILE ASSIGN TO CMPLTTR
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-LETTER-STATUS.

000820     SELECT EMAIL-FILE ASSIGN TO CMPEOUT
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-EMAIL-STATUS.

000850     SELECT REPORT-FILE ASSIGN TO CMPRPT
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-REPORT-STATUS.

000880     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-JOURNAL-STATUS.

000910 DATA DIVISION.
000920 FILE SECTION.

000930*-----------------------------------------------------------------
000940* COMPLAINT - THE COMPLAINTS REGISTER FILED ON DCI8DPHG, READ IN
000950* KEY ORDER AND REWRITTEN AS A DEADLINE IS SET OR A LETTER IS
000960* DEALT WITH
000970*-----------------------------------------------------------------
000980 FD  COMPLAINT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  COMPLAINT-REC.
001010     05  CP-KEY.
001020         10  CP-ACCTNO           PIC X(09).
001030         10  CP-SEQNO            PIC 9(04) COMP.
001040     05  CP-ACCT-SOURCE          PIC X(01).
001050         88  CP-LIVE-ACCT                VALUE 'L'.
001060         88  CP-CLOSED-ACCT              VALUE 'C'.
001070     05  CP-BRANCH               PIC X(04).
001080     05  CP-CATEGORY             PIC X(02).
001090     05  CP-SUMMARY              PIC X(40).
001100     05  CP-RECEIVED-DATE        PIC S9(7) COMP-3.
001110     05  CP-DEADLINE-DATE        PIC S9(7) COMP-3.
001120     05  CP-HANDLER              PIC X(08).
001130     05  CP-STATUS               PIC X(01).
001140         88  CP-OPEN                     VALUE 'O'.
001150         88  CP-UPHELD                   VALUE 'U'.
001160         88  CP-NOT-UPHELD               VALUE 'R'.
001170     05  CP-ROOT-CAUSE           PIC X(02).
001180     05  CP-CLOSED-DATE          PIC S9(7) COMP-3.
001190     05  CP-REDRESS-AMOUNT       PIC 9(08)V99.
001200     05  CP-REDRESS-TXN-DATE     PIC S9(7) COMP-3.
001210     05  CP-REDRESS-TXN-SEQNO    PIC 9(04) COMP.
001220     05  CP-LETTER-STATUS        PIC X(01).
001230         88  CP-LETTER-PENDING           VALUE 'P'.
001240     05  CP-LETTER-DATE          PIC S9(7) COMP-3.
001250     05  CP-RAISED-INFO.
001260         10  CP-RSD-USERID       PIC X(08).
001270         10  CP-RSD-TRMID        PIC X(04).
001280         10  CP-RSD-DATE         PIC S9(7) COMP-3.
001290         10  CP-RSD-TIME         PIC S9(7) COMP-3.
001300     05  CP-CLOSED-INFO.
001310         10  CP-CLS-USERID       PIC X(08).
001320         10  CP-CLS-TRMID        PIC X(04).
001330         10  CP-CLS-DATE         PIC S9(7) COMP-3.
001340         10  CP-CLS-TIME         PIC S9(7) COMP-3.

001350 FD  ACCTFILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  ACCTFILE-REC.
001380     05  AF-ACCTKEY.
001390         10  AF-ACCTNO           PIC X(09).
001400     05  AF-FNAME                PIC X(15).
001410     05  AF-SNAME                PIC X(15).
001420     05  AF-TITL                 PIC X(04).
001430     05  AF-ADDR1                PIC X(20).
001440     05  AF-ADDR2                PIC X(20).
001450     05  AF-CRLIMIT              PIC 9(08)V99.
001460     05  AF-STAT                 PIC X(01).
001470     05  AF-CREATED-INFO.
001480         10  AF-CR-USERID        PIC X(08).
001490         10  AF-CR-TRMID         PIC X(04).
001500         10  AF-CR-DATE          PIC S9(7) COMP-3.
001510         10  AF-CR-TIME          PIC S9(7) COMP-3.
001520     05  AF-LAST-HIST-SEQ        PIC 9(04) COMP.
001530     05  AF-LAST-CHANGED-INFO.
001540         10  AF-LAST-CHG-DATE    PIC S9(7) COMP-3.
001550         10  AF-LAST-CHG-TIME    PIC S9(7) COMP-3.
001560     05  AF-PHONE                PIC X(15).
001570     05  AF-EMAIL                PIC X(30).
001580     05  AF-LAST-CHG-USERID      PIC X(08).
001590     05  AF-MAIL-ADDR1           PIC X(20).
001600     05  AF-MAIL-ADDR2           PIC X(20).
001610     05  AF-FORMER-SNAME         PIC X(15).
001620     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
001630     05  AF-BUREAU-SCORE         PIC 9(03).
001640     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001650     05  AF-BRANCH               PIC X(04).
001660     05  AF-CONTACT-PREF         PIC X(01).
001670     05  AF-STMT-CYCLE           PIC X(01).
001680     05  AF-GONEAWAY-FLAG        PIC X(01).
001690     05  AF-CUST-ID              PIC 9(08).
001700     05  AF-ESTATE-FLAG          PIC X(01).
001710     05  AF-SENS-FLAG            PIC X(01).
001720     05  AF-ANNFEE-PLAN          PIC X(01).
001730     05  AF-SETTLE-FLAG          PIC X(01).
001740     05  AF-PRODUCT-CODE         PIC X(04).

001750 FD  CLOSEACCT-FILE
001760     LABEL RECORDS ARE STANDARD.
001770 01  CLOSEACCT-REC.
001780     05  CA-ACCTNO               PIC X(09).
001790     05  CA-FNAME                PIC X(15).
001800     05  CA-SNAME                PIC X(15).
001810     05  CA-TITL                 PIC X(04).
001820     05  CA-ADDR1                PIC X(20).
001830     05  CA-ADDR2                PIC X(20).
001840     05  CA-CRLIMIT              PIC 9(08)V99.
001850     05  CA-STAT                 PIC X(01).
001860     05  CA-REASON               PIC X(01).
001870         88  CA-REASON-DECEASED          VALUE '3'.
001880     05  FILLER                  PIC X(99).

001890*-----------------------------------------------------------------
001900* RELPARTY - BROWSED FROM THE ACCOUNT'S FIRST ROW FOR THE
001910* EXECUTOR OF A DECEASED CUSTOMER'S ESTATE
001920*-----------------------------------------------------------------
001930 FD  RELPARTY-FILE
001940     LABEL RECORDS ARE STANDARD.
001950 01  RELPARTY-REC.
001960     05  RP-KEY.
001970         10  RP-ACCTNO           PIC X(09).
001980         10  RP-SEQNO            PIC 9(02).
001990     05  RP-TITL                 PIC X(04).
002000     05  RP-FNAME                PIC X(15).
002010     05  RP-SNAME                PIC X(15).
002020     05  RP-ROLE                 PIC X(01).
002030         88  RP-ROLE-EXECUTOR            VALUE 'E'.
002040     05  RP-ADDED-INFO.
002050         10  RP-ADD-USERID       PIC X(08).
002060         10  RP-ADD-TRMID        PIC X(04).
002070         10  RP-ADD-DATE         PIC S9(7) COMP-3.
002080         10  RP-ADD-TIME         PIC S9(7) COMP-3.
002090     05  RP-ADDR1                PIC X(20).
002100     05  RP-ADDR2                PIC X(20).

002110*-----------------------------------------------------------------
002120* CMPLTTR - THE POSTED FINAL-RESPONSE LETTERS, ONE BLOCK EACH
002130*-----------------------------------------------------------------
002140 FD  LETTER-FILE
002150     RECORDING MODE IS F
002160     LABEL RECORDS ARE STANDARD.
002170 01  LETTER-LINE                 PIC X(80).

002180*-----------------------------------------------------------------
002190* CMPEOUT - THE EMAILED FINAL-RESPONSE LETTERS. EACH OPENS WITH
002200* A TO: LINE CARRYING THE DELIVERY ADDRESS, THEN THE SAME LINES
002210* THE LETTER WOULD HAVE CARRIED - THE ESTMOUT SHAPE
002220*-----------------------------------------------------------------
002230 FD  EMAIL-FILE
002240     RECORDING MODE IS F
002250     LABEL RECORDS ARE STANDARD.
002260 01  EMAIL-LINE                  PIC X(80).

002270 FD  REPORT-FILE
002280     RECORDING MODE IS F
002290     LABEL RECORDS ARE STANDARD.
002300 01  REPORT-LINE                 PIC X(80).

002310*-----------------------------------------------------------------
002320* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
002330* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
002340*-----------------------------------------------------------------
002350 FD  JOURNAL-FILE
002360     RECORDING MODE IS F
002370     LABEL RECORDS ARE STANDARD.
002380 01  JR-REC.
002390     05  JR-JOBNAME              PIC X(08).
002400     05  JR-ROW-TYPE             PIC X(01).
002410     05  JR-DATE                 PIC 9(07).
002420     05  JR-TIME                 PIC 9(06).
002430     05  JR-READ-COUNT           PIC 9(07).
002440     05  JR-WRITTEN-COUNT        PIC 9(07).
002450     05  JR-REJECTED-COUNT       PIC 9(07).
002460     05  JR-STATUS               PIC X(01).
002470     05  FILLER                  PIC X(06).

002480 WORKING-STORAGE SECTION.
002490 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002500 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002510     COPY 'JOBGATE'.

002520 77  WS-COMPLAINT-STATUS     PIC X(02) VALUE SPACES.
002530 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
002540 77  WS-CLOSEACCT-STATUS     PIC X(02) VALUE SPACES.
002550 77  WS-RELPARTY-STATUS      PIC X(02) VALUE SPACES.
002560 77  WS-LETTER-STATUS        PIC X(02) VALUE SPACES.
002570 77  WS-EMAIL-STATUS         PIC X(02) VALUE SPACES.
002580 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

002590 01  WS-SWITCHES.
002600     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
002610         88  WS-EOF-YES              VALUE 'Y'.
002620     05  WS-REWRITE-SW       PIC X(01) VALUE 'N'.
002630         88  WS-REWRITE-NEEDED       VALUE 'Y'.
002640     05  WS-FOUND-SW         PIC X(01) VALUE 'N'.
002650         88  WS-ACCT-FOUND           VALUE 'Y'.
002660     05  WS-ESTATE-SW        PIC X(01) VALUE 'N'.
002670         88  WS-ESTATE-LETTER        VALUE 'Y'.
002680     05  WS-PARTY-EOF-SW     PIC X(01) VALUE 'N'.
002690         88  WS-PARTY-DONE           VALUE 'Y'.
002700     05  WS-EXEC-SW          PIC X(01) VALUE 'N'.
002710         88  WS-EXEC-FOUND           VALUE 'Y'.

002720 01  WS-COUNTERS.
002730     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
002740     05  WS-DEADLINE-COUNT   PIC 9(07) COMP-3 VALUE 0.
002750     05  WS-BADDATE-COUNT    PIC 9(07) COMP-3 VALUE 0.
002760     05  WS-OVERDUE-COUNT    PIC 9(07) COMP-3 VALUE 0.
002770     05  WS-DUESOON-COUNT    PIC 9(07) COMP-3 VALUE 0.
002780     05  WS-POSTAL-COUNT     PIC 9(07) COMP-3 VALUE 0.
002790     05  WS-EMAIL-COUNT      PIC 9(07) COMP-3 VALUE 0.
002800     05  WS-GONEAWAY-COUNT   PIC 9(07) COMP-3 VALUE 0.
002810     05  WS-NOACCT-COUNT     PIC 9(07) COMP-3 VALUE 0.
002820     05  WS-NOEXEC-COUNT     PIC 9(07) COMP-3 VALUE 0.

002830 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
002840 77  WS-WARN-DATE            PIC S9(7) COMP-3 VALUE 0.

002850*-----------------------------------------------------------------
002860* THE EIGHT-WEEK RESPONSE PERIOD AND THE DUE-SOON WINDOW, IN
002870* CALENDAR DAYS
002880*-----------------------------------------------------------------
002890 77  WS-RESPONSE-DAYS        PIC S9(05) COMP-3 VALUE 56.
002900 77  WS-WARN-DAYS            PIC S9(05) COMP-3 VALUE 7.

002910*-----------------------------------------------------------------
002920* DATES AS THEY APPEAR ON THE LETTER AND THE REPORT - 2600-
002930* FORMAT-DATE TURNS WS-FMT-JUL INTO BOTH FORMS
002940*-----------------------------------------------------------------
002950 77  WS-FMT-JUL              PIC S9(7) COMP-3 VALUE 0.
002960 01  WS-FMT-GREG             PIC 9(08) VALUE 0.
002970 01  WS-FMT-PARTS REDEFINES WS-FMT-GREG.
002980     05  WS-FMT-YYYY         PIC 9(04).
002990     05  WS-FMT-MM           PIC X(02).
003000     05  WS-FMT-DD           PIC X(02).
003010 01  WS-FMT-DISP.
003020     05  WS-FMT-D-DD         PIC X(02).
003030     05  FILLER              PIC X(01) VALUE '/'.
003040     05  WS-FMT-D-MM         PIC X(02).
003050     05  FILLER              PIC X(01) VALUE '/'.
003060     05  WS-FMT-D-YYYY       PIC 9(04).
003070 01  WS-RECEIVED-GREG        PIC 9(08) VALUE 0.
003080 01  WS-DEADLINE-GREG        PIC 9(08) VALUE 0.

003090*-----------------------------------------------------------------
003100* THE ADDRESSEE - THE CUSTOMER, OR THE EXECUTOR OF A DECEASED
003110* CUSTOMER'S ESTATE - AND THE CUSTOMER'S OWN NAME
003120*-----------------------------------------------------------------
003130 01  WS-TO-NAME.
003140     05  WS-TO-TITL          PIC X(04).
003150     05  WS-TO-FNAME         PIC X(15).
003160     05  WS-TO-SNAME         PIC X(15).
003170 01  WS-TO-ADDR1             PIC X(20).
003180 01  WS-TO-ADDR2             PIC X(20).
003190 01  WS-CUST-NAME.
003200     05  WS-CUST-TITL        PIC X(04).
003210     05  WS-CUST-FNAME       PIC X(15).
003220     05  WS-CUST-SNAME       PIC X(15).

003230*-----------------------------------------------------------------
003240* LETTER ROUTING - 'P' POST, 'E' EMAIL, 'G' HELD FOR A GONE-AWAY
003250* ADDRESS. CONTACT-PREF 'T' AND 'N' STAY POSTAL - A FINAL
003260* RESPONSE IS NOT MARKETING, THE STATEMENT RULE
003270*-----------------------------------------------------------------
003280 01  WS-CHANNEL-SW           PIC X(01) VALUE 'P'.
003290     88  WS-CHANNEL-EMAIL           VALUE 'E'.
003300     88  WS-CHANNEL-HELD            VALUE 'G'.
003310 01  WS-RT-LINE              PIC X(80) VALUE SPACES.

003320 01  WS-EMAIL-TO-LINE.
003330     05  FILLER              PIC X(04) VALUE 'TO: '.
003340     05  ET-EMAIL            PIC X(30).
003350     05  FILLER              PIC X(46) VALUE SPACES.

003360 01  WS-LTR-HEAD-LINE.
003370     05  FILLER              PIC X(32) VALUE
003380         'FINAL RESPONSE TO YOUR COMPLAINT'.
003390     05  FILLER              PIC X(08) VALUE SPACES.
003400     05  FILLER              PIC X(08) VALUE 'ACCOUNT '.
003410     05  LH-ACCTNO           PIC X(09).
003420     05  FILLER              PIC X(02) VALUE SPACES.
003430     05  FILLER              PIC X(05) VALUE 'DATE '.
003440     05  LH-DATE             PIC X(10).
003450     05  FILLER              PIC X(06) VALUE SPACES.
003460 01  WS-LTR-NAME-LINE.
003470     05  LN-TITL             PIC X(04).
003480     05  FILLER              PIC X(01) VALUE SPACES.
003490     05  LN-FNAME            PIC X(15).
003500     05  FILLER              PIC X(01) VALUE SPACES.
003510     05  LN-SNAME            PIC X(15).
003520     05  FILLER              PIC X(44) VALUE SPACES.
003530 01  WS-LTR-ESTATE-LINE.
003540     05  FILLER              PIC X(23) VALUE
003550         'EXECUTOR OF THE ESTATE '.
003560     05  FILLER              PIC X(12) VALUE 'OF THE LATE '.
003570     05  LE-TITL             PIC X(04).
003580     05  FILLER              PIC X(01) VALUE SPACES.
003590     05  LE-FNAME            PIC X(15).
003600     05  FILLER              PIC X(01) VALUE SPACES.
003610     05  LE-SNAME            PIC X(15).
003620     05  FILLER              PIC X(09) VALUE SPACES.
003630 01  WS-LTR-ADDR-LINE.
003640     05  LA-ADDR             PIC X(20).
003650     05  FILLER              PIC X(60) VALUE SPACES.
003660 01  WS-LTR-REF-LINE.
003670     05  FILLER              PIC X(25) VALUE
003680         'YOUR COMPLAINT REFERENCE '.
003690     05  LR-SEQNO            PIC 9(04).
003700     05  FILLER              PIC X(14) VALUE ', RECEIVED ON '.
003710     05  LR-DATE             PIC X(10).
003720     05  FILLER              PIC X(27) VALUE ', ABOUT:'.
003730 01  WS-LTR-SUMMARY-LINE.
003740     05  FILLER              PIC X(04) VALUE SPACES.
003750     05  LS-SUMMARY          PIC X(40).
003760     05  FILLER              PIC X(36) VALUE SPACES.
003770 01  WS-LTR-UPHELD1.
003780     05  FILLER PIC X(80) VALUE
003790         'WE HAVE LOOKED INTO YOUR COMPLAINT AND WE UPHOLD IT.'.
003800 01  WS-LTR-UPHELD2.
003810     05  FILLER PIC X(80) VALUE
003820         'WE ARE SORRY FOR WHAT WENT WRONG, AND WE HAVE PUT IN'.
003830 01  WS-LTR-UPHELD3.
003840     05  FILLER PIC X(80) VALUE
003850         'HAND WHAT IS NEEDED TO STOP IT HAPPENING AGAIN.'.
003860 01  WS-LTR-REJECT1.
003870     05  FILLER PIC X(80) VALUE
003880         'WE HAVE LOOKED INTO YOUR COMPLAINT CAREFULLY AND,'.
003890 01  WS-LTR-REJECT2.
003900     05  FILLER PIC X(80) VALUE
003910         'HAVING DONE SO, WE DO NOT UPHOLD IT.'.
003920 01  WS-LTR-CREDIT-LINE.
003930     05  FILLER              PIC X(15) VALUE
003940         'WE CREDITED'.
003950     05  LC-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
003960     05  FILLER              PIC X(22) VALUE
003970         ' TO YOUR ACCOUNT ON '.
003980     05  LC-DATE             PIC X(10).
003990     05  FILLER              PIC X(20) VALUE '.'.
004000 01  WS-LTR-PAYOUT-LINE.
004010     05  FILLER              PIC X(15) VALUE
004020         'WE WILL PAY YOU'.
004030     05  LP-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
004040     05  FILLER              PIC X(52) VALUE
004050         ' SEPARATELY, AS YOUR ACCOUNT IS NOW CLOSED.'.
004060 01  WS-LTR-FOS1.
004070     05  FILLER PIC X(80) VALUE
004080         'THIS IS OUR FINAL RESPONSE. IF YOU ARE NOT HAPPY'.
004090 01  WS-LTR-FOS2.
004100     05  FILLER PIC X(80) VALUE
004110         'WITH IT, YOU MAY REFER YOUR COMPLAINT TO THE'.
004120 01  WS-LTR-FOS3.
004130     05  FILLER PIC X(80) VALUE
004140         'FINANCIAL OMBUDSMAN SERVICE, FREE OF CHARGE, WITHIN'.
004150 01  WS-LTR-FOS4.
004160     05  FILLER PIC X(80) VALUE
004170         'SIX MONTHS OF THE DATE OF THIS LETTER. AFTER THAT'.
004180 01  WS-LTR-SEPARATOR.
004190     05  FILLER PIC X(80) VALUE ALL '-'.

004200* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
004210     COPY 'DATEPARM'.

004220* THE CORRESPONDENCE LOG ROW, WRITTEN THROUGH DCI8BCLG
004230     COPY 'CORRLOG'.

004240* DOCUMENT-START ROW AHEAD OF EACH POSTED LETTER ON CMPLTTR
004250     COPY 'PRTDOC'.

004260 01  WS-REPORT-HEADING1.
004270     05  FILLER PIC X(80) VALUE
004280         'DCI8BCMP - COMPLAINT DEADLINES AND FINAL RESPONSES'.

004290 01  WS-REPORT-HEADING2.
004300     05  FILLER PIC X(11) VALUE 'ACCOUNT'.
004310     05  FILLER PIC X(05) VALUE 'CMP'.
004320     05  FILLER PIC X(04) VALUE 'CAT'.
004330     05  FILLER PIC X(06) VALUE 'BRCH'.
004340     05  FILLER PIC X(10) VALUE 'RECEIVED'.
004350     05  FILLER PIC X(10) VALUE 'DEADLINE'.
004360     05  FILLER PIC X(10) VALUE 'HANDLER'.
004370     05  FILLER PIC X(24) VALUE 'ACTION'.

004380 01  WS-DETAIL-LINE.
004390     05  DL-ACCTNO           PIC X(09).
004400     05  FILLER              PIC X(02) VALUE SPACES.
004410     05  DL-SEQNO            PIC 9(04).
004420     05  FILLER              PIC X(01) VALUE SPACES.
004430     05  DL-CATEGORY         PIC X(02).
004440     05  FILLER              PIC X(02) VALUE SPACES.
004450     05  DL-BRANCH           PIC X(04).
004460     05  FILLER              PIC X(02) VALUE SPACES.
004470     05  DL-RECEIVED         PIC 9(08).
004480     05  FILLER              PIC X(02) VALUE SPACES.
004490     05  DL-DEADLINE         PIC 9(08).
004500     05  FILLER              PIC X(02) VALUE SPACES.
004510     05  DL-HANDLER          PIC X(08).
004520     05  FILLER              PIC X(02) VALUE SPACES.
004530     05  DL-ACTION           PIC X(24).

004540 PROCEDURE DIVISION.

004550 0000-MAINLINE.

004560     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

004570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

004580     PERFORM 2000-PROCESS-COMPLAINT THRU 2000-EXIT
004590         UNTIL WS-EOF-YES.

004600     PERFORM 9000-TERMINATE THRU 9000-EXIT.

004610     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

004620     GOBACK.

004630 1000-INITIALIZE.

004640     OPEN I-O COMPLAINT-FILE.
004650     OPEN INPUT ACCTFILE.
004660     OPEN INPUT CLOSEACCT-FILE.
004670     OPEN INPUT RELPARTY-FILE.
004680     OPEN OUTPUT LETTER-FILE.
004690     OPEN OUTPUT EMAIL-FILE.
004700     OPEN OUTPUT REPORT-FILE.

004710     MOVE 'TOD' TO DP-FUNCTION.
004720     CALL 'DCI8BDAT' USING DATEPARM.
004730     MOVE DP-JULIAN TO WS-TODAY.

004740     MOVE 'ADD' TO DP-FUNCTION.
004750     MOVE WS-TODAY TO DP-JULIAN.
004760     MOVE WS-WARN-DAYS TO DP-DAYS.
004770     CALL 'DCI8BDAT' USING DATEPARM.
004780     MOVE DP-JULIAN TO WS-WARN-DATE.

004790     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
004800     MOVE SPACES TO REPORT-LINE.
004810     WRITE REPORT-LINE.
004820     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

004830     PERFORM 1100-READ-COMPLAINT THRU 1100-EXIT.

004840 1000-EXIT.
004850     EXIT.

004860 1100-READ-COMPLAINT.

004870     READ COMPLAINT-FILE NEXT RECORD
004880         AT END
004890             GO TO 1100-EOF
004900     END-READ.

004910     ADD 1 TO WS-READ-COUNT.
004920     GO TO 1100-EXIT.

004930 1100-EOF.
004940     MOVE 'Y' TO WS-EOF-SW.

004950 1100-EXIT.
004960     EXIT.

004970*-----------------------------------------------------------------
004980* 2000-PROCESS-COMPLAINT SENDS AN OPEN COMPLAINT TO THE DEADLINE
004990* CHECKS AND A CLOSED ONE WITH ITS LETTER PENDING TO THE LETTER
005000* RUN. EVERYTHING ELSE IS PASSED BY
005010*-----------------------------------------------------------------
005020 2000-PROCESS-COMPLAINT.

005030     MOVE 'N' TO WS-REWRITE-SW.
005040     MOVE SPACES TO DL-ACTION.

005050     IF CP-OPEN THEN
005060         PERFORM 2100-OPEN-COMPLAINT THRU 2100-EXIT
005070     ELSE
005080         IF CP-LETTER-PENDING THEN
005090             PERFORM 2200-CLOSED-COMPLAINT THRU 2200-EXIT
005100         END-IF
005110     END-IF.

005120     IF WS-REWRITE-NEEDED THEN
005130         REWRITE COMPLAINT-REC
005140             INVALID KEY
005150                 DISPLAY 'DCI8BCMP - REWRITE FAILED ' CP-ACCTNO
005160                     ' STATUS ' WS-COMPLAINT-STATUS
005170         END-REWRITE
005180     END-IF.

005190     IF DL-ACTION NOT = SPACES THEN
005200         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
005210     END-IF.

005220     PERFORM 1100-READ-COMPLAINT THRU 1100-EXIT.

005230 2000-EXIT.
005240     EXIT.

005250*-----------------------------------------------------------------
005260* 2100-OPEN-COMPLAINT SETS THE DEADLINE ON A NEW COMPLAINT, THEN
005270* FLAGS ONE THAT IS PAST IT OR DUE WITHIN THE WARNING WINDOW
005280*-----------------------------------------------------------------
005290 2100-OPEN-COMPLAINT.

005300     IF CP-DEADLINE-DATE = 0 THEN
005310         PERFORM 2150-SET-DEADLINE THRU 2150-EXIT
005320         IF CP-DEADLINE-DATE = 0 THEN
005330             GO TO 2100-EXIT
005340         END-IF
005350     END-IF.

005360     IF CP-DEADLINE-DATE < WS-TODAY THEN
005370         MOVE 'OVERDUE' TO DL-ACTION
005380         ADD 1 TO WS-OVERDUE-COUNT
005390     ELSE
005400         IF CP-DEADLINE-DATE NOT > WS-WARN-DATE THEN
005410             MOVE 'DUE WITHIN 7 DAYS' TO DL-ACTION
005420             ADD 1 TO WS-DUESOON-COUNT
005430         END-IF
005440     END-IF.

005450 2100-EXIT.
005460     EXIT.

005470*-----------------------------------------------------------------
005480* 2150-SET-DEADLINE - RECEIVED PLUS 56 DAYS, BROUGHT FORWARD TO
005490* A BUSINESS DAY. A RECEIVED DATE THE DATE SERVICE REJECTS IS
005500* REPORTED AND LEFT FOR THE HANDLER TO PUT RIGHT
005510*-----------------------------------------------------------------
005520 2150-SET-DEADLINE.

005530     MOVE 'ADD' TO DP-FUNCTION.
005540     MOVE CP-RECEIVED-DATE TO DP-JULIAN.
005550     MOVE WS-RESPONSE-DAYS TO DP-DAYS.
005560     CALL 'DCI8BDAT' USING DATEPARM.

005570     IF DP-RC-GOOD THEN
005580         MOVE 'PBD' TO DP-FUNCTION
005590         CALL 'DCI8BDAT' USING DATEPARM
005600     END-IF.

005610     IF NOT DP-RC-GOOD THEN
005620         MOVE 'RECEIVED DATE INVALID' TO DL-ACTION
005630         ADD 1 TO WS-BADDATE-COUNT
005640         GO TO 2150-EXIT
005650     END-IF.

005660     MOVE DP-JULIAN TO CP-DEADLINE-DATE.
005670     MOVE 'Y' TO WS-REWRITE-SW.
005680     MOVE 'DEADLINE SET' TO DL-ACTION.
005690     ADD 1 TO WS-DEADLINE-COUNT.

005700 2150-EXIT.
005710     EXIT.

005720*-----------------------------------------------------------------
005730* 2200-CLOSED-COMPLAINT FINDS WHO THE LETTER GOES TO AND HOW,
005740* PRINTS IT, AND MARKS THE COMPLAINT SO THE NEXT RUN PASSES IT
005750* BY. AN ESTATE WITH NO EXECUTOR ADDRESS YET STAYS PENDING
005760*-----------------------------------------------------------------
005770 2200-CLOSED-COMPLAINT.

005780     PERFORM 2250-FIND-ACCOUNT THRU 2250-EXIT.

005790     IF NOT WS-ACCT-FOUND THEN
005800         MOVE 'D' TO CP-LETTER-STATUS
005810         MOVE 'ACCOUNT NOT FOUND - NO LTR' TO DL-ACTION
005820         ADD 1 TO WS-NOACCT-COUNT
005830         GO TO 2200-FILE
005840     END-IF.

005850     IF WS-ESTATE-LETTER THEN
005860         PERFORM 2300-FIND-EXECUTOR THRU 2300-EXIT
005870         IF NOT WS-EXEC-FOUND THEN
005880             MOVE 'ESTATE - NO EXECUTOR ADDR' TO DL-ACTION
005890             ADD 1 TO WS-NOEXEC-COUNT
005900             GO TO 2200-EXIT
005910         END-IF
005920     END-IF.

005930     IF WS-CHANNEL-HELD THEN
005940         MOVE 'G' TO CP-LETTER-STATUS
005950         MOVE 'LETTER HELD - GONE AWAY' TO DL-ACTION
005960         ADD 1 TO WS-GONEAWAY-COUNT
005970         PERFORM 2800-LOG-CORRESPONDENCE THRU 2800-EXIT
005980         GO TO 2200-FILE
005990     END-IF.

006000     PERFORM 2700-PRINT-LETTER THRU 2700-EXIT.
006010     PERFORM 2800-LOG-CORRESPONDENCE THRU 2800-EXIT.
006020     MOVE 'S' TO CP-LETTER-STATUS.
006030     IF WS-CHANNEL-EMAIL THEN
006040         MOVE 'LETTER EMAILED' TO DL-ACTION
006050         ADD 1 TO WS-EMAIL-COUNT
006060     ELSE
006070         MOVE 'LETTER POSTED' TO DL-ACTION
006080         ADD 1 TO WS-POSTAL-COUNT
006090     END-IF.

006100 2200-FILE.
006110     MOVE WS-TODAY TO CP-LETTER-DATE.
006120     MOVE 'Y' TO WS-REWRITE-SW.

006130 2200-EXIT.
006140     EXIT.

006150*-----------------------------------------------------------------
006160* 2250-FIND-ACCOUNT - A LIVE ACCOUNT FROM ACCTFILE, ROUTED BY
006170* CONTACT-PREF AND THE GONE-AWAY MARKER; A CLOSED ONE FROM
006180* CLOSEACCT, POST ONLY. A COMPLAINT RAISED LIVE WHOSE ACCOUNT
006190* HAS SINCE CLOSED IS FOUND ON CLOSEACCT THE SAME WAY
006200*-----------------------------------------------------------------
006210 2250-FIND-ACCOUNT.

006220     MOVE 'N' TO WS-FOUND-SW.
006230     MOVE 'N' TO WS-ESTATE-SW.
006240     MOVE 'P' TO WS-CHANNEL-SW.

006250     MOVE CP-ACCTNO TO AF-ACCTNO.
006260     READ ACCTFILE
006270         INVALID KEY
006280             GO TO 2250-CLOSED
006290     END-READ.

006300     MOVE 'Y' TO WS-FOUND-SW.
006310     MOVE AF-TITL TO WS-CUST-TITL.
006320     MOVE AF-FNAME TO WS-CUST-FNAME.
006330     MOVE AF-SNAME TO WS-CUST-SNAME.
006340     MOVE WS-CUST-NAME TO WS-TO-NAME.
006350     IF AF-MAIL-ADDR1 NOT = SPACES OR
006360        AF-MAIL-ADDR2 NOT = SPACES THEN
006370         MOVE AF-MAIL-ADDR1 TO WS-TO-ADDR1
006380         MOVE AF-MAIL-ADDR2 TO WS-TO-ADDR2
006390     ELSE
006400         MOVE AF-ADDR1 TO WS-TO-ADDR1
006410         MOVE AF-ADDR2 TO WS-TO-ADDR2
006420     END-IF.

006430     IF AF-ESTATE-FLAG = 'D' THEN
006440         MOVE 'Y' TO WS-ESTATE-SW
006450         GO TO 2250-EXIT
006460     END-IF.

006470     IF AF-CONTACT-PREF = 'E' AND AF-EMAIL NOT = SPACES THEN
006480         MOVE 'E' TO WS-CHANNEL-SW
006490     ELSE
006500         IF AF-GONEAWAY-FLAG = 'G' THEN
006510             MOVE 'G' TO WS-CHANNEL-SW
006520         END-IF
006530     END-IF.
006540     GO TO 2250-EXIT.

006550 2250-CLOSED.
006560     MOVE CP-ACCTNO TO CA-ACCTNO.
006570     READ CLOSEACCT-FILE
006580         INVALID KEY
006590             GO TO 2250-EXIT
006600     END-READ.

006610     MOVE 'Y' TO WS-FOUND-SW.
006620     MOVE CA-TITL TO WS-CUST-TITL.
006630     MOVE CA-FNAME TO WS-CUST-FNAME.
006640     MOVE CA-SNAME TO WS-CUST-SNAME.
006650     MOVE WS-CUST-NAME TO WS-TO-NAME.
006660     MOVE CA-ADDR1 TO WS-TO-ADDR1.
006670     MOVE CA-ADDR2 TO WS-TO-ADDR2.

006680     IF CA-REASON-DECEASED THEN
006690         MOVE 'Y' TO WS-ESTATE-SW
006700     END-IF.

006710 2250-EXIT.
006720     EXIT.

006730*-----------------------------------------------------------------
006740* 2300-FIND-EXECUTOR BROWSES THE ACCOUNT'S RELPARTY ROWS FOR AN
006750* EXECUTOR WITH AN ADDRESS, WHO BECOMES THE ADDRESSEE. ESTATE
006760* MAIL IS ALWAYS POSTED
006770*-----------------------------------------------------------------
006780 2300-FIND-EXECUTOR.

006790     MOVE 'N' TO WS-EXEC-SW.
006800     MOVE 'N' TO WS-PARTY-EOF-SW.
006810     MOVE 'P' TO WS-CHANNEL-SW.

006820     MOVE CP-ACCTNO TO RP-ACCTNO.
006830     MOVE 0 TO RP-SEQNO.
006840     START RELPARTY-FILE KEY IS NOT LESS THAN RP-KEY
006850         INVALID KEY
006860             GO TO 2300-EXIT
006870     END-START.

006880     PERFORM 2350-NEXT-PARTY THRU 2350-EXIT
006890         UNTIL WS-PARTY-DONE OR WS-EXEC-FOUND.

006900 2300-EXIT.
006910     EXIT.

006920 2350-NEXT-PARTY.

006930     READ RELPARTY-FILE NEXT RECORD
006940         AT END
006950             MOVE 'Y' TO WS-PARTY-EOF-SW
006960             GO TO 2350-EXIT
006970     END-READ.

006980     IF RP-ACCTNO NOT = CP-ACCTNO THEN
006990         MOVE 'Y' TO WS-PARTY-EOF-SW
007000         GO TO 2350-EXIT
007010     END-IF.

007020     IF NOT RP-ROLE-EXECUTOR THEN
007030         GO TO 2350-EXIT
007040     END-IF.

007050     IF (RP-ADDR1 = SPACES OR RP-ADDR1 = LOW-VALUES) AND
007060        (RP-ADDR2 = SPACES OR RP-ADDR2 = LOW-VALUES) THEN
007070         GO TO 2350-EXIT
007080     END-IF.

007090     MOVE 'Y' TO WS-EXEC-SW.
007100     MOVE RP-TITL TO WS-TO-TITL.
007110     MOVE RP-FNAME TO WS-TO-FNAME.
007120     MOVE RP-SNAME TO WS-TO-SNAME.
007130     MOVE RP-ADDR1 TO WS-TO-ADDR1.
007140     MOVE RP-ADDR2 TO WS-TO-ADDR2.

007150 2350-EXIT.
007160     EXIT.

007170*-----------------------------------------------------------------
007180* 2600-FORMAT-DATE - WS-FMT-JUL (YYYYDDD) INTO WS-FMT-GREG AND
007190* WS-FMT-DISP (DD/MM/YYYY). ZERO OR A BAD DATE COMES BACK ZERO
007200*-----------------------------------------------------------------
007210 2600-FORMAT-DATE.

007220     MOVE 0 TO WS-FMT-GREG.
007230     IF WS-FMT-JUL > 0 THEN
007240         MOVE 'J2G' TO DP-FUNCTION
007250         MOVE WS-FMT-JUL TO DP-JULIAN
007260         CALL 'DCI8BDAT' USING DATEPARM
007270         IF DP-RC-GOOD THEN
007280             MOVE DP-GREGORIAN TO WS-FMT-GREG
007290         END-IF
007300     END-IF.

007310     MOVE WS-FMT-DD TO WS-FMT-D-DD.
007320     MOVE WS-FMT-MM TO WS-FMT-D-MM.
007330     MOVE WS-FMT-YYYY TO WS-FMT-D-YYYY.

007340 2600-EXIT.
007350     EXIT.

007360*-----------------------------------------------------------------
007370* 2700-PRINT-LETTER - THE ADDRESSEE, THE COMPLAINT IT ANSWERS,
007380* THE OUTCOME, ANY REDRESS, AND THE OMBUDSMAN REFERRAL RIGHTS
007390*-----------------------------------------------------------------
007400 2700-PRINT-LETTER.

007410     IF WS-CHANNEL-EMAIL THEN
007420         MOVE AF-EMAIL TO ET-EMAIL
007430         WRITE EMAIL-LINE FROM WS-EMAIL-TO-LINE
007440     ELSE
007450         PERFORM 2780-DOC-START THRU 2780-EXIT
007460     END-IF.

007470     MOVE CP-ACCTNO TO LH-ACCTNO.
007480     MOVE WS-TODAY TO WS-FMT-JUL.
007490     PERFORM 2600-FORMAT-DATE THRU 2600-EXIT.
007500     MOVE WS-FMT-DISP TO LH-DATE.
007510     MOVE WS-LTR-HEAD-LINE TO WS-RT-LINE.
007520     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007530     MOVE WS-TO-TITL TO LN-TITL.
007540     MOVE WS-TO-FNAME TO LN-FNAME.
007550     MOVE WS-TO-SNAME TO LN-SNAME.
007560     MOVE WS-LTR-NAME-LINE TO WS-RT-LINE.
007570     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007580     IF WS-ESTATE-LETTER THEN
007590         MOVE WS-CUST-TITL TO LE-TITL
007600         MOVE WS-CUST-FNAME TO LE-FNAME
007610         MOVE WS-CUST-SNAME TO LE-SNAME
007620         MOVE WS-LTR-ESTATE-LINE TO WS-RT-LINE
007630         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
007640     END-IF.

007650     MOVE WS-TO-ADDR1 TO LA-ADDR.
007660     MOVE WS-LTR-ADDR-LINE TO WS-RT-LINE.
007670     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.
007680     MOVE WS-TO-ADDR2 TO LA-ADDR.
007690     MOVE WS-LTR-ADDR-LINE TO WS-RT-LINE.
007700     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007710     MOVE SPACES TO WS-RT-LINE.
007720     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007730     MOVE CP-SEQNO TO LR-SEQNO.
007740     MOVE CP-RECEIVED-DATE TO WS-FMT-JUL.
007750     PERFORM 2600-FORMAT-DATE THRU 2600-EXIT.
007760     MOVE WS-FMT-DISP TO LR-DATE.
007770     MOVE WS-LTR-REF-LINE TO WS-RT-LINE.
007780     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007790     MOVE CP-SUMMARY TO LS-SUMMARY.
007800     MOVE WS-LTR-SUMMARY-LINE TO WS-RT-LINE.
007810     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007820     MOVE SPACES TO WS-RT-LINE.
007830     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007840     IF CP-UPHELD THEN
007850         MOVE WS-LTR-UPHELD1 TO WS-RT-LINE
007860         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
007870         MOVE WS-LTR-UPHELD2 TO WS-RT-LINE
007880         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
007890         MOVE WS-LTR-UPHELD3 TO WS-RT-LINE
007900         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
007910     ELSE
007920         MOVE WS-LTR-REJECT1 TO WS-RT-LINE
007930         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
007940         MOVE WS-LTR-REJECT2 TO WS-RT-LINE
007950         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
007960     END-IF.

007970     IF CP-UPHELD AND CP-REDRESS-AMOUNT > 0 THEN
007980         PERFORM 2750-REDRESS-LINE THRU 2750-EXIT
007990     END-IF.

008000     MOVE SPACES TO WS-RT-LINE.
008010     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

008020     MOVE WS-LTR-FOS1 TO WS-RT-LINE.
008030     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.
008040     MOVE WS-LTR-FOS2 TO WS-RT-LINE.
008050     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.
008060     MOVE WS-LTR-FOS3 TO WS-RT-LINE.
008070     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.
008080     MOVE WS-LTR-FOS4 TO WS-RT-LINE.
008090     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

008100     MOVE WS-LTR-SEPARATOR TO WS-RT-LINE.
008110     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

008120 2700-EXIT.
008130     EXIT.

008140*-----------------------------------------------------------------
008150* 2780-DOC-START OPENS A POSTED LETTER ON CMPLTTR WITH ITS PRTDOC
008160* ROW - THE ADDRESSEE'S ADDRESS, WHICH FOR AN ESTATE IS THE
008170* EXECUTOR'S
008180*-----------------------------------------------------------------
008190 2780-DOC-START.

008200     MOVE SPACES TO PRTDOC-REC.
008210     MOVE '%DOC' TO DC-MARKER.
008220     MOVE 'CMPF' TO DC-DOC-TYPE.
008230     MOVE 'DCI8BCMP' TO DC-JOBNAME.
008240     MOVE CP-ACCTNO TO DC-ACCTNO.
008250     MOVE CP-SEQNO TO DC-DOC-REF.
008260     MOVE WS-TO-ADDR1 TO DC-ADDR1.
008270     MOVE WS-TO-ADDR2 TO DC-ADDR2.

008280     WRITE LETTER-LINE FROM PRTDOC-REC.

008290 2780-EXIT.
008300     EXIT.

008310*-----------------------------------------------------------------
008320* 2750-REDRESS-LINE - REDRESS CREDITED TO A LIVE ACCOUNT CARRIES
008330* THE DATE OF ITS ACCTTXN ROW; REDRESS RECORDED AGAINST A CLOSED
008340* ACCOUNT IS PAID SEPARATELY
008350*-----------------------------------------------------------------
008360 2750-REDRESS-LINE.

008370     MOVE SPACES TO WS-RT-LINE.
008380     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

008390     IF CP-REDRESS-TXN-DATE > 0 THEN
008400         MOVE CP-REDRESS-AMOUNT TO LC-AMOUNT
008410         MOVE CP-REDRESS-TXN-DATE TO WS-FMT-JUL
008420         PERFORM 2600-FORMAT-DATE THRU 2600-EXIT
008430         MOVE WS-FMT-DISP TO LC-DATE
008440         MOVE WS-LTR-CREDIT-LINE TO WS-RT-LINE
008450     ELSE
008460         MOVE CP-REDRESS-AMOUNT TO LP-AMOUNT
008470         MOVE WS-LTR-PAYOUT-LINE TO WS-RT-LINE
008480     END-IF.
008490     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

008500 2750-EXIT.
008510     EXIT.

008520 2790-ROUTE-LINE.

008530     IF WS-CHANNEL-EMAIL THEN
008540         WRITE EMAIL-LINE FROM WS-RT-LINE
008550     ELSE
008560         WRITE LETTER-LINE FROM WS-RT-LINE
008570     END-IF.

008580 2790-EXIT.
008590     EXIT.

008600*-----------------------------------------------------------------
008610* 2800-LOG-CORRESPONDENCE RECORDS THE LETTER ON THE
008620* CORRESPONDENCE LOG WITH THE ADDRESSEE IT WAS PRINTED FOR - THE
008630* EXECUTOR FOR AN ESTATE - AND THE COMPLAINT SEQUENCE AS ITS
008640* REFERENCE. A HELD LETTER IS FLAGGED SUPPRESSED, GONE AWAY
008650*-----------------------------------------------------------------
008660 2800-LOG-CORRESPONDENCE.

008670     MOVE SPACES TO CORRLOG-REC.
008680     MOVE 0 TO CL-RUN-DATE CL-RUN-TIME CL-SEQNO.
008690     MOVE CP-ACCTNO TO CL-ACCTNO.
008700     MOVE 'CMPF' TO CL-DOC-TYPE.
008710     MOVE CP-SEQNO TO CL-DOC-REF.
008720     MOVE 'DCI8BCMP' TO CL-JOBNAME.
008730     MOVE WS-TO-TITL TO CL-TITL.
008740     MOVE WS-TO-FNAME TO CL-FNAME.
008750     MOVE WS-TO-SNAME TO CL-SNAME.
008760     MOVE 'N' TO CL-SUPP-FLAG.

008770     IF WS-CHANNEL-EMAIL THEN
008780         MOVE 'E' TO CL-CHANNEL
008790         MOVE AF-EMAIL TO CL-EMAIL
008800     ELSE
008810         MOVE 'P' TO CL-CHANNEL
008820         MOVE WS-TO-ADDR1 TO CL-ADDR1
008830         MOVE WS-TO-ADDR2 TO CL-ADDR2
008840     END-IF.

008850     IF WS-CHANNEL-HELD THEN
008860         MOVE 'Y' TO CL-SUPP-FLAG
008870         MOVE 'G' TO CL-SUPP-REASON
008880     END-IF.

008890     CALL 'DCI8BCLG' USING CORRLOG-REC.

008900 2800-EXIT.
008910     EXIT.

008920 2900-REPORT-LINE.

008930     MOVE CP-ACCTNO TO DL-ACCTNO.
008940     MOVE CP-SEQNO TO DL-SEQNO.
008950     MOVE CP-CATEGORY TO DL-CATEGORY.
008960     MOVE CP-BRANCH TO DL-BRANCH.
008970     MOVE CP-HANDLER TO DL-HANDLER.
008980     MOVE CP-RECEIVED-DATE TO WS-FMT-JUL.
008990     PERFORM 2600-FORMAT-DATE THRU 2600-EXIT.
009000     MOVE WS-FMT-GREG TO DL-RECEIVED.
009010     MOVE CP-DEADLINE-DATE TO WS-FMT-JUL.
009020     PERFORM 2600-FORMAT-DATE THRU 2600-EXIT.
009030     MOVE WS-FMT-GREG TO DL-DEADLINE.
009040     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

009050 2900-EXIT.
009060     EXIT.

009070 9000-TERMINATE.

009080     DISPLAY 'DCI8BCMP - COMPLAINT DEADLINES AND LETTERS'.
009090     DISPLAY 'COMPLAINTS READ  : ' WS-READ-COUNT.
009100     DISPLAY 'DEADLINES SET    : ' WS-DEADLINE-COUNT.
009110     DISPLAY 'BAD RECEIVED DATE: ' WS-BADDATE-COUNT.
009120     DISPLAY 'OPEN - OVERDUE   : ' WS-OVERDUE-COUNT.
009130     DISPLAY 'OPEN - DUE SOON  : ' WS-DUESOON-COUNT.
009140     DISPLAY 'LETTERS POSTED   : ' WS-POSTAL-COUNT.
009150     DISPLAY 'LETTERS EMAILED  : ' WS-EMAIL-COUNT.
009160     DISPLAY 'GONE-AWAY HELD   : ' WS-GONEAWAY-COUNT.
009170     DISPLAY 'ACCOUNT NOT FOUND: ' WS-NOACCT-COUNT.
009180     DISPLAY 'AWAIT EXECUTOR   : ' WS-NOEXEC-COUNT.

009190     CLOSE COMPLAINT-FILE.
009200     CLOSE ACCTFILE.
009210     CLOSE CLOSEACCT-FILE.
009220     CLOSE RELPARTY-FILE.
009230     CLOSE LETTER-FILE.
009240     CLOSE EMAIL-FILE.
009250     CLOSE REPORT-FILE.

009260 9000-EXIT.
009270     EXIT.

009280*-----------------------------------------------------------------
009290* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
009300* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
009310* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
009320*-----------------------------------------------------------------
009330 8100-WRITE-JRNL-START.

009340*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
009350*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
009360     MOVE 'DCI8BCMP' TO JG-JOBNAME.
009370     CALL 'DCI8BJGT' USING JOBGATE.
009380     IF JG-RC-BLOCKED THEN
009390         MOVE JG-BLOCKED-RC TO RETURN-CODE
009400         STOP RUN
009410     END-IF.

009420     MOVE 'DCI8BCMP' TO JR-JOBNAME.
009430     MOVE 'S' TO JR-ROW-TYPE.
009440     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
009450         JR-REJECTED-COUNT.
009460     MOVE SPACE TO JR-STATUS.
009470     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

009480 8100-EXIT.
009490     EXIT.

009500 8200-WRITE-JRNL-END.

009510     MOVE 'DCI8BCMP' TO JR-JOBNAME.
009520     MOVE 'E' TO JR-ROW-TYPE.
009530     MOVE WS-READ-COUNT TO JR-READ-COUNT.
009540     COMPUTE JR-WRITTEN-COUNT = WS-DEADLINE-COUNT
009550         + WS-POSTAL-COUNT + WS-EMAIL-COUNT.
009560     COMPUTE JR-REJECTED-COUNT = WS-BADDATE-COUNT
009570         + WS-GONEAWAY-COUNT + WS-NOACCT-COUNT.
009580     MOVE 'G' TO JR-STATUS.
009590     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

009600 8200-EXIT.
009610     EXIT.

009620 8300-STAMP-AND-WRITE.

009630     ACCEPT JR-DATE FROM DAY YYYYDDD.
009640     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
009650     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

009660     OPEN EXTEND JOURNAL-FILE.
009670     WRITE JR-REC.
009680     CLOSE JOURNAL-FILE.

009690 8300-EXIT.
009700     EXIT.

009710 END PROGRAM DCI8BCMP.
