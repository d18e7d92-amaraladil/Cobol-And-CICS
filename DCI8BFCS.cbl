000010*****************************************************************
000020* DCI8BFCS - FINAL CLOSING STATEMENT ON ACCOUNT CLOSURE
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BFCS.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - A FINAL STATEMENT FOR EVERY
000160*                 ACCOUNT CLOSED ON THE DAY, FROM ITS LAST CYCLE
000170*                 STATEMENT OR SNAPSHOT THROUGH TO CLOSURE
000172* 2026-10-15 AA   AN ACCOUNT CLOSED AS CONFIRMED FRAUD (REASON 2)
000174*                 IS REPORTED AND SENT NOTHING, AS A MERGED ONE
000176*                 IS - ITS ADDRESS ON FILE MAY BE THE FRAUDSTER'S
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* A CUSTOMER WHOSE ACCOUNT IS CLOSED ON DCI8DPGF OR THROUGH THE
000210* DCI8DWSF SERVICE USED TO GET NOTHING SHOWING THE ACTIVITY
000220* BETWEEN THEIR LAST STATEMENT AND THE SETTLING PAYMENT, AND HAD
000230* TO ASK FOR WRITTEN PROOF THE ACCOUNT WAS CLEAR. THIS NIGHTLY
000240* JOB READS CLOSEACCT FOR THE ROWS CLOSED ON THE EXTRACT DATE -
000250* THE FCSPARM CARD MAY CARRY IT (YYYYDDD); A MISSING OR BLANK
000260* CARD MEANS TODAY, THE DCI8BACL RULE, SO A MISSED NIGHT OR A
000270* HELD ESTATE IS PICKED UP BY RERUNNING FOR ITS DATE - AND
000280* PRINTS EACH ONE A FINAL STATEMENT:
000290*   - THE OPENING POINT IS THE LATER OF THE ACCOUNT'S LAST
000300*     BALHIST SNAPSHOT AND ITS LAST BILLCYCL STATEMENT ROW; AN
000310*     ACCOUNT WITH NEITHER OPENS AT ZERO FROM ITS FIRST ROW.
000320*   - EVERY ACCTTXN ROW AFTER THAT DATE THROUGH THE CLOSURE DATE
000330*     IS LISTED THE WAY DCI8BSTM LISTS IT - TXNNARR MERCHANT AND
000340*     REFERENCE, TXNREV REVERSED MARK.
000350*   - THE CLOSING BALANCE IS CA-FINAL-BAL, FOLLOWED BY THE
000360*     CONFIRMATION THAT THE ACCOUNT IS NOW CLOSED. AN ACCOUNT
000370*     WHOSE OPENING BALANCE AND LISTED ACTIVITY DO NOT COME TO
000380*     CA-FINAL-BAL IS FLAGGED ON THE REPORT FOR FINANCE.
000390* THE STATEMENT IS ROUTED AS DCI8BSTM AND DCI8BCMP ROUTE MAIL,
000400* FROM THE CONTACT DETAILS CLOSEACCT CARRIED OVER AT CLOSURE:
000410* A DECEASED CUSTOMER'S (CLOSURE REASON 3 OR ESTATE-FLAG 'D')
000420* IS POSTED TO THE EXECUTOR ON RELPARTY (ROLE 'E') AT THEIR OWN
000430* ADDRESS, AND HELD ('D') WHILE NO EXECUTOR ADDRESS IS ON FILE;
000440* A CONTACT-PREF 'E' CUSTOMER WITH AN E-MAIL ADDRESS GOES TO
000450* FCSEOUT; EVERYONE ELSE IS POSTED TO FCSPRT AT THE MAIL ADDRESS
000460* OR, WITHOUT ONE, THE ADDRESS OF RECORD, AND HELD ('G') FOR A
000470* GONE-AWAY ADDRESS. AN ACCOUNT CLOSED BY MERGER (REASON 5)
000480* CARRIED ON UNDER ITS SURVIVOR AND GETS NO FINAL STATEMENT;
000482* NOR DOES ONE CLOSED AS CONFIRMED FRAUD (REASON 2) ON DCI8DPHS,
000484* WHOSE BALANCE WAS CHARGED OFF AND WHOSE ADDRESS ON FILE MAY BE
000486* THE FRAUDSTER'S. BOTH ARE LISTED ON FCSRPT AND COUNTED.
000490* EVERY STATEMENT SENT OR HELD IS RECORDED ON CORRLOG (TYPE
000500* 'FCLS', THROUGH DCI8BCLG), EACH POSTED ONE OPENS WITH A PRTDOC
000510* ROW FOR THE DCI8BPSC PRINT STREAM RUN, EVERY ACCOUNT PRINTS ON
000520* THE FCSRPT REPORT, AND THE RUN JOURNALS TO RUNJRNL
000530*****************************************************************

000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER. IBM-370.
000570 OBJECT-COMPUTER. IBM-370.

000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.

000600     SELECT PARM-FILE ASSIGN TO FCSPARM
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-PARM-STATUS.

000630     SELECT CLOSEACCT-FILE ASSIGN TO CLOSEACCT
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS CA-ACCTNO
000670         FILE STATUS IS WS-CLOSEACCT-STATUS.

000680     SELECT BALHIST-FILE ASSIGN TO BALHIST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS BS-KEY
000720         FILE STATUS IS WS-BALHIST-STATUS.

000730     SELECT CYCLE-FILE ASSIGN TO BILLCYCL
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS CY-KEY
000770         FILE STATUS IS WS-CYCLE-STATUS.

000780     SELECT ACCTTXN-FILE ASSIGN TO ACCTTXN
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS TX-KEY
000820         FILE STATUS IS WS-ACCTTXN-STATUS.

000830     SELECT TXNNARR-FILE ASSIGN TO TXNNARR
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS NR-KEY
000870         FILE STATUS IS WS-TXNNARR-STATUS.

000880     SELECT TXNREV-FILE ASSIGN TO TXNREV
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS RV-KEY
000920         FILE STATUS IS WS-TXNREV-STATUS.

000930     SELECT RELPARTY-FILE ASSIGN TO RELPARTY
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS RP-KEY
000970         FILE STATUS IS WS-RELPARTY-STATUS.

000980     SELECT PRINT-FILE ASSIGN TO FCSPRT
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS WS-PRINT-STATUS.

001010     SELECT EMAIL-FILE ASSIGN TO FCSEOUT
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-EMAIL-STATUS.

001040     SELECT REPORT-FILE ASSIGN TO FCSRPT
001050         ORGANIZATION IS SEQUENTIAL
001060         FILE STATUS IS WS-REPORT-STATUS.

001070     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-JOURNAL-STATUS.

001100 DATA DIVISION.
001110 FILE SECTION.

001120 FD  PARM-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  PARM-REC.
001160     05  FC-EXTRACT-DATE         PIC X(07).
001170     05  FILLER                  PIC X(73).

001180*-----------------------------------------------------------------
001190* CLOSEACCT - READ FRONT TO BACK FOR THE EXTRACT DATE'S CLOSURES.
001200* THE CONTACT FIELDS AT THE TAIL ARE LOW-VALUES ON A ROW CLOSED
001210* BEFORE THEY WERE CARRIED, WHICH POSTS TO CA-ADDR1/CA-ADDR2
001220*-----------------------------------------------------------------
001230 FD  CLOSEACCT-FILE
001240     LABEL RECORDS ARE STANDARD.
001250 01  CLOSEACCT-REC.
001260     05  CA-ACCTNO               PIC X(09).
001270     05  CA-FNAME                PIC X(15).
001280     05  CA-SNAME                PIC X(15).
001290     05  CA-TITL                 PIC X(04).
001300     05  CA-ADDR1                PIC X(20).
001310     05  CA-ADDR2                PIC X(20).
001320     05  CA-CRLIMIT              PIC 9(08)V99.
001330     05  CA-STAT                 PIC X(01).
001340     05  CA-REASON               PIC X(01).
001345         88  CA-REASON-FRAUD             VALUE '2'.
001350         88  CA-REASON-DECEASED          VALUE '3'.
001360         88  CA-REASON-MERGED            VALUE '5'.
001370     05  CA-CLOSED-INFO.
001380         10  CA-CLS-USERID       PIC X(08).
001390         10  CA-CLS-TRMID        PIC X(04).
001400         10  CA-CLS-DATE         PIC S9(7) COMP-3.
001410         10  CA-CLS-TIME         PIC S9(7) COMP-3.
001420     05  CA-FINAL-BAL            PIC S9(08)V99 COMP-3.
001430     05  CA-MAIL-ADDR1           PIC X(20).
001440     05  CA-MAIL-ADDR2           PIC X(20).
001450     05  CA-EMAIL                PIC X(30).
001460     05  CA-CONTACT-PREF         PIC X(01).
001470         88  CA-CPREF-EMAIL              VALUE 'E'.
001480     05  CA-GONEAWAY-FLAG        PIC X(01).
001490         88  CA-GONE-AWAY                VALUE 'G'.
001500     05  CA-ESTATE-FLAG          PIC X(01).
001510         88  CA-ESTATE-DECEASED          VALUE 'D'.

001520*-----------------------------------------------------------------
001530* BALHIST - DCI8BSNP'S MONTH-END SNAPSHOTS AND BILLCYCL - THE
001540* STATEMENT RUN'S CYCLE ROWS. THE LATER OF THE TWO IS THE POINT
001550* THE FINAL STATEMENT PICKS UP FROM
001560*-----------------------------------------------------------------
001570 FD  BALHIST-FILE
001580     LABEL RECORDS ARE STANDARD.
001590 01  BALHIST-REC.
001600     05  BS-KEY.
001610         10  BS-ACCTNO           PIC X(09).
001620         10  BS-PERIOD           PIC 9(06).
001630     05  BS-CURR-BAL             PIC S9(08)V99 COMP-3.
001640     05  BS-CRLIMIT              PIC 9(08)V99.
001650     05  BS-STAT                 PIC X(01).
001660     05  BS-SNAP-DATE            PIC S9(7) COMP-3.

001670 FD  CYCLE-FILE
001680     LABEL RECORDS ARE STANDARD.
001690 01  BILLCYCL-REC.
001700     05  CY-KEY.
001710         10  CY-ACCTNO           PIC X(09).
001720         10  CY-PERIOD           PIC 9(06).
001730     05  CY-STMT-DATE            PIC S9(7) COMP-3.
001740     05  CY-CLOSE-BAL            PIC S9(08)V99 COMP-3.
001750     05  CY-MIN-PAYMENT          PIC 9(08)V99.
001760     05  CY-DUE-DATE             PIC S9(7) COMP-3.
001770     05  CY-PAID-FLAG            PIC X(01).
001780     05  CY-PAID-DATE            PIC S9(7) COMP-3.

001790 FD  ACCTTXN-FILE
001800     LABEL RECORDS ARE STANDARD.
001810 01  ACCTTXN-REC.
001820     05  TX-KEY.
001830         10  TX-ACCTNO           PIC X(09).
001840         10  TX-DATE             PIC S9(7) COMP-3.
001850         10  TX-SEQNO            PIC 9(04) COMP.
001860     05  TX-TYPE                 PIC X(01).
001870         88  TX-TYPE-DEBIT               VALUE 'D'.
001880         88  TX-TYPE-CREDIT              VALUE 'C'.
001890         88  TX-TYPE-INTEREST            VALUE 'I'.
001900         88  TX-TYPE-FEE                 VALUE 'F'.
001910     05  TX-AMOUNT               PIC 9(08)V99.
001920     05  TX-POSTED-INFO.
001930         10  TX-POST-DATE        PIC S9(7) COMP-3.
001940         10  TX-POST-JOB         PIC X(08).
001950     05  TX-SOURCE               PIC X(01).
001960     05  TX-CHAIN-INFO.
001970         10  TX-CHAIN-NO         PIC 9(09) COMP.
001980         10  TX-CHAIN-PREV       PIC 9(18) COMP.
001990         10  TX-CHAIN-HASH       PIC 9(18) COMP.

002000 FD  TXNNARR-FILE
002010     LABEL RECORDS ARE STANDARD.
002020 01  TXNNARR-REC.
002030     05  NR-KEY.
002040         10  NR-ACCTNO           PIC X(09).
002050         10  NR-DATE             PIC S9(7) COMP-3.
002060         10  NR-SEQNO            PIC 9(04) COMP.
002070     05  NR-MERCHANT             PIC X(30).
002080     05  NR-CATEGORY             PIC X(04).
002090     05  NR-ORIG-REF             PIC X(16).

002100 FD  TXNREV-FILE
002110     LABEL RECORDS ARE STANDARD.
002120 01  TXNREV-REC.
002130     05  RV-KEY.
002140         10  RV-ACCTNO           PIC X(09).
002150         10  RV-DATE             PIC S9(7) COMP-3.
002160         10  RV-SEQNO            PIC 9(04) COMP.
002170     05  RV-ROLE                 PIC X(01).
002180     05  RV-STATUS               PIC X(01).
002190         88  RV-REVERSED                 VALUE 'D'.
002200     05  FILLER                  PIC X(97).

002210*-----------------------------------------------------------------
002220* RELPARTY - BROWSED FROM THE ACCOUNT'S FIRST ROW FOR THE
002230* EXECUTOR OF A DECEASED CUSTOMER'S ESTATE
002240*-----------------------------------------------------------------
002250 FD  RELPARTY-FILE
002260     LABEL RECORDS ARE STANDARD.
002270 01  RELPARTY-REC.
002280     05  RP-KEY.
002290         10  RP-ACCTNO           PIC X(09).
002300         10  RP-SEQNO            PIC 9(02).
002310     05  RP-TITL                 PIC X(04).
002320     05  RP-FNAME                PIC X(15).
002330     05  RP-SNAME                PIC X(15).
002340     05  RP-ROLE                 PIC X(01).
002350         88  RP-ROLE-EXECUTOR            VALUE 'E'.
002360     05  RP-ADDED-INFO.
002370         10  RP-ADD-USERID       PIC X(08).
002380         10  RP-ADD-TRMID        PIC X(04).
002390         10  RP-ADD-DATE         PIC S9(7) COMP-3.
002400         10  RP-ADD-TIME         PIC S9(7) COMP-3.
002410     05  RP-ADDR1                PIC X(20).
002420     05  RP-ADDR2                PIC X(20).

002430*-----------------------------------------------------------------
002440* FCSPRT - THE POSTED FINAL STATEMENTS, EACH OPENING WITH ITS
002450* PRTDOC DOCUMENT-START ROW
002460*-----------------------------------------------------------------
002470 FD  PRINT-FILE
002480     RECORDING MODE IS F
002490     LABEL RECORDS ARE STANDARD.
002500 01  PRINT-LINE                  PIC X(80).

002510*-----------------------------------------------------------------
002520* FCSEOUT - THE E-MAILED FINAL STATEMENTS. EACH OPENS WITH A TO:
002530* LINE CARRYING THE DELIVERY ADDRESS, THEN THE SAME LINES THE
002540* PRINT FILE WOULD HAVE CARRIED - THE ESTMOUT SHAPE
002550*-----------------------------------------------------------------
002560 FD  EMAIL-FILE
002570     RECORDING MODE IS F
002580     LABEL RECORDS ARE STANDARD.
002590 01  EMAIL-LINE                  PIC X(80).

002600 FD  REPORT-FILE
002610     RECORDING MODE IS F
002620     LABEL RECORDS ARE STANDARD.
002630 01  REPORT-LINE                 PIC X(80).

002640*-----------------------------------------------------------------
002650* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
002660* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
002670*-----------------------------------------------------------------
002680 FD  JOURNAL-FILE
002690     RECORDING MODE IS F
002700     LABEL RECORDS ARE STANDARD.
002710 01  JR-REC.
002720     05  JR-JOBNAME              PIC X(08).
002730     05  JR-ROW-TYPE             PIC X(01).
002740     05  JR-DATE                 PIC 9(07).
002750     05  JR-TIME                 PIC 9(06).
002760     05  JR-READ-COUNT           PIC 9(07).
002770     05  JR-WRITTEN-COUNT        PIC 9(07).
002780     05  JR-REJECTED-COUNT       PIC 9(07).
002790     05  JR-STATUS               PIC X(01).
002800     05  FILLER                  PIC X(06).

002810 WORKING-STORAGE SECTION.
002820 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002830 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002840     COPY 'JOBGATE'.

002850 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
002860 77  WS-CLOSEACCT-STATUS     PIC X(02) VALUE SPACES.
002870 77  WS-BALHIST-STATUS       PIC X(02) VALUE SPACES.
002880 77  WS-CYCLE-STATUS         PIC X(02) VALUE SPACES.
002890 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
002900 77  WS-TXNNARR-STATUS       PIC X(02) VALUE SPACES.
002910 77  WS-TXNREV-STATUS        PIC X(02) VALUE SPACES.
002920 77  WS-RELPARTY-STATUS      PIC X(02) VALUE SPACES.
002930 77  WS-PRINT-STATUS         PIC X(02) VALUE SPACES.
002940 77  WS-EMAIL-STATUS         PIC X(02) VALUE SPACES.
002950 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

002960 01  WS-SWITCHES.
002970     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
002980         88  WS-EOF-YES              VALUE 'Y'.
002990     05  WS-BROWSE-EOF-SW    PIC X(01) VALUE 'N'.
003000         88  WS-BROWSE-DONE          VALUE 'Y'.
003010     05  WS-TXN-EOF-SW       PIC X(01) VALUE 'N'.
003020         88  WS-TXN-EOF-YES          VALUE 'Y'.
003030     05  WS-ESTATE-SW        PIC X(01) VALUE 'N'.
003040         88  WS-ESTATE-STMT          VALUE 'Y'.
003050     05  WS-PARTY-EOF-SW     PIC X(01) VALUE 'N'.
003060         88  WS-PARTY-DONE           VALUE 'Y'.
003070     05  WS-EXEC-SW          PIC X(01) VALUE 'N'.
003080         88  WS-EXEC-FOUND           VALUE 'Y'.
003090     05  WS-SPAN-ROW-SW      PIC X(01) VALUE 'N'.
003100         88  WS-SPAN-ROW             VALUE 'Y'.

003110 01  WS-COUNTERS.
003120     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
003130     05  WS-CLOSED-COUNT     PIC 9(07) COMP-3 VALUE 0.
003140     05  WS-STMT-COUNT       PIC 9(07) COMP-3 VALUE 0.
003150     05  WS-POSTAL-COUNT     PIC 9(07) COMP-3 VALUE 0.
003160     05  WS-EMAIL-COUNT      PIC 9(07) COMP-3 VALUE 0.
003170     05  WS-GONEAWAY-COUNT   PIC 9(07) COMP-3 VALUE 0.
003180     05  WS-NOEXEC-COUNT     PIC 9(07) COMP-3 VALUE 0.
003190     05  WS-MERGED-COUNT     PIC 9(07) COMP-3 VALUE 0.
003195     05  WS-FRAUD-COUNT      PIC 9(07) COMP-3 VALUE 0.
003200     05  WS-UNBAL-COUNT      PIC 9(07) COMP-3 VALUE 0.
003210     05  WS-TXN-COUNT        PIC 9(07) COMP-3 VALUE 0.

003220*-----------------------------------------------------------------
003230* THE EXTRACT DATE - FROM FCSPARM, OR TODAY - AND THE CLOSURE
003240* DATE OF THE ROW IN HAND, CENTURY-CORRECTED FROM EIBDATE FORM
003250*-----------------------------------------------------------------
003260 77  WS-EXTRACT-DATE         PIC 9(07) VALUE 0.
003270 01  WS-DATE-X               PIC X(07) VALUE SPACES.
003280 01  WS-DATE-NUM REDEFINES WS-DATE-X PIC 9(07).
003290 77  WS-CLS-DATE             PIC S9(7) COMP-3 VALUE 0.

003300*-----------------------------------------------------------------
003310* PER-ACCOUNT FIGURES - THE OPENING POINT AND BALANCE, THE NET OF
003320* THE LISTED ROWS (DEBITS, INTEREST AND FEES LESS CREDITS) AND
003330* WHAT THAT SAYS THE ACCOUNT SHOULD HAVE CLOSED AT
003340*-----------------------------------------------------------------
003350 77  WS-OPEN-DATE            PIC S9(7) COMP-3 VALUE 0.
003360 77  WS-OPEN-BALANCE         PIC S9(10)V99 COMP-3 VALUE 0.
003370 77  WS-NET-ACTIVITY         PIC S9(10)V99 COMP-3 VALUE 0.
003380 77  WS-EXPECT-BALANCE       PIC S9(10)V99 COMP-3 VALUE 0.
003390 77  WS-ACCT-TXNS            PIC 9(05) COMP-3 VALUE 0.

003400*-----------------------------------------------------------------
003410* DATES AS THEY APPEAR ON THE STATEMENT - 2600-FORMAT-DATE TURNS
003420* WS-FMT-JUL INTO BOTH FORMS
003430*-----------------------------------------------------------------
003440 77  WS-FMT-JUL              PIC S9(7) COMP-3 VALUE 0.
003450 01  WS-FMT-GREG             PIC 9(08) VALUE 0.
003460 01  WS-FMT-PARTS REDEFINES WS-FMT-GREG.
003470     05  WS-FMT-YYYY         PIC 9(04).
003480     05  WS-FMT-MM           PIC X(02).
003490     05  WS-FMT-DD           PIC X(02).
003500 01  WS-FMT-DISP.
003510     05  WS-FMT-D-DD         PIC X(02).
003520     05  FILLER              PIC X(01) VALUE '/'.
003530     05  WS-FMT-D-MM         PIC X(02).
003540     05  FILLER              PIC X(01) VALUE '/'.
003550     05  WS-FMT-D-YYYY       PIC 9(04).

003560*-----------------------------------------------------------------
003570* THE ADDRESSEE - THE CUSTOMER, OR THE EXECUTOR OF A DECEASED
003580* CUSTOMER'S ESTATE - AND THE CUSTOMER'S OWN NAME
003590*-----------------------------------------------------------------
003600 01  WS-TO-NAME.
003610     05  WS-TO-TITL          PIC X(04).
003620     05  WS-TO-FNAME         PIC X(15).
003630     05  WS-TO-SNAME         PIC X(15).
003640 01  WS-TO-ADDR1             PIC X(20).
003650 01  WS-TO-ADDR2             PIC X(20).
003660 01  WS-CUST-NAME.
003670     05  WS-CUST-TITL        PIC X(04).
003680     05  WS-CUST-FNAME       PIC X(15).
003690     05  WS-CUST-SNAME       PIC X(15).

003700*-----------------------------------------------------------------
003710* STATEMENT ROUTING - 'P' POST, 'E' E-MAIL, 'H' HELD. A HELD
003720* STATEMENT CARRIES ITS CORRLOG REASON - 'G' GONE AWAY, 'D' AN
003730* ESTATE WITH NO EXECUTOR ADDRESS YET. CONTACT-PREF 'T' AND 'N'
003740* STAY POSTAL - A STATEMENT IS NOT MARKETING, THE DCI8BSTM RULE
003750*-----------------------------------------------------------------
003760 01  WS-CHANNEL-SW           PIC X(01) VALUE 'P'.
003770     88  WS-CHANNEL-POST            VALUE 'P'.
003780     88  WS-CHANNEL-EMAIL           VALUE 'E'.
003790     88  WS-CHANNEL-HELD            VALUE 'H'.
003800 01  WS-HELD-REASON          PIC X(01) VALUE SPACE.
003810 01  WS-RT-LINE              PIC X(80) VALUE SPACES.

003820 01  WS-EMAIL-TO-LINE.
003830     05  FILLER              PIC X(04) VALUE 'TO: '.
003840     05  ET-EMAIL            PIC X(30).
003850     05  FILLER              PIC X(46) VALUE SPACES.

003860 01  WS-HEAD-LINE.
003870     05  FILLER              PIC X(32) VALUE
003880         'FINAL STATEMENT - ACCOUNT CLOSED'.
003890     05  FILLER              PIC X(08) VALUE SPACES.
003900     05  FILLER              PIC X(08) VALUE 'ACCOUNT '.
003910     05  HL-ACCTNO           PIC X(09).
003920     05  FILLER              PIC X(02) VALUE SPACES.
003930     05  FILLER              PIC X(05) VALUE 'DATE '.
003940     05  HL-DATE             PIC X(10).
003950     05  FILLER              PIC X(06) VALUE SPACES.

003960 01  WS-SALUTE-LINE.
003970     05  SL-TITL             PIC X(04).
003980     05  FILLER              PIC X(01) VALUE SPACE.
003990     05  SL-FNAME            PIC X(15).
004000     05  FILLER              PIC X(01) VALUE SPACE.
004010     05  SL-SNAME            PIC X(15).
004020     05  FILLER              PIC X(44) VALUE SPACES.

004030 01  WS-ESTATE-LINE.
004040     05  FILLER              PIC X(23) VALUE
004050         'EXECUTOR OF THE ESTATE '.
004060     05  FILLER              PIC X(12) VALUE 'OF THE LATE '.
004070     05  EL-TITL             PIC X(04).
004080     05  FILLER              PIC X(01) VALUE SPACES.
004090     05  EL-FNAME            PIC X(15).
004100     05  FILLER              PIC X(01) VALUE SPACES.
004110     05  EL-SNAME            PIC X(15).
004120     05  FILLER              PIC X(09) VALUE SPACES.

004130 01  WS-ADDR-LINE.
004140     05  AL-ADDR             PIC X(20).
004150     05  FILLER              PIC X(60) VALUE SPACES.

004160*    THE SPAN THE STATEMENT COVERS - FROM THE OPENING POINT, OR
004170*    THE WHOLE LIFE OF AN ACCOUNT THAT NEVER HAD ONE
004180 01  WS-SPAN-LINE.
004190     05  FILLER              PIC X(15) VALUE 'ACTIVITY AFTER '.
004200     05  SP-FROM-DATE        PIC X(10).
004210     05  FILLER              PIC X(15) VALUE ' TO CLOSURE ON '.
004220     05  SP-TO-DATE          PIC X(10).
004230     05  FILLER              PIC X(30) VALUE SPACES.
004240 01  WS-SPAN-ALL-LINE.
004250     05  FILLER              PIC X(33) VALUE
004260         'ALL ACTIVITY SINCE OPENING TO '.
004270     05  FILLER              PIC X(11) VALUE 'CLOSURE ON '.
004280     05  SA-TO-DATE          PIC X(10).
004290     05  FILLER              PIC X(26) VALUE SPACES.

004300 01  WS-BAL-LINE.
004310     05  BL-LITERAL          PIC X(20).
004320     05  BL-AMOUNT           PIC -ZZ,ZZZ,ZZ9.99.
004330     05  FILLER              PIC X(46) VALUE SPACES.

004340 01  WS-TXN-LINE.
004350     05  TL-DATE             PIC 9(07).
004360     05  FILLER              PIC X(03) VALUE SPACES.
004370     05  TL-TYPE             PIC X(06).
004380     05  FILLER              PIC X(03) VALUE SPACES.
004390     05  TL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
004400     05  FILLER              PIC X(02) VALUE SPACES.
004410     05  TL-MERCHANT         PIC X(30).
004420     05  FILLER              PIC X(01) VALUE SPACES.
004430     05  TL-CATEGORY         PIC X(04).
004440     05  FILLER              PIC X(01) VALUE SPACES.
004450     05  TL-REV-MARK         PIC X(08).
004460     05  FILLER              PIC X(02) VALUE SPACES.

004470 01  WS-TXN-REF-LINE.
004480     05  FILLER              PIC X(34) VALUE SPACES.
004490     05  FILLER              PIC X(04) VALUE 'REF '.
004500     05  TR-ORIG-REF         PIC X(16).
004510     05  FILLER              PIC X(26) VALUE SPACES.

004520 01  WS-NOACT-LINE.
004530     05  FILLER              PIC X(80) VALUE
004540         'NO ACTIVITY SINCE YOUR LAST STATEMENT'.

004550 01  WS-CLOSED-LINE1.
004560     05  FILLER PIC X(80) VALUE
004570         'THIS ACCOUNT IS NOW CLOSED.'.
004580 01  WS-CLOSED-LINE2.
004590     05  FILLER PIC X(80) VALUE
004600         'THE BALANCE HAS BEEN SETTLED IN FULL AND NOTHING'.
004610 01  WS-CLOSED-LINE3.
004620     05  FILLER PIC X(80) VALUE
004630         'FURTHER IS OWED. PLEASE KEEP THIS STATEMENT AS YOUR'.
004640 01  WS-CLOSED-LINE4.
004650     05  FILLER PIC X(80) VALUE
004660         'RECORD THAT THE ACCOUNT IS CLEAR.'.
004670 01  WS-SEPARATOR-LINE.
004680     05  FILLER PIC X(80) VALUE ALL '-'.

004690* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
004700     COPY 'DATEPARM'.

004710* THE CORRESPONDENCE LOG ROW, WRITTEN THROUGH DCI8BCLG
004720     COPY 'CORRLOG'.

004730* DOCUMENT-START ROW AHEAD OF EACH POSTED STATEMENT ON FCSPRT
004740     COPY 'PRTDOC'.

004750 01  WS-REPORT-HEADING1.
004760     05  FILLER PIC X(48) VALUE
004770         'DCI8BFCS - FINAL CLOSING STATEMENTS FOR CLOSURES'.
004780     05  FILLER PIC X(04) VALUE ' ON '.
004790     05  RH-DATE             PIC 9(07).
004800     05  FILLER PIC X(21) VALUE SPACES.

004810 01  WS-REPORT-HEADING2.
004820     05  FILLER PIC X(12) VALUE 'ACCOUNT'.
004830     05  FILLER PIC X(02) VALUE 'R'.
004840     05  FILLER PIC X(08) VALUE 'OPENED'.
004850     05  FILLER PIC X(15) VALUE '   OPENING BAL'.
004860     05  FILLER PIC X(05) VALUE 'TXNS'.
004870     05  FILLER PIC X(15) VALUE '     FINAL BAL'.
004880     05  FILLER PIC X(23) VALUE 'ACTION'.

004890 01  WS-DETAIL-LINE.
004900     05  DL-ACCTNO           PIC X(09).
004910     05  FILLER              PIC X(03) VALUE SPACES.
004920     05  DL-REASON           PIC X(01).
004930     05  FILLER              PIC X(01) VALUE SPACES.
004940     05  DL-OPEN-DATE        PIC 9(07).
004950     05  FILLER              PIC X(01) VALUE SPACES.
004960     05  DL-OPEN-BAL         PIC -ZZ,ZZZ,ZZ9.99.
004970     05  FILLER              PIC X(01) VALUE SPACES.
004980     05  DL-TXNS             PIC ZZZ9.
004990     05  FILLER              PIC X(01) VALUE SPACES.
005000     05  DL-FINAL-BAL        PIC -ZZ,ZZZ,ZZ9.99.
005010     05  FILLER              PIC X(01) VALUE SPACES.
005020     05  DL-ACTION           PIC X(23).

005030*    AN ACCOUNT WHOSE LISTED ACTIVITY DOES NOT RECONCILE
005040 01  WS-UNBAL-LINE.
005050     05  FILLER              PIC X(12) VALUE SPACES.
005060     05  FILLER              PIC X(36) VALUE
005070         '*** ACTIVITY COMES TO A BALANCE OF'.
005080     05  UL-EXPECT           PIC -ZZ,ZZZ,ZZ9.99.
005090     05  FILLER              PIC X(18) VALUE SPACES.

005100 01  WS-TOTAL-LINE.
005110     05  TT-LITERAL          PIC X(30).
005120     05  TT-COUNT            PIC ZZZ,ZZ9.
005130     05  FILLER              PIC X(43) VALUE SPACES.

005140 PROCEDURE DIVISION.

005150 0000-MAINLINE.

005160     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

005170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

005180     PERFORM 2000-PROCESS-CLOSURE THRU 2000-EXIT
005190         UNTIL WS-EOF-YES.

005200     PERFORM 9000-TERMINATE THRU 9000-EXIT.

005210     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

005220     GOBACK.

005230 1000-INITIALIZE.

005240     OPEN INPUT PARM-FILE.
005250     OPEN INPUT CLOSEACCT-FILE.
005260     OPEN INPUT BALHIST-FILE.
005270     OPEN INPUT CYCLE-FILE.
005280     OPEN INPUT ACCTTXN-FILE.
005290     OPEN INPUT TXNNARR-FILE.
005300     OPEN INPUT TXNREV-FILE.
005310     OPEN INPUT RELPARTY-FILE.
005320     OPEN OUTPUT PRINT-FILE.
005330     OPEN OUTPUT EMAIL-FILE.
005340     OPEN OUTPUT REPORT-FILE.

005350     MOVE 'TOD' TO DP-FUNCTION.
005360     CALL 'DCI8BDAT' USING DATEPARM.
005370     MOVE DP-JULIAN TO WS-EXTRACT-DATE.

005380     IF WS-PARM-STATUS = '00' THEN
005390         READ PARM-FILE
005400             AT END
005410                 CONTINUE
005420         END-READ
005430         IF WS-PARM-STATUS = '00' AND
005440                 FC-EXTRACT-DATE NOT = SPACES THEN
005450             MOVE FC-EXTRACT-DATE TO WS-DATE-X
005460             IF WS-DATE-X IS NUMERIC AND WS-DATE-NUM > 0 THEN
005470                 MOVE WS-DATE-NUM TO WS-EXTRACT-DATE
005480             END-IF
005490         END-IF
005500         CLOSE PARM-FILE
005510     END-IF.

005520     MOVE WS-EXTRACT-DATE TO RH-DATE.
005530     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
005540     MOVE SPACES TO REPORT-LINE.
005550     WRITE REPORT-LINE.
005560     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

005570     PERFORM 1100-READ-CLOSEACCT THRU 1100-EXIT.

005580 1000-EXIT.
005590     EXIT.

005600 1100-READ-CLOSEACCT.

005610     READ CLOSEACCT-FILE NEXT RECORD
005620         AT END
005630             GO TO 1100-EOF
005640     END-READ.

005650     ADD 1 TO WS-READ-COUNT.
005660     GO TO 1100-EXIT.

005670 1100-EOF.
005680     MOVE 'Y' TO WS-EOF-SW.

005690 1100-EXIT.
005700     EXIT.

005710*-----------------------------------------------------------------
005720* 2000-PROCESS-CLOSURE PASSES BY EVERY ROW NOT CLOSED ON THE
005730* EXTRACT DATE. CA-CLS-DATE IS STAMPED ONLINE FROM EIBDATE
005740* (0CYYDDD) - BROUGHT UP TO YYYYDDD AS DCI8BROL DOES. A MERGED
005750* ACCOUNT, OR ONE CLOSED AS CONFIRMED FRAUD, IS REPORTED AND
005760* SENT NOTHING; EVERY OTHER CLOSURE HAS ITS OPENING POINT FOUND,
005770* ITS ROUTE CHOSEN AND ITS STATEMENT PRINTED, OR HELD
005780*-----------------------------------------------------------------
005790 2000-PROCESS-CLOSURE.

005800     MOVE CA-CLS-DATE TO WS-CLS-DATE.
005810     IF WS-CLS-DATE > 0 AND WS-CLS-DATE < 1000000 THEN
005820         ADD 1900000 TO WS-CLS-DATE
005830     END-IF.

005840     IF WS-CLS-DATE NOT = WS-EXTRACT-DATE THEN
005850         GO TO 2000-NEXT
005860     END-IF.

005870     ADD 1 TO WS-CLOSED-COUNT.
005880     MOVE 0 TO WS-OPEN-DATE.
005890     MOVE 0 TO WS-OPEN-BALANCE.
005900     MOVE 0 TO WS-NET-ACTIVITY.
005910     MOVE 0 TO WS-ACCT-TXNS.
005920     MOVE SPACES TO DL-ACTION.

005930     IF CA-REASON-MERGED THEN
005940         MOVE 'MERGED - NOT SENT' TO DL-ACTION
005950         ADD 1 TO WS-MERGED-COUNT
005960         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
005970         GO TO 2000-NEXT
005980     END-IF.

005981     IF CA-REASON-FRAUD THEN
005982         MOVE 'FRAUD - NOT SENT' TO DL-ACTION
005983         ADD 1 TO WS-FRAUD-COUNT
005984         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
005985         GO TO 2000-NEXT
005986     END-IF.

005990     PERFORM 2100-FIND-OPENING THRU 2100-EXIT.

006000     PERFORM 2300-CHOOSE-ROUTE THRU 2300-EXIT.

006010     IF WS-CHANNEL-HELD THEN
006020         PERFORM 2200-TALLY-ACTIVITY THRU 2200-EXIT
006030         IF WS-HELD-REASON = 'D' THEN
006040             MOVE 'HELD - NO EXECUTOR ADDR' TO DL-ACTION
006050             ADD 1 TO WS-NOEXEC-COUNT
006060         ELSE
006070             MOVE 'HELD - GONE AWAY' TO DL-ACTION
006080             ADD 1 TO WS-GONEAWAY-COUNT
006090         END-IF
006100     ELSE
006110         PERFORM 2500-PRINT-STATEMENT THRU 2500-EXIT
006120         ADD 1 TO WS-STMT-COUNT
006130         IF WS-CHANNEL-EMAIL THEN
006140             MOVE 'STATEMENT EMAILED' TO DL-ACTION
006150             ADD 1 TO WS-EMAIL-COUNT
006160         ELSE
006170             MOVE 'STATEMENT POSTED' TO DL-ACTION
006180             ADD 1 TO WS-POSTAL-COUNT
006190         END-IF
006200     END-IF.

006210     PERFORM 2800-LOG-CORRESPONDENCE THRU 2800-EXIT.
006220     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.

006230 2000-NEXT.
006240     PERFORM 1100-READ-CLOSEACCT THRU 1100-EXIT.

006250 2000-EXIT.
006260     EXIT.

006270*-----------------------------------------------------------------
006280* 2100-FIND-OPENING BROWSES THE ACCOUNT'S BALHIST SNAPSHOTS AND
006290* BILLCYCL ROWS, BOTH IN PERIOD ORDER, AND KEEPS THE LATEST DATE
006300* EITHER CARRIES WITH ITS BALANCE. NEITHER MEANS THE ACCOUNT
006310* OPENED AT ZERO AND EVERY ROW IT EVER HAD IS LISTED
006320*-----------------------------------------------------------------
006330 2100-FIND-OPENING.

006340     MOVE 'N' TO WS-BROWSE-EOF-SW.
006350     MOVE CA-ACCTNO TO BS-ACCTNO.
006360     MOVE 0 TO BS-PERIOD.
006370     START BALHIST-FILE KEY IS NOT LESS THAN BS-KEY
006380         INVALID KEY
006390             MOVE 'Y' TO WS-BROWSE-EOF-SW
006400     END-START.

006410     PERFORM 2110-NEXT-SNAPSHOT THRU 2110-EXIT
006420         UNTIL WS-BROWSE-DONE.

006430     MOVE 'N' TO WS-BROWSE-EOF-SW.
006440     MOVE CA-ACCTNO TO CY-ACCTNO.
006450     MOVE 0 TO CY-PERIOD.
006460     START CYCLE-FILE KEY IS NOT LESS THAN CY-KEY
006470         INVALID KEY
006480             MOVE 'Y' TO WS-BROWSE-EOF-SW
006490     END-START.

006500     PERFORM 2120-NEXT-CYCLE THRU 2120-EXIT
006510         UNTIL WS-BROWSE-DONE.

006520 2100-EXIT.
006530     EXIT.

006540 2110-NEXT-SNAPSHOT.

006550     READ BALHIST-FILE NEXT RECORD
006560         AT END
006570             MOVE 'Y' TO WS-BROWSE-EOF-SW
006580             GO TO 2110-EXIT
006590     END-READ.

006600     IF BS-ACCTNO NOT = CA-ACCTNO THEN
006610         MOVE 'Y' TO WS-BROWSE-EOF-SW
006620         GO TO 2110-EXIT
006630     END-IF.

006640     IF BS-SNAP-DATE > WS-OPEN-DATE AND
006650        BS-SNAP-DATE NOT > WS-CLS-DATE THEN
006660         MOVE BS-SNAP-DATE TO WS-OPEN-DATE
006670         MOVE BS-CURR-BAL TO WS-OPEN-BALANCE
006680     END-IF.

006690 2110-EXIT.
006700     EXIT.

006710 2120-NEXT-CYCLE.

006720     READ CYCLE-FILE NEXT RECORD
006730         AT END
006740             MOVE 'Y' TO WS-BROWSE-EOF-SW
006750             GO TO 2120-EXIT
006760     END-READ.

006770     IF CY-ACCTNO NOT = CA-ACCTNO THEN
006780         MOVE 'Y' TO WS-BROWSE-EOF-SW
006790         GO TO 2120-EXIT
006800     END-IF.

006810     IF CY-STMT-DATE > WS-OPEN-DATE AND
006820        CY-STMT-DATE NOT > WS-CLS-DATE THEN
006830         MOVE CY-STMT-DATE TO WS-OPEN-DATE
006840         MOVE CY-CLOSE-BAL TO WS-OPEN-BALANCE
006850     END-IF.

006860 2120-EXIT.
006870     EXIT.

006880*-----------------------------------------------------------------
006890* 2150-START-ACTIVITY POSITIONS ACCTTXN AT THE ACCOUNT'S FIRST ROW
006900* ON THE OPENING DATE - ROWS ON THE DAY ITSELF ARE IN THE OPENING
006910* FIGURE AND ARE STEPPED OVER BY THE READERS
006920*-----------------------------------------------------------------
006930 2150-START-ACTIVITY.

006940     MOVE 'N' TO WS-TXN-EOF-SW.
006950     MOVE CA-ACCTNO TO TX-ACCTNO.
006960     MOVE WS-OPEN-DATE TO TX-DATE.
006970     MOVE 0 TO TX-SEQNO.

006980     START ACCTTXN-FILE KEY IS NOT LESS THAN TX-KEY
006990         INVALID KEY
007000             MOVE 'Y' TO WS-TXN-EOF-SW
007010     END-START.

007020 2150-EXIT.
007030     EXIT.

007040*-----------------------------------------------------------------
007050* 2200-TALLY-ACTIVITY - THE NET OF THE SPAN WITHOUT PRINTING IT,
007060* SO A HELD STATEMENT STILL RECONCILES ON THE REPORT
007070*-----------------------------------------------------------------
007080 2200-TALLY-ACTIVITY.

007090     PERFORM 2150-START-ACTIVITY THRU 2150-EXIT.

007100     PERFORM 2210-TALLY-ONE-TXN THRU 2210-EXIT
007110         UNTIL WS-TXN-EOF-YES.

007120 2200-EXIT.
007130     EXIT.

007140 2210-TALLY-ONE-TXN.

007150     PERFORM 2250-READ-SPAN-TXN THRU 2250-EXIT.

007160 2210-EXIT.
007170     EXIT.

007180*-----------------------------------------------------------------
007190* 2250-READ-SPAN-TXN READS THE NEXT ROW IN THE SPAN AND ADDS IT TO
007200* THE NET - ONLY A CREDIT REDUCES THE DRAWN BALANCE, EVERY OTHER
007210* TYPE SITS ON THE DEBIT SIDE. WS-TXN-EOF-SW IS SET AT THE END OF
007220* THE SPAN; WS-SPAN-ROW-SW IS LEFT 'N' FOR A ROW ON THE OPENING
007230* DATE SO THE CALLER PASSES IT BY
007240*-----------------------------------------------------------------
007250 2250-READ-SPAN-TXN.

007260     MOVE 'N' TO WS-SPAN-ROW-SW.

007270     READ ACCTTXN-FILE NEXT RECORD
007280         AT END
007290             MOVE 'Y' TO WS-TXN-EOF-SW
007300             GO TO 2250-EXIT
007310     END-READ.

007320     IF TX-ACCTNO NOT = CA-ACCTNO OR TX-DATE > WS-CLS-DATE THEN
007330         MOVE 'Y' TO WS-TXN-EOF-SW
007340         GO TO 2250-EXIT
007350     END-IF.

007360     IF WS-OPEN-DATE > 0 AND TX-DATE NOT > WS-OPEN-DATE THEN
007370         GO TO 2250-EXIT
007380     END-IF.

007390     MOVE 'Y' TO WS-SPAN-ROW-SW.
007400     ADD 1 TO WS-ACCT-TXNS.
007410     IF TX-TYPE-CREDIT THEN
007420         SUBTRACT TX-AMOUNT FROM WS-NET-ACTIVITY
007430     ELSE
007440         ADD TX-AMOUNT TO WS-NET-ACTIVITY
007450     END-IF.

007460 2250-EXIT.
007470     EXIT.

007480*-----------------------------------------------------------------
007490* 2300-CHOOSE-ROUTE SETS THE ADDRESSEE AND THE CHANNEL. THE MAIL
007500* ADDRESS CARRIED AT CLOSURE WINS OVER THE ADDRESS OF RECORD;
007510* LOW-VALUES ON A ROW CLOSED BEFORE IT WAS CARRIED COUNT AS NONE
007520*-----------------------------------------------------------------
007530 2300-CHOOSE-ROUTE.

007540     MOVE 'P' TO WS-CHANNEL-SW.
007550     MOVE SPACE TO WS-HELD-REASON.
007560     MOVE 'N' TO WS-ESTATE-SW.

007570     MOVE CA-TITL TO WS-CUST-TITL.
007580     MOVE CA-FNAME TO WS-CUST-FNAME.
007590     MOVE CA-SNAME TO WS-CUST-SNAME.
007600     MOVE WS-CUST-NAME TO WS-TO-NAME.

007610     IF (CA-MAIL-ADDR1 NOT = SPACES AND
007620         CA-MAIL-ADDR1 NOT = LOW-VALUES) OR
007630        (CA-MAIL-ADDR2 NOT = SPACES AND
007640         CA-MAIL-ADDR2 NOT = LOW-VALUES) THEN
007650         MOVE CA-MAIL-ADDR1 TO WS-TO-ADDR1
007660         MOVE CA-MAIL-ADDR2 TO WS-TO-ADDR2
007670     ELSE
007680         MOVE CA-ADDR1 TO WS-TO-ADDR1
007690         MOVE CA-ADDR2 TO WS-TO-ADDR2
007700     END-IF.

007710*    AN ESTATE'S STATEMENT GOES TO THE EXECUTOR, ALWAYS BY POST
007720     IF CA-REASON-DECEASED OR CA-ESTATE-DECEASED THEN
007730         MOVE 'Y' TO WS-ESTATE-SW
007740         PERFORM 2350-FIND-EXECUTOR THRU 2350-EXIT
007750         IF NOT WS-EXEC-FOUND THEN
007760             MOVE 'H' TO WS-CHANNEL-SW
007770             MOVE 'D' TO WS-HELD-REASON
007780         END-IF
007790         GO TO 2300-EXIT
007800     END-IF.

007810     IF CA-CPREF-EMAIL AND CA-EMAIL NOT = SPACES AND
007820        CA-EMAIL NOT = LOW-VALUES THEN
007830         MOVE 'E' TO WS-CHANNEL-SW
007840         GO TO 2300-EXIT
007850     END-IF.

007860     IF CA-GONE-AWAY THEN
007870         MOVE 'H' TO WS-CHANNEL-SW
007880         MOVE 'G' TO WS-HELD-REASON
007890     END-IF.

007900 2300-EXIT.
007910     EXIT.

007920*-----------------------------------------------------------------
007930* 2350-FIND-EXECUTOR BROWSES THE ACCOUNT'S RELPARTY ROWS FOR AN
007940* EXECUTOR WITH AN ADDRESS, WHO BECOMES THE ADDRESSEE
007950*-----------------------------------------------------------------
007960 2350-FIND-EXECUTOR.

007970     MOVE 'N' TO WS-EXEC-SW.
007980     MOVE 'N' TO WS-PARTY-EOF-SW.

007990     MOVE CA-ACCTNO TO RP-ACCTNO.
008000     MOVE 0 TO RP-SEQNO.
008010     START RELPARTY-FILE KEY IS NOT LESS THAN RP-KEY
008020         INVALID KEY
008030             GO TO 2350-EXIT
008040     END-START.

008050     PERFORM 2360-NEXT-PARTY THRU 2360-EXIT
008060         UNTIL WS-PARTY-DONE OR WS-EXEC-FOUND.

008070 2350-EXIT.
008080     EXIT.

008090 2360-NEXT-PARTY.

008100     READ RELPARTY-FILE NEXT RECORD
008110         AT END
008120             MOVE 'Y' TO WS-PARTY-EOF-SW
008130             GO TO 2360-EXIT
008140     END-READ.

008150     IF RP-ACCTNO NOT = CA-ACCTNO THEN
008160         MOVE 'Y' TO WS-PARTY-EOF-SW
008170         GO TO 2360-EXIT
008180     END-IF.

008190     IF NOT RP-ROLE-EXECUTOR THEN
008200         GO TO 2360-EXIT
008210     END-IF.

008220     IF (RP-ADDR1 = SPACES OR RP-ADDR1 = LOW-VALUES) AND
008230        (RP-ADDR2 = SPACES OR RP-ADDR2 = LOW-VALUES) THEN
008240         GO TO 2360-EXIT
008250     END-IF.

008260     MOVE 'Y' TO WS-EXEC-SW.
008270     MOVE RP-TITL TO WS-TO-TITL.
008280     MOVE RP-FNAME TO WS-TO-FNAME.
008290     MOVE RP-SNAME TO WS-TO-SNAME.
008300     MOVE RP-ADDR1 TO WS-TO-ADDR1.
008310     MOVE RP-ADDR2 TO WS-TO-ADDR2.

008320 2360-EXIT.
008330     EXIT.

008340*-----------------------------------------------------------------
008350* 2500-PRINT-STATEMENT - THE ADDRESSEE, THE SPAN, THE OPENING
008360* BALANCE, EVERY ROW IN THE SPAN, THE FINAL BALANCE AND THE
008370* CLOSURE CONFIRMATION
008380*-----------------------------------------------------------------
008390 2500-PRINT-STATEMENT.

008400     IF WS-CHANNEL-EMAIL THEN
008410         MOVE CA-EMAIL TO ET-EMAIL
008420         WRITE EMAIL-LINE FROM WS-EMAIL-TO-LINE
008430     ELSE
008440         PERFORM 2780-DOC-START THRU 2780-EXIT
008450     END-IF.

008460     MOVE CA-ACCTNO TO HL-ACCTNO.
008470     MOVE WS-CLS-DATE TO WS-FMT-JUL.
008480     PERFORM 2600-FORMAT-DATE THRU 2600-EXIT.
008490     MOVE WS-FMT-DISP TO HL-DATE.
008500     MOVE WS-HEAD-LINE TO WS-RT-LINE.
008510     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

008520     MOVE WS-TO-TITL TO SL-TITL.
008530     MOVE WS-TO-FNAME TO SL-FNAME.
008540     MOVE WS-TO-SNAME TO SL-SNAME.
008550     MOVE WS-SALUTE-LINE TO WS-RT-LINE.
008560     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

008570     IF WS-ESTATE-STMT THEN
008580         MOVE WS-CUST-TITL TO EL-TITL
008590         MOVE WS-CUST-FNAME TO EL-FNAME
008600         MOVE WS-CUST-SNAME TO EL-SNAME
008610         MOVE WS-ESTATE-LINE TO WS-RT-LINE
008620         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
008630     END-IF.

008640     MOVE WS-TO-ADDR1 TO AL-ADDR.
008650     MOVE WS-ADDR-LINE TO WS-RT-LINE.
008660     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.
008670     MOVE WS-TO-ADDR2 TO AL-ADDR.
008680     MOVE WS-ADDR-LINE TO WS-RT-LINE.
008690     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

008700     MOVE SPACES TO WS-RT-LINE.
008710     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

008720     IF WS-OPEN-DATE > 0 THEN
008730         MOVE WS-FMT-DISP TO SP-TO-DATE
008740         MOVE WS-OPEN-DATE TO WS-FMT-JUL
008750         PERFORM 2600-FORMAT-DATE THRU 2600-EXIT
008760         MOVE WS-FMT-DISP TO SP-FROM-DATE
008770         MOVE WS-SPAN-LINE TO WS-RT-LINE
008780     ELSE
008790         MOVE WS-FMT-DISP TO SA-TO-DATE
008800         MOVE WS-SPAN-ALL-LINE TO WS-RT-LINE
008810     END-IF.
008820     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

008830     MOVE 'OPENING BALANCE' TO BL-LITERAL.
008840     MOVE WS-OPEN-BALANCE TO BL-AMOUNT.
008850     MOVE WS-BAL-LINE TO WS-RT-LINE.
008860     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

008870     PERFORM 2150-START-ACTIVITY THRU 2150-EXIT.
008880     PERFORM 2510-PRINT-ONE-TXN THRU 2510-EXIT
008890         UNTIL WS-TXN-EOF-YES.

008900     IF WS-ACCT-TXNS = 0 THEN
008910         MOVE WS-NOACT-LINE TO WS-RT-LINE
008920         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
008930     END-IF.

008940     MOVE 'CLOSING BALANCE' TO BL-LITERAL.
008950     MOVE CA-FINAL-BAL TO BL-AMOUNT.
008960     MOVE WS-BAL-LINE TO WS-RT-LINE.
008970     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

008980     MOVE SPACES TO WS-RT-LINE.
008990     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

009000     MOVE WS-CLOSED-LINE1 TO WS-RT-LINE.
009010     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.
009020     IF CA-FINAL-BAL = 0 THEN
009030         MOVE WS-CLOSED-LINE2 TO WS-RT-LINE
009040         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
009050         MOVE WS-CLOSED-LINE3 TO WS-RT-LINE
009060         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
009070         MOVE WS-CLOSED-LINE4 TO WS-RT-LINE
009080         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
009090     END-IF.

009100     MOVE WS-SEPARATOR-LINE TO WS-RT-LINE.
009110     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

009120 2500-EXIT.
009130     EXIT.

009140 2510-PRINT-ONE-TXN.

009150     PERFORM 2250-READ-SPAN-TXN THRU 2250-EXIT.

009160     IF NOT WS-SPAN-ROW THEN
009170         GO TO 2510-EXIT
009180     END-IF.

009190     MOVE TX-DATE TO TL-DATE.
009200     IF TX-TYPE-DEBIT THEN
009210         MOVE 'DEBIT' TO TL-TYPE
009220     ELSE IF TX-TYPE-INTEREST THEN
009230         MOVE 'INT' TO TL-TYPE
009240     ELSE IF TX-TYPE-FEE THEN
009250         MOVE 'FEE' TO TL-TYPE
009260     ELSE
009270         MOVE 'CREDIT' TO TL-TYPE
009280     END-IF.
009290     MOVE TX-AMOUNT TO TL-AMOUNT.
009300     PERFORM 2520-GET-NARRATIVE THRU 2520-EXIT.
009310     MOVE WS-TXN-LINE TO WS-RT-LINE.
009320     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

009330     IF TR-ORIG-REF NOT = SPACES THEN
009340         MOVE WS-TXN-REF-LINE TO WS-RT-LINE
009350         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
009360     END-IF.

009370     ADD 1 TO WS-TXN-COUNT.

009380 2510-EXIT.
009390     EXIT.

009400*-----------------------------------------------------------------
009410* 2520-GET-NARRATIVE LOOKS UP THE ROW'S TXNNARR ENTRY AND MARKS A
009420* ROW ON THE REVERSAL REGISTER, AS THE STATEMENT RUN DOES
009430*-----------------------------------------------------------------
009440 2520-GET-NARRATIVE.

009450     MOVE SPACES TO TL-MERCHANT.
009460     MOVE SPACES TO TL-CATEGORY.
009470     MOVE SPACES TO TR-ORIG-REF.

009480     MOVE TX-KEY TO NR-KEY.
009490     READ TXNNARR-FILE.

009500     IF WS-TXNNARR-STATUS = '00' THEN
009510         MOVE NR-MERCHANT TO TL-MERCHANT
009520         MOVE NR-CATEGORY TO TL-CATEGORY
009530         MOVE NR-ORIG-REF TO TR-ORIG-REF
009540     END-IF.

009550     MOVE SPACES TO TL-REV-MARK.
009560     MOVE TX-KEY TO RV-KEY.
009570     READ TXNREV-FILE.

009580     IF WS-TXNREV-STATUS = '00' AND RV-REVERSED THEN
009590         MOVE 'REVERSED' TO TL-REV-MARK
009600     END-IF.

009610 2520-EXIT.
009620     EXIT.

009630*-----------------------------------------------------------------
009640* 2600-FORMAT-DATE - WS-FMT-JUL (YYYYDDD) INTO WS-FMT-GREG AND
009650* WS-FMT-DISP (DD/MM/YYYY). ZERO OR A BAD DATE COMES BACK ZERO
009660*-----------------------------------------------------------------
009670 2600-FORMAT-DATE.

009680     MOVE 0 TO WS-FMT-GREG.
009690     IF WS-FMT-JUL > 0 THEN
009700         MOVE 'J2G' TO DP-FUNCTION
009710         MOVE WS-FMT-JUL TO DP-JULIAN
009720         CALL 'DCI8BDAT' USING DATEPARM
009730         IF DP-RC-GOOD THEN
009740             MOVE DP-GREGORIAN TO WS-FMT-GREG
009750         END-IF
009760     END-IF.

009770     MOVE WS-FMT-DD TO WS-FMT-D-DD.
009780     MOVE WS-FMT-MM TO WS-FMT-D-MM.
009790     MOVE WS-FMT-YYYY TO WS-FMT-D-YYYY.

009800 2600-EXIT.
009810     EXIT.

009820*-----------------------------------------------------------------
009830* 2780-DOC-START OPENS A POSTED STATEMENT ON FCSPRT WITH ITS
009840* PRTDOC ROW - THE ADDRESSEE'S ADDRESS, WHICH FOR AN ESTATE IS
009850* THE EXECUTOR'S. THE CLOSURE DATE IS THE DOCUMENT REFERENCE
009860*-----------------------------------------------------------------
009870 2780-DOC-START.

009880     MOVE SPACES TO PRTDOC-REC.
009890     MOVE '%DOC' TO DC-MARKER.
009900     MOVE 'FCLS' TO DC-DOC-TYPE.
009910     MOVE 'DCI8BFCS' TO DC-JOBNAME.
009920     MOVE CA-ACCTNO TO DC-ACCTNO.
009930     MOVE WS-EXTRACT-DATE TO DC-DOC-REF.
009940     MOVE WS-TO-ADDR1 TO DC-ADDR1.
009950     MOVE WS-TO-ADDR2 TO DC-ADDR2.

009960     WRITE PRINT-LINE FROM PRTDOC-REC.

009970 2780-EXIT.
009980     EXIT.

009990 2790-ROUTE-LINE.

010000     IF WS-CHANNEL-EMAIL THEN
010010         WRITE EMAIL-LINE FROM WS-RT-LINE
010020     ELSE
010030         WRITE PRINT-LINE FROM WS-RT-LINE
010040     END-IF.

010050 2790-EXIT.
010060     EXIT.

010070*-----------------------------------------------------------------
010080* 2800-LOG-CORRESPONDENCE RECORDS THE STATEMENT ON CORRLOG WITH
010090* THE ADDRESSEE IT WAS PRINTED FOR AND THE CLOSURE DATE AS ITS
010100* REFERENCE. A HELD ONE IS FLAGGED SUPPRESSED WITH ITS REASON
010110*-----------------------------------------------------------------
010120 2800-LOG-CORRESPONDENCE.

010130     MOVE SPACES TO CORRLOG-REC.
010140     MOVE 0 TO CL-RUN-DATE CL-RUN-TIME CL-SEQNO.
010150     MOVE CA-ACCTNO TO CL-ACCTNO.
010160     MOVE 'FCLS' TO CL-DOC-TYPE.
010170     MOVE WS-EXTRACT-DATE TO CL-DOC-REF.
010180     MOVE 'DCI8BFCS' TO CL-JOBNAME.
010190     MOVE WS-TO-TITL TO CL-TITL.
010200     MOVE WS-TO-FNAME TO CL-FNAME.
010210     MOVE WS-TO-SNAME TO CL-SNAME.
010220     MOVE 'N' TO CL-SUPP-FLAG.

010230     IF WS-CHANNEL-EMAIL THEN
010240         MOVE 'E' TO CL-CHANNEL
010250         MOVE CA-EMAIL TO CL-EMAIL
010260     ELSE
010270         MOVE 'P' TO CL-CHANNEL
010280         MOVE WS-TO-ADDR1 TO CL-ADDR1
010290         MOVE WS-TO-ADDR2 TO CL-ADDR2
010300     END-IF.

010310     IF WS-CHANNEL-HELD THEN
010320         MOVE 'Y' TO CL-SUPP-FLAG
010330         MOVE WS-HELD-REASON TO CL-SUPP-REASON
010340     END-IF.

010350     CALL 'DCI8BCLG' USING CORRLOG-REC.

010360 2800-EXIT.
010370     EXIT.

010380*-----------------------------------------------------------------
010390* 2900-REPORT-LINE LISTS THE ACCOUNT WITH WHAT WAS DONE, AND UNDER
010400* IT ANY ACCOUNT WHOSE OPENING BALANCE AND LISTED ACTIVITY DO NOT
010410* COME TO THE FINAL BALANCE CARRIED AT CLOSURE
010420*-----------------------------------------------------------------
010430 2900-REPORT-LINE.

010440     MOVE CA-ACCTNO TO DL-ACCTNO.
010450     MOVE CA-REASON TO DL-REASON.
010460     MOVE WS-OPEN-DATE TO DL-OPEN-DATE.
010470     MOVE WS-OPEN-BALANCE TO DL-OPEN-BAL.
010480     MOVE WS-ACCT-TXNS TO DL-TXNS.
010490     MOVE CA-FINAL-BAL TO DL-FINAL-BAL.
010500     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

010510     IF CA-REASON-MERGED OR CA-REASON-FRAUD THEN
010520         GO TO 2900-EXIT
010530     END-IF.

010540     COMPUTE WS-EXPECT-BALANCE = WS-OPEN-BALANCE
010550         + WS-NET-ACTIVITY.
010560     IF WS-EXPECT-BALANCE NOT = CA-FINAL-BAL THEN
010570         MOVE WS-EXPECT-BALANCE TO UL-EXPECT
010580         WRITE REPORT-LINE FROM WS-UNBAL-LINE
010590         ADD 1 TO WS-UNBAL-COUNT
010600     END-IF.

010610 2900-EXIT.
010620     EXIT.

010630 9000-TERMINATE.

010640     MOVE SPACES TO REPORT-LINE.
010650     WRITE REPORT-LINE.
010660     MOVE 'CLOSURES ON THE DATE' TO TT-LITERAL.
010670     MOVE WS-CLOSED-COUNT TO TT-COUNT.
010680     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
010690     MOVE 'STATEMENTS POSTED' TO TT-LITERAL.
010700     MOVE WS-POSTAL-COUNT TO TT-COUNT.
010710     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
010720     MOVE 'STATEMENTS EMAILED' TO TT-LITERAL.
010730     MOVE WS-EMAIL-COUNT TO TT-COUNT.
010740     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
010750     MOVE 'HELD - GONE AWAY' TO TT-LITERAL.
010760     MOVE WS-GONEAWAY-COUNT TO TT-COUNT.
010770     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
010780     MOVE 'HELD - NO EXECUTOR ADDRESS' TO TT-LITERAL.
010790     MOVE WS-NOEXEC-COUNT TO TT-COUNT.
010800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
010810     MOVE 'MERGED - NOT SENT' TO TT-LITERAL.
010820     MOVE WS-MERGED-COUNT TO TT-COUNT.
010830     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
010832     MOVE 'FRAUD - NOT SENT' TO TT-LITERAL.
010834     MOVE WS-FRAUD-COUNT TO TT-COUNT.
010836     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
010840     MOVE 'NOT RECONCILED' TO TT-LITERAL.
010850     MOVE WS-UNBAL-COUNT TO TT-COUNT.
010860     WRITE REPORT-LINE FROM WS-TOTAL-LINE.

010870     DISPLAY 'DCI8BFCS - FINAL CLOSING STATEMENTS'.
010880     DISPLAY 'EXTRACT DATE     : ' WS-EXTRACT-DATE.
010890     DISPLAY 'CLOSEACCT READ   : ' WS-READ-COUNT.
010900     DISPLAY 'CLOSED ON DATE   : ' WS-CLOSED-COUNT.
010910     DISPLAY 'STATEMENTS POSTED: ' WS-POSTAL-COUNT.
010920     DISPLAY 'STATEMENTS EMAIL : ' WS-EMAIL-COUNT.
010930     DISPLAY 'TXN LINES PRINTED: ' WS-TXN-COUNT.
010940     DISPLAY 'GONE-AWAY HELD   : ' WS-GONEAWAY-COUNT.
010950     DISPLAY 'AWAIT EXECUTOR   : ' WS-NOEXEC-COUNT.
010960     DISPLAY 'MERGED - NOT SENT: ' WS-MERGED-COUNT.
010965     DISPLAY 'FRAUD - NOT SENT : ' WS-FRAUD-COUNT.
010970     DISPLAY 'NOT RECONCILED   : ' WS-UNBAL-COUNT.

010980     CLOSE CLOSEACCT-FILE.
010990     CLOSE BALHIST-FILE.
011000     CLOSE CYCLE-FILE.
011010     CLOSE ACCTTXN-FILE.
011020     CLOSE TXNNARR-FILE.
011030     CLOSE TXNREV-FILE.
011040     CLOSE RELPARTY-FILE.
011050     CLOSE PRINT-FILE.
011060     CLOSE EMAIL-FILE.
011070     CLOSE REPORT-FILE.

011080 9000-EXIT.
011090     EXIT.

011100*-----------------------------------------------------------------
011110* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
011120* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
011130* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
011140*-----------------------------------------------------------------
011150 8100-WRITE-JRNL-START.

011160*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
011170*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
011180     MOVE 'DCI8BFCS' TO JG-JOBNAME.
011190     CALL 'DCI8BJGT' USING JOBGATE.
011200     IF JG-RC-BLOCKED THEN
011210         MOVE JG-BLOCKED-RC TO RETURN-CODE
011220         STOP RUN
011230     END-IF.

011240     MOVE 'DCI8BFCS' TO JR-JOBNAME.
011250     MOVE 'S' TO JR-ROW-TYPE.
011260     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
011270         JR-REJECTED-COUNT.
011280     MOVE SPACE TO JR-STATUS.
011290     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

011300 8100-EXIT.
011310     EXIT.

011320 8200-WRITE-JRNL-END.

011330     MOVE 'DCI8BFCS' TO JR-JOBNAME.
011340     MOVE 'E' TO JR-ROW-TYPE.
011350     MOVE WS-READ-COUNT TO JR-READ-COUNT.
011360     MOVE WS-STMT-COUNT TO JR-WRITTEN-COUNT.
011370     COMPUTE JR-REJECTED-COUNT = WS-GONEAWAY-COUNT
011380         + WS-NOEXEC-COUNT + WS-UNBAL-COUNT.
011390     MOVE 'G' TO JR-STATUS.
011400     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

011410 8200-EXIT.
011420     EXIT.

011430 8300-STAMP-AND-WRITE.

011440     ACCEPT JR-DATE FROM DAY YYYYDDD.
011450     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
011460     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

011470     OPEN EXTEND JOURNAL-FILE.
011480     WRITE JR-REC.
011490     CLOSE JOURNAL-FILE.

011500 8300-EXIT.
011510     EXIT.

011520 END PROGRAM DCI8BFCS.
