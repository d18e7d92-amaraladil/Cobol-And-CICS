000010*****************************************************************
000020* DCI8BASM - ANNUAL SUMMARY OF INTEREST AND CHARGES
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BASM.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - A ONE-PAGE SUMMARY PER ACCOUNT
000160*                 OF THE YEAR'S INTEREST AND FEES BY MONTH, WITH
000170*                 CREDITS RECEIVED AND OVER-LIMIT FEE WAIVERS
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* ONCE A YEAR EVERY CUSTOMER IS TOLD WHAT THEY PAID IN INTEREST
000210* AND FEES OVER THE YEAR. THE YEAR COMES FROM THE ASMPARM CARD
000220* (YYYY); A MISSING OR BLANK CARD MEANS LAST CALENDAR YEAR, SO
000230* THE RUN SCHEDULED EARLY IN JANUARY NEEDS NO CARD. A CARD THAT
000240* IS NOT A YEAR STOPS THE RUN WITH NOTHING SENT. FOR EVERY
000250* ACCOUNT ON ACCTFILE OPENED BY THE YEAR END:
000260*   - ITS ACCTTXN 'I' INTEREST AND 'F' FEE ROWS DATED IN THE YEAR
000270*     ARE TOTALLED BY CALENDAR MONTH, AND ITS 'C' CREDIT ROWS
000280*     INTO CREDITS RECEIVED. AN INTEREST OR FEE ROW SINCE
000290*     REVERSED ON TXNREV STILL COUNTS IN ITS MONTH - IT WAS
000300*     CHARGED - AND IS ALSO TOTALLED AS REVERSED, ITS OFFSETTING
000310*     CREDIT BEING AMONG THE CREDITS RECEIVED.
000320*   - ITS OVLFEE ROWS FOR THE YEAR'S TWELVE CYCLES GIVE THE
000330*     OVER-LIMIT FEES WAIVED BEFORE THEY WERE CHARGED ('W') AND
000340*     THOSE CHARGED AND THEN REFUNDED ('R').
000350* THE SUMMARY IS ROUTED AS DCI8BSTM ROUTES THE STATEMENT: A
000360* DECEASED CUSTOMER'S (ESTATE-FLAG 'D') IS SUPPRESSED; A
000370* CONTACT-PREF 'E' CUSTOMER WITH AN E-MAIL ADDRESS GOES TO THE
000380* E-STATEMENT EXTRACT ASMEOUT; EVERYONE ELSE IS POSTED TO ASMPRT
000390* AT THE MAIL ADDRESS OR, WITHOUT ONE, THE ADDRESS OF RECORD,
000400* AND SUPPRESSED FOR A GONE-AWAY ADDRESS. EVERY SUMMARY SENT OR
000410* SUPPRESSED IS RECORDED ON CORRLOG (TYPE 'ANSM', THROUGH
000420* DCI8BCLG, THE YEAR AS ITS REFERENCE), EACH POSTED ONE OPENS
000430* WITH A PRTDOC ROW FOR THE DCI8BPSC PRINT STREAM RUN, EVERY
000440* ACCOUNT PRINTS ON THE ASMRPT REPORT WITH BOOK TOTALS FOR
000450* FINANCE, AND THE RUN JOURNALS TO RUNJRNL
000460*****************************************************************

000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.

000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.

000530     SELECT PARM-FILE ASSIGN TO ASMPARM
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-PARM-STATUS.

000560     SELECT ACCTFILE ASSIGN TO ACCTFILE
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS AF-ACCTKEY
000600         FILE STATUS IS WS-ACCTFILE-STATUS.

000610     SELECT ACCTTXN-FILE ASSIGN TO ACCTTXN
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS TX-KEY
000650         FILE STATUS IS WS-ACCTTXN-STATUS.

000660     SELECT TXNREV-FILE ASSIGN TO TXNREV
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS RV-KEY
000700         FILE STATUS IS WS-TXNREV-STATUS.

000710     SELECT OVLFEE-FILE ASSIGN TO OVLFEE
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS FE-KEY
000750         FILE STATUS IS WS-OVLFEE-STATUS.

000760     SELECT PRINT-FILE ASSIGN TO ASMPRT
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-PRINT-STATUS.

000790     SELECT EMAIL-FILE ASSIGN TO ASMEOUT
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-EMAIL-STATUS.

000820     SELECT REPORT-FILE ASSIGN TO ASMRPT
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-REPORT-STATUS.

000850     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-JOURNAL-STATUS.

000880 DATA DIVISION.
000890 FILE SECTION.

000900 FD  PARM-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 01  PARM-REC.
000940     05  AS-YEAR                 PIC X(04).
000950     05  AS-YEAR-N REDEFINES AS-YEAR
000960                                 PIC 9(04).
000970     05  FILLER                  PIC X(76).

000980 FD  ACCTFILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  ACCTFILE-REC.
001010     05  AF-ACCTKEY.
001020         10  AF-ACCTNO           PIC X(09).
001030     05  AF-FNAME                PIC X(15).
001040     05  AF-SNAME                PIC X(15).
001050     05  AF-TITL                 PIC X(04).
001060     05  AF-ADDR1                PIC X(20).
001070     05  AF-ADDR2                PIC X(20).
001080     05  AF-CRLIMIT              PIC 9(08)V99.
001090     05  AF-STAT                 PIC X(01).
001100     05  AF-CREATED-INFO.
001110         10  AF-CR-USERID        PIC X(08).
001120         10  AF-CR-TRMID         PIC X(04).
001130         10  AF-CR-DATE          PIC S9(7) COMP-3.
001140         10  AF-CR-TIME          PIC S9(7) COMP-3.
001150     05  AF-LAST-HIST-SEQ        PIC 9(04) COMP.
001160     05  AF-LAST-CHANGED-INFO.
001170         10  AF-LAST-CHG-DATE    PIC S9(7) COMP-3.
001180         10  AF-LAST-CHG-TIME    PIC S9(7) COMP-3.
001190     05  AF-PHONE                PIC X(15).
001200     05  AF-EMAIL                PIC X(30).
001210     05  AF-LAST-CHG-USERID      PIC X(08).
001220     05  AF-MAIL-ADDR1           PIC X(20).
001230     05  AF-MAIL-ADDR2           PIC X(20).
001240     05  AF-FORMER-SNAME         PIC X(15).
001250     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
001260     05  AF-BUREAU-SCORE         PIC 9(03).
001270     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001280     05  AF-BRANCH               PIC X(04).
001290     05  AF-CONTACT-PREF         PIC X(01).
001300     05  AF-STMT-CYCLE           PIC X(01).
001310     05  AF-GONEAWAY-FLAG        PIC X(01).
001320     05  AF-CUST-ID              PIC 9(08).
001330     05  AF-ESTATE-FLAG          PIC X(01).
001340     05  AF-SENS-FLAG            PIC X(01).
001350     05  AF-ANNFEE-PLAN          PIC X(01).
001360     05  AF-SETTLE-FLAG          PIC X(01).
001370     05  AF-PRODUCT-CODE         PIC X(04).

001380 FD  ACCTTXN-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 01  ACCTTXN-REC.
001410     05  TX-KEY.
001420         10  TX-ACCTNO           PIC X(09).
001430         10  TX-DATE             PIC S9(7) COMP-3.
001440         10  TX-SEQNO            PIC 9(04) COMP.
001450     05  TX-TYPE                 PIC X(01).
001460         88  TX-TYPE-DEBIT               VALUE 'D'.
001470         88  TX-TYPE-CREDIT              VALUE 'C'.
001480         88  TX-TYPE-INTEREST            VALUE 'I'.
001490         88  TX-TYPE-FEE                 VALUE 'F'.
001500     05  TX-AMOUNT               PIC 9(08)V99.
001510     05  TX-POSTED-INFO.
001520         10  TX-POST-DATE        PIC S9(7) COMP-3.
001530         10  TX-POST-JOB         PIC X(08).
001540     05  TX-SOURCE               PIC X(01).
001550     05  TX-CHAIN-INFO.
001560         10  TX-CHAIN-NO         PIC 9(09) COMP.
001570         10  TX-CHAIN-PREV       PIC 9(18) COMP.
001580         10  TX-CHAIN-HASH       PIC 9(18) COMP.

001590 FD  TXNREV-FILE
001600     LABEL RECORDS ARE STANDARD.
001610 01  TXNREV-REC.
001620     05  RV-KEY.
001630         10  RV-ACCTNO           PIC X(09).
001640         10  RV-DATE             PIC S9(7) COMP-3.
001650         10  RV-SEQNO            PIC 9(04) COMP.
001660     05  RV-ROLE                 PIC X(01).
001670         88  RV-ROLE-ORIGINAL            VALUE 'O'.
001680     05  RV-STATUS               PIC X(01).
001690         88  RV-REVERSED                 VALUE 'D'.
001700     05  FILLER                  PIC X(97).

001710*-----------------------------------------------------------------
001720* OVLFEE - ONE ROW PER ACCOUNT PER CYCLE (YYYYMM), BROWSED FROM
001730* THE YEAR'S JANUARY CYCLE TO ITS DECEMBER ONE
001740*-----------------------------------------------------------------
001750 FD  OVLFEE-FILE
001760     LABEL RECORDS ARE STANDARD.
001770 01  OVLFEE-REC.
001780     05  FE-KEY.
001790         10  FE-ACCTNO           PIC X(09).
001800         10  FE-CYCLE            PIC 9(06).
001810     05  FE-STATUS               PIC X(01).
001820         88  FE-ASSESSED             VALUE 'A'.
001830         88  FE-WAIVED               VALUE 'W'.
001840         88  FE-REVERSED             VALUE 'R'.
001850     05  FE-AMOUNT               PIC 9(08)V99.
001860     05  FE-REASON               PIC X(40).
001870     05  FE-ACTION-INFO.
001880         10  FE-ACT-USERID       PIC X(08).
001890         10  FE-ACT-TRMID        PIC X(04).
001900         10  FE-ACT-DATE         PIC S9(7) COMP-3.
001910         10  FE-ACT-TIME         PIC S9(7) COMP-3.

001920*-----------------------------------------------------------------
001930* ASMPRT - THE POSTED SUMMARIES, EACH OPENING WITH ITS PRTDOC
001940* DOCUMENT-START ROW
001950*-----------------------------------------------------------------
001960 FD  PRINT-FILE
001970     RECORDING MODE IS F
001980     LABEL RECORDS ARE STANDARD.
001990 01  PRINT-LINE                  PIC X(80).

002000*-----------------------------------------------------------------
002010* ASMEOUT - THE E-STATEMENT CHANNEL'S EXTRACT. EACH SUMMARY OPENS
002020* WITH A TO: LINE CARRYING THE DELIVERY ADDRESS, THEN THE SAME
002030* LINES THE PRINT FILE WOULD HAVE CARRIED - THE ESTMOUT SHAPE
002040*-----------------------------------------------------------------
002050 FD  EMAIL-FILE
002060     RECORDING MODE IS F
002070     LABEL RECORDS ARE STANDARD.
002080 01  EMAIL-LINE                  PIC X(80).

002090 FD  REPORT-FILE
002100     RECORDING MODE IS F
002110     LABEL RECORDS ARE STANDARD.
002120 01  REPORT-LINE                 PIC X(80).

002130*-----------------------------------------------------------------
002140* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
002150* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
002160*-----------------------------------------------------------------
002170 FD  JOURNAL-FILE
002180     RECORDING MODE IS F
002190     LABEL RECORDS ARE STANDARD.
002200 01  JR-REC.
002210     05  JR-JOBNAME              PIC X(08).
002220     05  JR-ROW-TYPE             PIC X(01).
002230     05  JR-DATE                 PIC 9(07).
002240     05  JR-TIME                 PIC 9(06).
002250     05  JR-READ-COUNT           PIC 9(07).
002260     05  JR-WRITTEN-COUNT        PIC 9(07).
002270     05  JR-REJECTED-COUNT       PIC 9(07).
002280     05  JR-STATUS               PIC X(01).
002290     05  FILLER                  PIC X(06).

002300 WORKING-STORAGE SECTION.
002310 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002320 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002330     COPY 'JOBGATE'.

002340 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
002350 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
002360 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
002370 77  WS-TXNREV-STATUS        PIC X(02) VALUE SPACES.
002380 77  WS-OVLFEE-STATUS        PIC X(02) VALUE SPACES.
002390 77  WS-PRINT-STATUS         PIC X(02) VALUE SPACES.
002400 77  WS-EMAIL-STATUS         PIC X(02) VALUE SPACES.
002410 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

002420 01  WS-SWITCHES.
002430     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
002440         88  WS-EOF-YES              VALUE 'Y'.
002450     05  WS-TXN-EOF-SW       PIC X(01) VALUE 'N'.
002460         88  WS-TXN-EOF-YES          VALUE 'Y'.
002470     05  WS-FEE-EOF-SW       PIC X(01) VALUE 'N'.
002480         88  WS-FEE-EOF-YES          VALUE 'Y'.
002490     05  WS-PARM-OK-SW       PIC X(01) VALUE 'Y'.
002500         88  WS-PARM-OK              VALUE 'Y'.

002510 01  WS-COUNTERS.
002520     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
002530     05  WS-NOTYET-COUNT     PIC 9(07) COMP-3 VALUE 0.
002540     05  WS-SUMMARY-COUNT    PIC 9(07) COMP-3 VALUE 0.
002550     05  WS-POSTAL-COUNT     PIC 9(07) COMP-3 VALUE 0.
002560     05  WS-EMAIL-COUNT      PIC 9(07) COMP-3 VALUE 0.
002570     05  WS-GONEAWAY-COUNT   PIC 9(07) COMP-3 VALUE 0.
002580     05  WS-ESTATE-COUNT     PIC 9(07) COMP-3 VALUE 0.

002590*-----------------------------------------------------------------
002600* THE YEAR SUMMARISED - FROM ASMPARM, OR LAST YEAR - AS YYYYDDD
002610* BOUNDS FOR ACCTTXN AND YYYYMM BOUNDS FOR OVLFEE. DAY 366 IS
002620* THE UPPER BOUND EVERY YEAR; A 365-DAY YEAR SIMPLY HAS NO ROW
002630* DATED ON IT
002640*-----------------------------------------------------------------
002650 77  WS-YEAR                 PIC 9(04) VALUE 0.
002660 77  WS-YEAR-FROM            PIC S9(7) COMP-3 VALUE 0.
002670 77  WS-YEAR-TO              PIC S9(7) COMP-3 VALUE 0.
002680 77  WS-CYCLE-FROM           PIC 9(06) VALUE 0.
002690 77  WS-CYCLE-TO             PIC 9(06) VALUE 0.
002700 01  WS-GREG-DATE            PIC 9(08) VALUE 0.
002710 01  WS-GREG-PARTS REDEFINES WS-GREG-DATE.
002720     05  WS-GREG-YYYY        PIC 9(04).
002730     05  WS-GREG-MM          PIC 9(02).
002740     05  WS-GREG-DD          PIC 9(02).

002750*    THE ACCOUNT'S OPENING DATE, CENTURY-CORRECTED FROM THE
002760*    EIBDATE FORM (0CYYDDD) THE ONLINE ADD STAMPS
002770 77  WS-OPENED-DATE          PIC S9(7) COMP-3 VALUE 0.

002780*-----------------------------------------------------------------
002790* PER-ACCOUNT FIGURES - INTEREST AND FEES BY CALENDAR MONTH, THE
002800* YEAR'S TOTALS, CREDITS RECEIVED, CHARGES SINCE REVERSED AND
002810* THE OVER-LIMIT FEES WAIVED AND REFUNDED
002820*-----------------------------------------------------------------
002830 01  WS-MONTH-TABLE.
002840     05  WS-MONTH-ENTRY OCCURS 12 TIMES.
002850         10  WS-MON-INTEREST PIC S9(09)V99 COMP-3.
002860         10  WS-MON-FEES     PIC S9(09)V99 COMP-3.
002870 77  WS-MON-IX               PIC S9(04) COMP VALUE 0.
002880 77  WS-YR-INTEREST          PIC S9(09)V99 COMP-3 VALUE 0.
002890 77  WS-YR-FEES              PIC S9(09)V99 COMP-3 VALUE 0.
002900 77  WS-YR-CREDITS           PIC S9(09)V99 COMP-3 VALUE 0.
002910 77  WS-YR-REVERSED          PIC S9(09)V99 COMP-3 VALUE 0.
002920 77  WS-OVL-WAIVED-AMT       PIC S9(09)V99 COMP-3 VALUE 0.
002930 77  WS-OVL-WAIVED-CNT       PIC 9(03) COMP-3 VALUE 0.
002940 77  WS-OVL-REFUND-AMT       PIC S9(09)V99 COMP-3 VALUE 0.
002950 77  WS-OVL-REFUND-CNT       PIC 9(03) COMP-3 VALUE 0.

002960*-----------------------------------------------------------------
002970* BOOK TOTALS FOR THE REPORT, OVER EVERY ACCOUNT SUMMARISED
002980*-----------------------------------------------------------------
002990 77  WS-BK-INTEREST          PIC S9(11)V99 COMP-3 VALUE 0.
003000 77  WS-BK-FEES              PIC S9(11)V99 COMP-3 VALUE 0.
003010 77  WS-BK-CREDITS           PIC S9(11)V99 COMP-3 VALUE 0.
003020 77  WS-BK-REVERSED          PIC S9(11)V99 COMP-3 VALUE 0.
003030 77  WS-BK-WAIVED            PIC S9(11)V99 COMP-3 VALUE 0.
003040 77  WS-BK-REFUNDED          PIC S9(11)V99 COMP-3 VALUE 0.

003050 01  WS-MONTH-NAMES.
003060     05  FILLER              PIC X(36) VALUE
003070         'JANUARY  FEBRUARY MARCH    APRIL    '.
003080     05  FILLER              PIC X(36) VALUE
003090         'MAY      JUNE     JULY     AUGUST   '.
003100     05  FILLER              PIC X(36) VALUE
003110         'SEPTEMBEROCTOBER  NOVEMBER DECEMBER '.
003120 01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAMES.
003130     05  WS-MONTH-NAME       PIC X(09) OCCURS 12 TIMES.

003140*-----------------------------------------------------------------
003150* SUMMARY ROUTING - 'P' POST, 'E' E-MAIL, 'S' SUPPRESSED. A
003160* SUPPRESSED SUMMARY CARRIES ITS CORRLOG REASON - 'D' DECEASED,
003170* 'G' GONE AWAY. CONTACT-PREF 'T' AND 'N' STAY POSTAL - THE
003180* SUMMARY IS NOT MARKETING, THE DCI8BSTM RULE
003190*-----------------------------------------------------------------
003200 01  WS-CHANNEL-SW           PIC X(01) VALUE 'P'.
003210     88  WS-CHANNEL-POST            VALUE 'P'.
003220     88  WS-CHANNEL-EMAIL           VALUE 'E'.
003230     88  WS-CHANNEL-SUPPRESS        VALUE 'S'.
003240 01  WS-SUPP-REASON          PIC X(01) VALUE SPACE.
003250 01  WS-TO-ADDR1             PIC X(20).
003260 01  WS-TO-ADDR2             PIC X(20).
003270 01  WS-RT-LINE              PIC X(80) VALUE SPACES.

003280 01  WS-EMAIL-TO-LINE.
003290     05  FILLER              PIC X(04) VALUE 'TO: '.
003300     05  ET-EMAIL            PIC X(30).
003310     05  FILLER              PIC X(46) VALUE SPACES.

003320 01  WS-HEAD-LINE.
003330     05  FILLER              PIC X(38) VALUE
003340         'ANNUAL SUMMARY OF INTEREST AND CHARGES'.
003350     05  FILLER              PIC X(02) VALUE SPACES.
003360     05  FILLER              PIC X(08) VALUE 'ACCOUNT '.
003370     05  HL-ACCTNO           PIC X(09).
003380     05  FILLER              PIC X(02) VALUE SPACES.
003390     05  FILLER              PIC X(05) VALUE 'YEAR '.
003400     05  HL-YEAR             PIC 9(04).
003410     05  FILLER              PIC X(12) VALUE SPACES.

003420 01  WS-SALUTE-LINE.
003430     05  SL-TITL             PIC X(04).
003440     05  FILLER              PIC X(01) VALUE SPACE.
003450     05  SL-FNAME            PIC X(15).
003460     05  FILLER              PIC X(01) VALUE SPACE.
003470     05  SL-SNAME            PIC X(15).
003480     05  FILLER              PIC X(44) VALUE SPACES.

003490 01  WS-ADDR-LINE.
003500     05  AL-ADDR             PIC X(20).
003510     05  FILLER              PIC X(60) VALUE SPACES.

003520 01  WS-INTRO-LINE.
003530     05  FILLER              PIC X(46) VALUE
003540         'THE INTEREST AND FEES CHARGED TO YOUR ACCOUNT '.
003550     05  FILLER              PIC X(19) VALUE
003560         'IN THE YEAR ENDING '.
003570     05  IL-YEAR-END         PIC X(10).
003580     05  FILLER              PIC X(05) VALUE SPACES.

003590 01  WS-COLUMN-LINE.
003600     05  FILLER              PIC X(11) VALUE 'MONTH'.
003610     05  FILLER              PIC X(16) VALUE '        INTEREST'.
003620     05  FILLER              PIC X(16) VALUE '            FEES'.
003630     05  FILLER              PIC X(16) VALUE '           TOTAL'.
003640     05  FILLER              PIC X(21) VALUE SPACES.

003650 01  WS-MONTH-LINE.
003660     05  ML-MONTH            PIC X(09).
003670     05  FILLER              PIC X(05) VALUE SPACES.
003680     05  ML-INTEREST         PIC ZZ,ZZZ,ZZ9.99.
003690     05  FILLER              PIC X(03) VALUE SPACES.
003700     05  ML-FEES             PIC ZZ,ZZZ,ZZ9.99.
003710     05  FILLER              PIC X(03) VALUE SPACES.
003720     05  ML-TOTAL            PIC ZZ,ZZZ,ZZ9.99.
003730     05  FILLER              PIC X(21) VALUE SPACES.

003740 01  WS-RULE-LINE.
003750     05  FILLER              PIC X(14) VALUE SPACES.
003760     05  FILLER              PIC X(45) VALUE ALL '-'.
003770     05  FILLER              PIC X(21) VALUE SPACES.

003780 01  WS-AMOUNT-LINE.
003790     05  AM-LITERAL          PIC X(42).
003800     05  AM-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
003810     05  FILLER              PIC X(02) VALUE SPACES.
003820     05  AM-COUNT-TEXT       PIC X(23).

003830 01  WS-AM-COUNT-TEXT.
003840     05  FILLER              PIC X(01) VALUE '('.
003850     05  AC-COUNT            PIC ZZ9.
003860     05  FILLER              PIC X(08) VALUE ' CYCLES)'.
003870     05  FILLER              PIC X(11) VALUE SPACES.

003880 01  WS-NOTE-LINE1.
003890     05  FILLER PIC X(80) VALUE
003900         'A CHARGE LATER REVERSED IS SHOWN IN ITS MONTH;'.
003910 01  WS-NOTE-LINE2.
003920     05  FILLER PIC X(80) VALUE
003930         'THE REFUNDING CREDIT IS IN CREDITS RECEIVED.'.
003940 01  WS-NOTE-LINE3.
003950     05  FILLER PIC X(80) VALUE
003960         'WAIVED FEES WERE NEVER CHARGED.'.
003970 01  WS-SEPARATOR-LINE.
003980     05  FILLER PIC X(80) VALUE ALL '-'.

003990* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
004000     COPY 'DATEPARM'.

004010* THE CORRESPONDENCE LOG ROW, WRITTEN THROUGH DCI8BCLG
004020     COPY 'CORRLOG'.

004030* DOCUMENT-START ROW AHEAD OF EACH POSTED SUMMARY ON ASMPRT
004040     COPY 'PRTDOC'.

004050 01  WS-REPORT-HEADING1.
004060     05  FILLER PIC X(52) VALUE
004070         'DCI8BASM - ANNUAL SUMMARIES OF INTEREST AND CHARGES'.
004080     05  FILLER PIC X(05) VALUE ' FOR '.
004090     05  RH-YEAR             PIC 9(04).
004100     05  FILLER PIC X(19) VALUE SPACES.

004110 01  WS-REPORT-HEADING2.
004120     05  FILLER PIC X(10) VALUE 'ACCOUNT'.
004130     05  FILLER PIC X(15) VALUE '      INTEREST'.
004140     05  FILLER PIC X(15) VALUE '          FEES'.
004150     05  FILLER PIC X(15) VALUE '       CREDITS'.
004160     05  FILLER PIC X(25) VALUE ' ACTION'.

004170 01  WS-DETAIL-LINE.
004180     05  DL-ACCTNO           PIC X(09).
004190     05  FILLER              PIC X(01) VALUE SPACES.
004200     05  DL-INTEREST         PIC ZZZ,ZZZ,ZZ9.99.
004210     05  FILLER              PIC X(01) VALUE SPACES.
004220     05  DL-FEES             PIC ZZZ,ZZZ,ZZ9.99.
004230     05  FILLER              PIC X(01) VALUE SPACES.
004240     05  DL-CREDITS          PIC ZZZ,ZZZ,ZZ9.99.
004250     05  FILLER              PIC X(02) VALUE SPACES.
004260     05  DL-ACTION           PIC X(24).

004270 01  WS-TOTAL-LINE.
004280     05  TT-LITERAL          PIC X(30).
004290     05  TT-COUNT            PIC ZZZ,ZZ9.
004300     05  FILLER              PIC X(43) VALUE SPACES.

004310 01  WS-TOTAL-AMT-LINE.
004320     05  TA-LITERAL          PIC X(30).
004330     05  TA-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
004340     05  FILLER              PIC X(34) VALUE SPACES.

004350 PROCEDURE DIVISION.

004360 0000-MAINLINE.

004370     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

004380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

004390     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
004400         UNTIL WS-EOF-YES.

004410     PERFORM 9000-TERMINATE THRU 9000-EXIT.

004420     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

004430     GOBACK.

004440 1000-INITIALIZE.

004450     OPEN INPUT PARM-FILE.
004460     MOVE SPACES TO AS-YEAR.
004470     IF WS-PARM-STATUS = '00' THEN
004480         READ PARM-FILE
004490             AT END
004500                 MOVE SPACES TO AS-YEAR
004510         END-READ
004520         CLOSE PARM-FILE
004530     END-IF.

004540     IF AS-YEAR NOT = SPACES THEN
004550         PERFORM 1200-EDIT-CARD THRU 1200-EXIT
004560     ELSE
004570         PERFORM 1100-PRIOR-YEAR THRU 1100-EXIT
004580     END-IF.

004590     COMPUTE WS-YEAR-FROM = WS-YEAR * 1000 + 1.
004600     COMPUTE WS-YEAR-TO = WS-YEAR * 1000 + 366.
004610     COMPUTE WS-CYCLE-FROM = WS-YEAR * 100 + 1.
004620     COMPUTE WS-CYCLE-TO = WS-YEAR * 100 + 12.

004630     OPEN INPUT ACCTFILE.
004640     OPEN INPUT ACCTTXN-FILE.
004650     OPEN INPUT TXNREV-FILE.
004660     OPEN INPUT OVLFEE-FILE.
004670     OPEN OUTPUT PRINT-FILE.
004680     OPEN OUTPUT EMAIL-FILE.
004690     OPEN OUTPUT REPORT-FILE.

004700     MOVE WS-YEAR TO RH-YEAR.
004710     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
004720     MOVE SPACES TO REPORT-LINE.
004730     WRITE REPORT-LINE.
004740     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

004750     IF WS-PARM-OK THEN
004760         PERFORM 1500-READ-ACCOUNT THRU 1500-EXIT
004770     ELSE
004780         MOVE 'Y' TO WS-EOF-SW
004790     END-IF.

004800 1000-EXIT.
004810     EXIT.

004820*-----------------------------------------------------------------
004830* 1100-PRIOR-YEAR - NO CARD, SO THE YEAR SUMMARISED IS LAST YEAR
004840*-----------------------------------------------------------------
004850 1100-PRIOR-YEAR.

004860     MOVE 'TOD' TO DP-FUNCTION.
004870     CALL 'DCI8BDAT' USING DATEPARM.
004880     MOVE DP-GREGORIAN TO WS-GREG-DATE.

004890     COMPUTE WS-YEAR = WS-GREG-YYYY - 1.

004900 1100-EXIT.
004910     EXIT.

004920 1200-EDIT-CARD.

004930     IF AS-YEAR IS NOT NUMERIC THEN
004940         DISPLAY 'DCI8BASM - ASMPARM YEAR NOT NUMERIC'
004950         MOVE 'N' TO WS-PARM-OK-SW
004960         GO TO 1200-EXIT
004970     END-IF.

004980     MOVE AS-YEAR-N TO WS-YEAR.
004990     IF WS-YEAR < 2001 THEN
005000         DISPLAY 'DCI8BASM - ASMPARM YEAR BEFORE 2001'
005010         MOVE 'N' TO WS-PARM-OK-SW
005020     END-IF.

005030 1200-EXIT.
005040     EXIT.

005050 1500-READ-ACCOUNT.

005060     READ ACCTFILE NEXT RECORD
005070         AT END
005080             GO TO 1500-EOF
005090     END-READ.

005100     ADD 1 TO WS-READ-COUNT.
005110     GO TO 1500-EXIT.

005120 1500-EOF.
005130     MOVE 'Y' TO WS-EOF-SW.

005140 1500-EXIT.
005150     EXIT.

005160*-----------------------------------------------------------------
005170* 2000-PROCESS-ACCOUNT PASSES BY AN ACCOUNT OPENED AFTER THE YEAR
005180* ENDED. EVERY OTHER ONE HAS ITS YEAR TOTALLED, ITS ROUTE CHOSEN
005190* AND ITS SUMMARY PRINTED, OR SUPPRESSED
005200*-----------------------------------------------------------------
005210 2000-PROCESS-ACCOUNT.

005220     MOVE AF-CR-DATE TO WS-OPENED-DATE.
005230     IF WS-OPENED-DATE > 0 AND WS-OPENED-DATE < 1000000 THEN
005240         ADD 1900000 TO WS-OPENED-DATE
005250     END-IF.

005260     IF WS-OPENED-DATE > WS-YEAR-TO THEN
005270         ADD 1 TO WS-NOTYET-COUNT
005280         GO TO 2000-NEXT
005290     END-IF.

005300     PERFORM 2100-TOTAL-TXNS THRU 2100-EXIT.
005310     PERFORM 2200-TOTAL-OVLFEE THRU 2200-EXIT.
005320     PERFORM 2300-CHOOSE-ROUTE THRU 2300-EXIT.

005330     IF WS-CHANNEL-SUPPRESS THEN
005340         IF WS-SUPP-REASON = 'D' THEN
005350             MOVE 'SUPPRESSED - DECEASED' TO DL-ACTION
005360             ADD 1 TO WS-ESTATE-COUNT
005370         ELSE
005380             MOVE 'SUPPRESSED - GONE AWAY' TO DL-ACTION
005390             ADD 1 TO WS-GONEAWAY-COUNT
005400         END-IF
005410     ELSE
005420         PERFORM 2500-PRINT-SUMMARY THRU 2500-EXIT
005430         ADD 1 TO WS-SUMMARY-COUNT
005440         IF WS-CHANNEL-EMAIL THEN
005450             MOVE 'SUMMARY EMAILED' TO DL-ACTION
005460             ADD 1 TO WS-EMAIL-COUNT
005470         ELSE
005480             MOVE 'SUMMARY POSTED' TO DL-ACTION
005490             ADD 1 TO WS-POSTAL-COUNT
005500         END-IF
005510     END-IF.

005520     PERFORM 2800-LOG-CORRESPONDENCE THRU 2800-EXIT.
005530     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.

005540 2000-NEXT.
005550     PERFORM 1500-READ-ACCOUNT THRU 1500-EXIT.

005560 2000-EXIT.
005570     EXIT.

005580*-----------------------------------------------------------------
005590* 2100-TOTAL-TXNS BROWSES THE ACCOUNT'S ACCTTXN ROWS DATED IN THE
005600* YEAR INTO THE MONTH TABLE AND THE YEAR'S TOTALS
005610*-----------------------------------------------------------------
005620 2100-TOTAL-TXNS.

005630     INITIALIZE WS-MONTH-TABLE.
005640     MOVE 0 TO WS-YR-INTEREST.
005650     MOVE 0 TO WS-YR-FEES.
005660     MOVE 0 TO WS-YR-CREDITS.
005670     MOVE 0 TO WS-YR-REVERSED.

005680     MOVE 'N' TO WS-TXN-EOF-SW.
005690     MOVE AF-ACCTNO TO TX-ACCTNO.
005700     MOVE WS-YEAR-FROM TO TX-DATE.
005710     MOVE 0 TO TX-SEQNO.

005720     START ACCTTXN-FILE KEY IS NOT LESS THAN TX-KEY
005730         INVALID KEY
005740             MOVE 'Y' TO WS-TXN-EOF-SW
005750     END-START.

005760     PERFORM 2110-TOTAL-ONE-TXN THRU 2110-EXIT
005770         UNTIL WS-TXN-EOF-YES.

005780 2100-EXIT.
005790     EXIT.

005800*-----------------------------------------------------------------
005810* 2110-TOTAL-ONE-TXN - AN INTEREST OR FEE ROW GOES TO ITS MONTH,
005820* FOUND FROM ITS DATE THROUGH DCI8BDAT, AND TO THE YEAR; ONE
005830* SINCE REVERSED IS ALSO TOTALLED AS SUCH. A CREDIT GOES TO
005840* CREDITS RECEIVED. A DEBIT IS NOT A CHARGE AND IS PASSED BY
005850*-----------------------------------------------------------------
005860 2110-TOTAL-ONE-TXN.

005870     READ ACCTTXN-FILE NEXT RECORD
005880         AT END
005890             MOVE 'Y' TO WS-TXN-EOF-SW
005900             GO TO 2110-EXIT
005910     END-READ.

005920     IF TX-ACCTNO NOT = AF-ACCTNO OR TX-DATE > WS-YEAR-TO THEN
005930         MOVE 'Y' TO WS-TXN-EOF-SW
005940         GO TO 2110-EXIT
005950     END-IF.

005960     IF TX-TYPE-CREDIT THEN
005970         ADD TX-AMOUNT TO WS-YR-CREDITS
005980         GO TO 2110-EXIT
005990     END-IF.

006000     IF NOT TX-TYPE-INTEREST AND NOT TX-TYPE-FEE THEN
006010         GO TO 2110-EXIT
006020     END-IF.

006030     MOVE 'J2G' TO DP-FUNCTION.
006040     MOVE TX-DATE TO DP-JULIAN.
006050     CALL 'DCI8BDAT' USING DATEPARM.
006060     IF NOT DP-RC-GOOD THEN
006070         GO TO 2110-EXIT
006080     END-IF.
006090     MOVE DP-GREGORIAN TO WS-GREG-DATE.
006100     MOVE WS-GREG-MM TO WS-MON-IX.

006110     IF TX-TYPE-INTEREST THEN
006120         ADD TX-AMOUNT TO WS-MON-INTEREST(WS-MON-IX)
006130         ADD TX-AMOUNT TO WS-YR-INTEREST
006140     ELSE
006150         ADD TX-AMOUNT TO WS-MON-FEES(WS-MON-IX)
006160         ADD TX-AMOUNT TO WS-YR-FEES
006170     END-IF.

006180     MOVE TX-KEY TO RV-KEY.
006190     READ TXNREV-FILE.
006200     IF WS-TXNREV-STATUS = '00' AND RV-ROLE-ORIGINAL
006210             AND RV-REVERSED THEN
006220         ADD TX-AMOUNT TO WS-YR-REVERSED
006230     END-IF.

006240 2110-EXIT.
006250     EXIT.

006260*-----------------------------------------------------------------
006270* 2200-TOTAL-OVLFEE BROWSES THE ACCOUNT'S OVLFEE ROWS FOR THE
006280* YEAR'S CYCLES - A 'W' ROW IS A FEE WAIVED BEFORE IT WAS
006290* CHARGED, AN 'R' ROW ONE CHARGED AND THEN REFUNDED
006300*-----------------------------------------------------------------
006310 2200-TOTAL-OVLFEE.

006320     MOVE 0 TO WS-OVL-WAIVED-AMT.
006330     MOVE 0 TO WS-OVL-WAIVED-CNT.
006340     MOVE 0 TO WS-OVL-REFUND-AMT.
006350     MOVE 0 TO WS-OVL-REFUND-CNT.

006360     MOVE 'N' TO WS-FEE-EOF-SW.
006370     MOVE AF-ACCTNO TO FE-ACCTNO.
006380     MOVE WS-CYCLE-FROM TO FE-CYCLE.

006390     START OVLFEE-FILE KEY IS NOT LESS THAN FE-KEY
006400         INVALID KEY
006410             MOVE 'Y' TO WS-FEE-EOF-SW
006420     END-START.

006430     PERFORM 2210-TOTAL-ONE-FEE THRU 2210-EXIT
006440         UNTIL WS-FEE-EOF-YES.

006450 2200-EXIT.
006460     EXIT.

006470 2210-TOTAL-ONE-FEE.

006480     READ OVLFEE-FILE NEXT RECORD
006490         AT END
006500             MOVE 'Y' TO WS-FEE-EOF-SW
006510             GO TO 2210-EXIT
006520     END-READ.

006530     IF FE-ACCTNO NOT = AF-ACCTNO OR FE-CYCLE > WS-CYCLE-TO THEN
006540         MOVE 'Y' TO WS-FEE-EOF-SW
006550         GO TO 2210-EXIT
006560     END-IF.

006570     IF FE-WAIVED THEN
006580         ADD FE-AMOUNT TO WS-OVL-WAIVED-AMT
006590         ADD 1 TO WS-OVL-WAIVED-CNT
006600     ELSE IF FE-REVERSED THEN
006610         ADD FE-AMOUNT TO WS-OVL-REFUND-AMT
006620         ADD 1 TO WS-OVL-REFUND-CNT
006630         END-IF
006640     END-IF.

006650 2210-EXIT.
006660     EXIT.

006670*-----------------------------------------------------------------
006680* 2300-CHOOSE-ROUTE SETS THE CHANNEL AND THE POSTAL ADDRESS - THE
006690* CORRESPONDENCE ADDRESS WHEN ONE IS ON FILE, THE ADDRESS OF
006700* RECORD OTHERWISE - AS DCI8BSTM DOES FOR THE STATEMENT
006710*-----------------------------------------------------------------
006720 2300-CHOOSE-ROUTE.

006730     MOVE 'P' TO WS-CHANNEL-SW.
006740     MOVE SPACE TO WS-SUPP-REASON.

006750     IF AF-MAIL-ADDR1 NOT = SPACES OR
006760        AF-MAIL-ADDR2 NOT = SPACES THEN
006770         MOVE AF-MAIL-ADDR1 TO WS-TO-ADDR1
006780         MOVE AF-MAIL-ADDR2 TO WS-TO-ADDR2
006790     ELSE
006800         MOVE AF-ADDR1 TO WS-TO-ADDR1
006810         MOVE AF-ADDR2 TO WS-TO-ADDR2
006820     END-IF.

006830*    A DECEASED CUSTOMER'S CORRESPONDENCE STOPS ON EVERY CHANNEL
006840     IF AF-ESTATE-FLAG = 'D' THEN
006850         MOVE 'S' TO WS-CHANNEL-SW
006860         MOVE 'D' TO WS-SUPP-REASON
006870         GO TO 2300-EXIT
006880     END-IF.

006890     IF AF-CONTACT-PREF = 'E' AND AF-EMAIL NOT = SPACES THEN
006900         MOVE 'E' TO WS-CHANNEL-SW
006910         GO TO 2300-EXIT
006920     END-IF.

006930*    POST TO A GONE-AWAY ADDRESS IS SUPPRESSED AND COUNTED
006940     IF AF-GONEAWAY-FLAG = 'G' THEN
006950         MOVE 'S' TO WS-CHANNEL-SW
006960         MOVE 'G' TO WS-SUPP-REASON
006970     END-IF.

006980 2300-EXIT.
006990     EXIT.

007000*-----------------------------------------------------------------
007010* 2500-PRINT-SUMMARY - THE HEADING AND ADDRESS, THE TWELVE MONTHS
007020* OF INTEREST AND FEES WITH THE YEAR'S TOTAL, THEN CREDITS
007030* RECEIVED, CHARGES REVERSED AND OVER-LIMIT FEES WAIVED AND
007040* REFUNDED. EVERY LINE FITS ONE PAGE
007050*-----------------------------------------------------------------
007060 2500-PRINT-SUMMARY.

007070     IF WS-CHANNEL-EMAIL THEN
007080         MOVE AF-EMAIL TO ET-EMAIL
007090         WRITE EMAIL-LINE FROM WS-EMAIL-TO-LINE
007100     ELSE
007110         PERFORM 2780-DOC-START THRU 2780-EXIT
007120     END-IF.

007130     MOVE AF-ACCTNO TO HL-ACCTNO.
007140     MOVE WS-YEAR TO HL-YEAR.
007150     MOVE WS-HEAD-LINE TO WS-RT-LINE.
007160     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007170     MOVE AF-TITL TO SL-TITL.
007180     MOVE AF-FNAME TO SL-FNAME.
007190     MOVE AF-SNAME TO SL-SNAME.
007200     MOVE WS-SALUTE-LINE TO WS-RT-LINE.
007210     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007220     MOVE WS-TO-ADDR1 TO AL-ADDR.
007230     MOVE WS-ADDR-LINE TO WS-RT-LINE.
007240     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.
007250     MOVE WS-TO-ADDR2 TO AL-ADDR.
007260     MOVE WS-ADDR-LINE TO WS-RT-LINE.
007270     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007280     MOVE SPACES TO WS-RT-LINE.
007290     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007300     STRING '31/12/' WS-YEAR DELIMITED BY SIZE
007310         INTO IL-YEAR-END.
007320     MOVE WS-INTRO-LINE TO WS-RT-LINE.
007330     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.
007340     MOVE SPACES TO WS-RT-LINE.
007350     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007360     MOVE WS-COLUMN-LINE TO WS-RT-LINE.
007370     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007380     PERFORM 2510-PRINT-MONTH THRU 2510-EXIT
007390         VARYING WS-MON-IX FROM 1 BY 1
007400         UNTIL WS-MON-IX > 12.

007410     MOVE WS-RULE-LINE TO WS-RT-LINE.
007420     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.
007430     MOVE 'YEAR' TO ML-MONTH.
007440     MOVE WS-YR-INTEREST TO ML-INTEREST.
007450     MOVE WS-YR-FEES TO ML-FEES.
007460     COMPUTE ML-TOTAL = WS-YR-INTEREST + WS-YR-FEES.
007470     MOVE WS-MONTH-LINE TO WS-RT-LINE.
007480     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007490     MOVE SPACES TO WS-RT-LINE.
007500     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007510     MOVE SPACES TO AM-COUNT-TEXT.
007520     MOVE 'CREDITS RECEIVED' TO AM-LITERAL.
007530     MOVE WS-YR-CREDITS TO AM-AMOUNT.
007540     MOVE WS-AMOUNT-LINE TO WS-RT-LINE.
007550     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007560     MOVE 'INTEREST AND FEES REVERSED' TO AM-LITERAL.
007570     MOVE WS-YR-REVERSED TO AM-AMOUNT.
007580     MOVE WS-AMOUNT-LINE TO WS-RT-LINE.
007590     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007600     MOVE 'OVER-LIMIT FEES WAIVED' TO AM-LITERAL.
007610     MOVE WS-OVL-WAIVED-AMT TO AM-AMOUNT.
007620     MOVE WS-OVL-WAIVED-CNT TO AC-COUNT.
007630     MOVE WS-AM-COUNT-TEXT TO AM-COUNT-TEXT.
007640     MOVE WS-AMOUNT-LINE TO WS-RT-LINE.
007650     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007660     MOVE 'OVER-LIMIT FEES CHARGED AND REFUNDED' TO AM-LITERAL.
007670     MOVE WS-OVL-REFUND-AMT TO AM-AMOUNT.
007680     MOVE WS-OVL-REFUND-CNT TO AC-COUNT.
007690     MOVE WS-AM-COUNT-TEXT TO AM-COUNT-TEXT.
007700     MOVE WS-AMOUNT-LINE TO WS-RT-LINE.
007710     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007720     MOVE SPACES TO WS-RT-LINE.
007730     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.
007740     MOVE WS-NOTE-LINE1 TO WS-RT-LINE.
007750     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.
007760     MOVE WS-NOTE-LINE2 TO WS-RT-LINE.
007770     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.
007780     MOVE WS-NOTE-LINE3 TO WS-RT-LINE.
007790     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007800     MOVE WS-SEPARATOR-LINE TO WS-RT-LINE.
007810     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007820 2500-EXIT.
007830     EXIT.

007840 2510-PRINT-MONTH.

007850     MOVE WS-MONTH-NAME(WS-MON-IX) TO ML-MONTH.
007860     MOVE WS-MON-INTEREST(WS-MON-IX) TO ML-INTEREST.
007870     MOVE WS-MON-FEES(WS-MON-IX) TO ML-FEES.
007880     COMPUTE ML-TOTAL = WS-MON-INTEREST(WS-MON-IX)
007890         + WS-MON-FEES(WS-MON-IX).
007900     MOVE WS-MONTH-LINE TO WS-RT-LINE.
007910     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

007920 2510-EXIT.
007930     EXIT.

007940*-----------------------------------------------------------------
007950* 2780-DOC-START OPENS A POSTED SUMMARY ON ASMPRT WITH ITS PRTDOC
007960* ROW - THE ACCOUNT, THE YEAR AND THE ADDRESS IT IS PRINTED TO
007970*-----------------------------------------------------------------
007980 2780-DOC-START.

007990     MOVE SPACES TO PRTDOC-REC.
008000     MOVE '%DOC' TO DC-MARKER.
008010     MOVE 'ANSM' TO DC-DOC-TYPE.
008020     MOVE 'DCI8BASM' TO DC-JOBNAME.
008030     MOVE AF-ACCTNO TO DC-ACCTNO.
008040     MOVE WS-YEAR TO DC-DOC-REF.
008050     MOVE WS-TO-ADDR1 TO DC-ADDR1.
008060     MOVE WS-TO-ADDR2 TO DC-ADDR2.

008070     WRITE PRINT-LINE FROM PRTDOC-REC.

008080 2780-EXIT.
008090     EXIT.

008100 2790-ROUTE-LINE.

008110     IF WS-CHANNEL-EMAIL THEN
008120         WRITE EMAIL-LINE FROM WS-RT-LINE
008130     ELSE
008140         WRITE PRINT-LINE FROM WS-RT-LINE
008150     END-IF.

008160 2790-EXIT.
008170     EXIT.

008180*-----------------------------------------------------------------
008190* 2800-LOG-CORRESPONDENCE RECORDS THE SUMMARY ON CORRLOG WITH THE
008200* YEAR AS ITS REFERENCE, OR WHY IT WAS SUPPRESSED
008210*-----------------------------------------------------------------
008220 2800-LOG-CORRESPONDENCE.

008230     MOVE SPACES TO CORRLOG-REC.
008240     MOVE 0 TO CL-RUN-DATE CL-RUN-TIME CL-SEQNO.
008250     MOVE AF-ACCTNO TO CL-ACCTNO.
008260     MOVE 'ANSM' TO CL-DOC-TYPE.
008270     MOVE WS-YEAR TO CL-DOC-REF.
008280     MOVE 'DCI8BASM' TO CL-JOBNAME.
008290     MOVE AF-TITL TO CL-TITL.
008300     MOVE AF-FNAME TO CL-FNAME.
008310     MOVE AF-SNAME TO CL-SNAME.
008320     MOVE 'N' TO CL-SUPP-FLAG.

008330     IF WS-CHANNEL-EMAIL THEN
008340         MOVE 'E' TO CL-CHANNEL
008350         MOVE AF-EMAIL TO CL-EMAIL
008360     ELSE
008370         MOVE 'P' TO CL-CHANNEL
008380         MOVE WS-TO-ADDR1 TO CL-ADDR1
008390         MOVE WS-TO-ADDR2 TO CL-ADDR2
008400     END-IF.

008410     IF WS-CHANNEL-SUPPRESS THEN
008420         MOVE 'Y' TO CL-SUPP-FLAG
008430         MOVE WS-SUPP-REASON TO CL-SUPP-REASON
008440     END-IF.

008450     CALL 'DCI8BCLG' USING CORRLOG-REC.

008460 2800-EXIT.
008470     EXIT.

008480*-----------------------------------------------------------------
008490* 2900-REPORT-LINE LISTS THE ACCOUNT'S YEAR AND WHAT WAS DONE, AND
008500* ADDS IT TO THE BOOK TOTALS
008510*-----------------------------------------------------------------
008520 2900-REPORT-LINE.

008530     MOVE AF-ACCTNO TO DL-ACCTNO.
008540     MOVE WS-YR-INTEREST TO DL-INTEREST.
008550     MOVE WS-YR-FEES TO DL-FEES.
008560     MOVE WS-YR-CREDITS TO DL-CREDITS.
008570     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

008580     ADD WS-YR-INTEREST TO WS-BK-INTEREST.
008590     ADD WS-YR-FEES TO WS-BK-FEES.
008600     ADD WS-YR-CREDITS TO WS-BK-CREDITS.
008610     ADD WS-YR-REVERSED TO WS-BK-REVERSED.
008620     ADD WS-OVL-WAIVED-AMT TO WS-BK-WAIVED.
008630     ADD WS-OVL-REFUND-AMT TO WS-BK-REFUNDED.

008640 2900-EXIT.
008650     EXIT.

008660 9000-TERMINATE.

008670     MOVE SPACES TO REPORT-LINE.
008680     WRITE REPORT-LINE.
008690     IF NOT WS-PARM-OK THEN
008700         MOVE SPACES TO REPORT-LINE
008710         MOVE '*** ASMPARM CARD REJECTED - NOTHING SENT'
008720             TO REPORT-LINE
008730         WRITE REPORT-LINE
008740     END-IF.

008750     MOVE 'ACCOUNTS READ' TO TT-LITERAL.
008760     MOVE WS-READ-COUNT TO TT-COUNT.
008770     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
008780     MOVE 'OPENED AFTER THE YEAR' TO TT-LITERAL.
008790     MOVE WS-NOTYET-COUNT TO TT-COUNT.
008800     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
008810     MOVE 'SUMMARIES POSTED' TO TT-LITERAL.
008820     MOVE WS-POSTAL-COUNT TO TT-COUNT.
008830     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
008840     MOVE 'SUMMARIES EMAILED' TO TT-LITERAL.
008850     MOVE WS-EMAIL-COUNT TO TT-COUNT.
008860     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
008870     MOVE 'SUPPRESSED - GONE AWAY' TO TT-LITERAL.
008880     MOVE WS-GONEAWAY-COUNT TO TT-COUNT.
008890     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
008900     MOVE 'SUPPRESSED - DECEASED' TO TT-LITERAL.
008910     MOVE WS-ESTATE-COUNT TO TT-COUNT.
008920     WRITE REPORT-LINE FROM WS-TOTAL-LINE.

008930     MOVE SPACES TO REPORT-LINE.
008940     WRITE REPORT-LINE.
008950     MOVE 'INTEREST CHARGED' TO TA-LITERAL.
008960     MOVE WS-BK-INTEREST TO TA-AMOUNT.
008970     WRITE REPORT-LINE FROM WS-TOTAL-AMT-LINE.
008980     MOVE 'FEES CHARGED' TO TA-LITERAL.
008990     MOVE WS-BK-FEES TO TA-AMOUNT.
009000     WRITE REPORT-LINE FROM WS-TOTAL-AMT-LINE.
009010     MOVE 'CREDITS RECEIVED' TO TA-LITERAL.
009020     MOVE WS-BK-CREDITS TO TA-AMOUNT.
009030     WRITE REPORT-LINE FROM WS-TOTAL-AMT-LINE.
009040     MOVE 'CHARGES REVERSED' TO TA-LITERAL.
009050     MOVE WS-BK-REVERSED TO TA-AMOUNT.
009060     WRITE REPORT-LINE FROM WS-TOTAL-AMT-LINE.
009070     MOVE 'OVER-LIMIT FEES WAIVED' TO TA-LITERAL.
009080     MOVE WS-BK-WAIVED TO TA-AMOUNT.
009090     WRITE REPORT-LINE FROM WS-TOTAL-AMT-LINE.
009100     MOVE 'OVER-LIMIT FEES REFUNDED' TO TA-LITERAL.
009110     MOVE WS-BK-REFUNDED TO TA-AMOUNT.
009120     WRITE REPORT-LINE FROM WS-TOTAL-AMT-LINE.

009130     DISPLAY 'DCI8BASM - ANNUAL INTEREST AND CHARGES SUMMARY'.
009140     DISPLAY 'YEAR             : ' WS-YEAR.
009150     DISPLAY 'ACCOUNTS READ    : ' WS-READ-COUNT.
009160     DISPLAY 'OPENED AFTER YEAR: ' WS-NOTYET-COUNT.
009170     DISPLAY 'SUMMARIES POSTED : ' WS-POSTAL-COUNT.
009180     DISPLAY 'SUMMARIES EMAIL  : ' WS-EMAIL-COUNT.
009190     DISPLAY 'GONE-AWAY SUPP   : ' WS-GONEAWAY-COUNT.
009200     DISPLAY 'DECEASED SUPP    : ' WS-ESTATE-COUNT.

009210     CLOSE ACCTFILE.
009220     CLOSE ACCTTXN-FILE.
009230     CLOSE TXNREV-FILE.
009240     CLOSE OVLFEE-FILE.
009250     CLOSE PRINT-FILE.
009260     CLOSE EMAIL-FILE.
009270     CLOSE REPORT-FILE.

009280 9000-EXIT.
009290     EXIT.

009300*-----------------------------------------------------------------
009310* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
009320* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
009330* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
009340*-----------------------------------------------------------------
009350 8100-WRITE-JRNL-START.

009360*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
009370*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
009380     MOVE 'DCI8BASM' TO JG-JOBNAME.
009390     CALL 'DCI8BJGT' USING JOBGATE.
009400     IF JG-RC-BLOCKED THEN
009410         MOVE JG-BLOCKED-RC TO RETURN-CODE
009420         STOP RUN
009430     END-IF.

009440     MOVE 'DCI8BASM' TO JR-JOBNAME.
009450     MOVE 'S' TO JR-ROW-TYPE.
009460     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
009470         JR-REJECTED-COUNT.
009480     MOVE SPACE TO JR-STATUS.
009490     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

009500 8100-EXIT.
009510     EXIT.

009520 8200-WRITE-JRNL-END.

009530     MOVE 'DCI8BASM' TO JR-JOBNAME.
009540     MOVE 'E' TO JR-ROW-TYPE.
009550     MOVE WS-READ-COUNT TO JR-READ-COUNT.
009560     MOVE WS-SUMMARY-COUNT TO JR-WRITTEN-COUNT.
009570     COMPUTE JR-REJECTED-COUNT = WS-GONEAWAY-COUNT
009580         + WS-ESTATE-COUNT.
009590     IF WS-PARM-OK THEN
009600         MOVE 'G' TO JR-STATUS
009610     ELSE
009620         MOVE 'F' TO JR-STATUS
009630     END-IF.
009640     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

009650 8200-EXIT.
009660     EXIT.

009670 8300-STAMP-AND-WRITE.

009680     ACCEPT JR-DATE FROM DAY YYYYDDD.
009690     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
009700     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

009710     OPEN EXTEND JOURNAL-FILE.
009720     WRITE JR-REC.
009730     CLOSE JOURNAL-FILE.

009740 8300-EXIT.
009750     EXIT.

009760 END PROGRAM DCI8BASM.
