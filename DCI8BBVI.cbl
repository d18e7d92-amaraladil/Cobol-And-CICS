000010*****************************************************************
000020* DCI8BBVI - BACK-VALUED PAYMENT INTEREST ADJUSTMENT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BBVI.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 04-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-04 AA   INITIAL VERSION - GIVES BACK THE INTEREST A
000160*                 CUSTOMER WAS CHARGED ON A PAYMENT WE HAD BUT
000170*                 POSTED LATE, WORKED MONTH BY MONTH FROM THE
000180*                 BALHIST SNAPSHOTS, REPLACING THE HAND REFUNDS
000190* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000200*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000210*                 STOPS WITH RETURN CODE 12 WHEN A
000220*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000230* 2026-10-08 AA   EVERY NEW ACCTTXN ROW IS SEALED INTO ITS
000240*                 ACCOUNT'S HASH CHAIN THROUGH DCI8BHCN
000250*-----------------------------------------------------------------
000260*****************************************************************
000270* THIS JOB IS RUN ON REQUEST, ONE BVIIN CARD PER CASE - THE
000280* POSTED CREDIT'S ACCTTXN KEY (ACCOUNT, YYYYDDD DATE, SEQUENCE),
000290* THE DAY THE MONEY REALLY ARRIVED AS YYYYMMDD, THE OPERATOR WHO
000300* ASKED FOR IT AND, OPTIONALLY, THE COMPLAINT (CP-SEQNO ON THE
000310* SAME ACCOUNT) IT ANSWERS. A BLANK EFFECTIVE DATE TAKES THE
000320* ORIGINAL DATE FROM THE BACKVAL ROW FILED WHEN DCI8DPGS
000330* BACK-VALUED THE CREDIT OUT OF SUSPENSE. THE OPERATOR MUST HOLD
000340* AN EXPLICIT FUNCAUTH OPERATOR ROW GRANTING 'BACKVAL' - A BATCH
000350* RUN READS OPERATOR ROWS ONLY (THE VULNWORK RULE).
000360*
000370* EVERY MONTH END FROM THE EFFECTIVE DATE UP TO THE DAY BEFORE
000380* THE CREDIT WAS POSTED IS RE-WORKED THE DCI8BINT WAY:
000390*   CHARGED   - THE MONTH'S INTEREST ROW (RESERVED SEQUENCE 8001
000400*               ON THE MONTH'S LAST DAY); NONE MEANS NOTHING TO
000410*               GIVE BACK FOR THAT MONTH
000420*   BALANCE   - THE BALHIST SNAPSHOT FOR THE MONTH, LESS THE
000430*               INTEREST ITSELF WHEN THE SNAPSHOT WAS TAKEN ON
000440*               OR AFTER THE DAY THE INTEREST WAS POSTED
000450*   CORRECTED - THAT BALANCE LESS THE CREDIT AND LESS THE
000460*               INTEREST ALREADY GIVEN BACK FOR EARLIER MONTHS,
000470*               NEVER BELOW ZERO
000480*   RATE      - THE RATECFG RATE FOR THE SNAPSHOT'S STATUS
000490*   DIFFERENCE- ONE TWELFTH OF THE RATE ON WHAT THE BALANCE
000500*               FALLS BY, ROUNDED, AND NEVER MORE THAN WAS
000510*               CHARGED; RECALCULATED = CHARGED LESS DIFFERENCE
000520* A MONTH WITH NO SNAPSHOT OR NO RATE ON FILE CANNOT BE RE-WORKED
000530* AND IS SHOWN AS SUCH. THE TOTAL IS CREDITED AS ONE 'C' ACCTTXN
000540* ROW ON THE RESERVED SEQUENCE 8015 DATED TODAY, WITH A TXNNARR
000550* NARRATIVE FOR THE STATEMENT, AND CURR-BAL COMES DOWN BY IT.
000560*
000570* EVERY CASE WORKED IS FILED ON THE INTADJ REGISTER UNDER THE
000580* CREDIT'S KEY, EVEN WHEN NOTHING WAS DUE, SO A CREDIT IS NEVER
000590* ADJUSTED TWICE. BVIRPT IS THE CALCULATION SHEET - ONE PAGE
000600* SECTION PER CASE FOR THE COMPLAINT FILE. REFUSED, LISTED WITH
000610* THE REASON AND COUNTED:
000620*   - A CARD WITH A BAD KEY OR DATE, OR NO OPERATOR,
000630*   - AN OPERATOR WITHOUT THE BACKVAL GRANT,
000640*   - AN ACCOUNT NOT ON ACCTFILE, A KEY THAT IS NOT A POSTED
000650*     CREDIT, A CREDIT ALREADY ON INTADJ,
000660*   - NO EFFECTIVE DATE ON THE CARD OR ON BACKVAL, OR ONE THAT
000670*     IS NOT BEFORE THE CREDIT'S POSTING DATE,
000680*   - A COMPLAINT SEQUENCE NOT ON THE COMPLAINT FILE,
000690*   - TODAY FALLING IN A CLOSED ACCOUNTING PERIOD (ACCTCTL
000700*     'PRDCLOSE'),
000710*   - A SECOND ADJUSTMENT ON THE SAME ACCOUNT THE SAME DAY -
000720*     THE RESERVED SEQUENCE HOLDS ONE ROW A DAY; RUN IT AGAIN
000730*     TOMORROW
000740*****************************************************************

000750 ENVIRONMENT DIVISION.
000760 CONFIGURATION SECTION.
000770 SOURCE-COMPUTER. IBM-370.
000780 OBJECT-COMPUTER. IBM-370.

000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.

000810     SELECT CASE-FILE ASSIGN TO BVIIN
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-CASE-STATUS.

000840     SELECT FUNCAUTH-FILE ASSIGN TO FUNCAUTH
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS FA-KEY
000880         FILE STATUS IS WS-FUNCAUTH-STATUS.

000890     SELECT ACCTFILE ASSIGN TO ACCTFILE
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS RANDOM
000920         RECORD KEY IS AF-ACCTKEY
000930         FILE STATUS IS WS-ACCTFILE-STATUS.

000940     SELECT ACCTTXN-FILE ASSIGN TO ACCTTXN
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS RANDOM
000970         RECORD KEY IS TX-KEY
000980         FILE STATUS IS WS-ACCTTXN-STATUS.

000990     SELECT TXNNARR-FILE ASSIGN TO TXNNARR
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS RANDOM
001020         RECORD KEY IS NR-KEY
001030         FILE STATUS IS WS-TXNNARR-STATUS.

001040     SELECT BACKVAL-FILE ASSIGN TO BACKVAL
001050         ORGANIZATION IS INDEXED
001060         ACCESS MODE IS RANDOM
001070         RECORD KEY IS BV-KEY
001080         FILE STATUS IS WS-BACKVAL-STATUS.

001090     SELECT BALHIST-FILE ASSIGN TO BALHIST
001100         ORGANIZATION IS INDEXED
001110         ACCESS MODE IS RANDOM
001120         RECORD KEY IS BS-KEY
001130         FILE STATUS IS WS-BALHIST-STATUS.

001140     SELECT RATECFG-FILE ASSIGN TO RATECFG
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS RANDOM
001170         RECORD KEY IS IR-STAT
001180         FILE STATUS IS WS-RATECFG-STATUS.

001190     SELECT COMPLAINT-FILE ASSIGN TO COMPLAINT
001200         ORGANIZATION IS INDEXED
001210         ACCESS MODE IS RANDOM
001220         RECORD KEY IS CP-KEY
001230         FILE STATUS IS WS-COMPLAINT-STATUS.

001240     SELECT INTADJ-FILE ASSIGN TO INTADJ
001250         ORGANIZATION IS INDEXED
001260         ACCESS MODE IS RANDOM
001270         RECORD KEY IS IA-KEY
001280         FILE STATUS IS WS-INTADJ-STATUS.

001290     SELECT ACCTCTL-FILE ASSIGN TO ACCTCTL
001300         ORGANIZATION IS INDEXED
001310         ACCESS MODE IS RANDOM
001320         RECORD KEY IS CT-KEYNAME
001330         FILE STATUS IS WS-ACCTCTL-STATUS.

001340     SELECT REPORT-FILE ASSIGN TO BVIRPT
001350         ORGANIZATION IS SEQUENTIAL
001360         FILE STATUS IS WS-REPORT-STATUS.

001370     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
001380         ORGANIZATION IS SEQUENTIAL
001390         FILE STATUS IS WS-JOURNAL-STATUS.

001400 DATA DIVISION.
001410 FILE SECTION.

001420*-----------------------------------------------------------------
001430* BVIIN - ONE CARD PER CASE. THE EFFECTIVE DATE MAY BE LEFT
001440* BLANK WHEN THE CREDIT WAS BACK-VALUED OUT OF SUSPENSE, AND
001450* THE COMPLAINT SEQUENCE BLANK OR ZERO WHEN THERE IS NONE
001460*-----------------------------------------------------------------
001470 FD  CASE-FILE
001480     RECORDING MODE IS F
001490     LABEL RECORDS ARE STANDARD.
001500 01  CASE-REC.
001510     05  BI-ACCTNO               PIC X(09).
001520     05  BI-CREDIT-DATE-X        PIC X(07).
001530     05  BI-CREDIT-DATE REDEFINES BI-CREDIT-DATE-X
001540                                 PIC 9(07).
001550     05  BI-CREDIT-SEQNO-X       PIC X(04).
001560     05  BI-CREDIT-SEQNO REDEFINES BI-CREDIT-SEQNO-X
001570                                 PIC 9(04).
001580     05  BI-EFFECT-DATE-X        PIC X(08).
001590     05  BI-EFFECT-DATE REDEFINES BI-EFFECT-DATE-X
001600                                 PIC 9(08).
001610     05  BI-OPER-ID              PIC X(03).
001620     05  BI-CMP-SEQNO-X          PIC X(04).
001630     05  BI-CMP-SEQNO REDEFINES BI-CMP-SEQNO-X
001640                                 PIC 9(04).
001650     05  FILLER                  PIC X(45).

001660*-----------------------------------------------------------------
001670* FUNCAUTH - THE FUNCTION AUTHORITY MATRIX, READ FOR THE CARD'S
001680* OPERATOR ROW ONLY
001690*-----------------------------------------------------------------
001700 FD  FUNCAUTH-FILE
001710     LABEL RECORDS ARE STANDARD.
001720 01  FUNCAUTH-REC.
001730     05  FA-KEY.
001740         10  FA-SUBJECT          PIC X(03).
001750         10  FA-FUNCTION         PIC X(08).
001760     05  FA-ALLOW-FLAG           PIC X(01).
001770         88  FA-ALLOWED                  VALUE 'Y'.

001780 FD  ACCTFILE
001790     LABEL RECORDS ARE STANDARD.
001800 01  ACCTFILE-REC.
001810     05  AF-ACCTKEY.
001820         10  AF-ACCTNO           PIC X(09).
001830     05  AF-FNAME                PIC X(15).
001840     05  AF-SNAME                PIC X(15).
001850     05  AF-TITL                 PIC X(04).
001860     05  AF-ADDR1                PIC X(20).
001870     05  AF-ADDR2                PIC X(20).
001880     05  AF-CRLIMIT              PIC 9(08)V99.
001890     05  AF-STAT                 PIC X(01).
001900     05  AF-CREATED-INFO.
001910         10  AF-CR-USERID        PIC X(08).
001920         10  AF-CR-TRMID         PIC X(04).
001930         10  AF-CR-DATE          PIC S9(7) COMP-3.
001940         10  AF-CR-TIME          PIC S9(7) COMP-3.
001950     05  AF-LAST-HIST-SEQ        PIC 9(04) COMP.
001960     05  AF-LAST-CHANGED-INFO.
001970         10  AF-LAST-CHG-DATE    PIC S9(7) COMP-3.
001980         10  AF-LAST-CHG-TIME    PIC S9(7) COMP-3.
001990     05  AF-PHONE                PIC X(15).
002000     05  AF-EMAIL                PIC X(30).
002010     05  AF-LAST-CHG-USERID      PIC X(08).
002020     05  AF-MAIL-ADDR1           PIC X(20).
002030     05  AF-MAIL-ADDR2           PIC X(20).
002040     05  AF-FORMER-SNAME         PIC X(15).
002050     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
002060     05  AF-BUREAU-SCORE         PIC 9(03).
002070     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
002080     05  AF-BRANCH               PIC X(04).
002090     05  AF-CONTACT-PREF         PIC X(01).
002100     05  AF-STMT-CYCLE           PIC X(01).
002110     05  AF-GONEAWAY-FLAG        PIC X(01).
002120     05  AF-CUST-ID              PIC 9(08).
002130     05  AF-ESTATE-FLAG          PIC X(01).
002140     05  AF-SENS-FLAG            PIC X(01).
002150     05  AF-ANNFEE-PLAN          PIC X(01).
002160     05  AF-SETTLE-FLAG          PIC X(01).
002170     05  AF-PRODUCT-CODE         PIC X(04).

002180 FD  ACCTTXN-FILE
002190     LABEL RECORDS ARE STANDARD.
002200 01  ACCTTXN-REC.
002210     05  TX-KEY.
002220         10  TX-ACCTNO           PIC X(09).
002230         10  TX-DATE             PIC S9(7) COMP-3.
002240         10  TX-SEQNO            PIC 9(04) COMP.
002250     05  TX-TYPE                 PIC X(01).
002260         88  TX-TYPE-CREDIT              VALUE 'C'.
002270         88  TX-TYPE-INTEREST            VALUE 'I'.
002280     05  TX-AMOUNT               PIC 9(08)V99.
002290     05  TX-POSTED-INFO.
002300         10  TX-POST-DATE        PIC S9(7) COMP-3.
002310         10  TX-POST-JOB         PIC X(08).
002320     05  TX-SOURCE               PIC X(01).
002330     05  TX-CHAIN-INFO.
002340         10  TX-CHAIN-NO         PIC 9(09) COMP.
002350         10  TX-CHAIN-PREV       PIC 9(18) COMP.
002360         10  TX-CHAIN-HASH       PIC 9(18) COMP.

002370 FD  TXNNARR-FILE
002380     LABEL RECORDS ARE STANDARD.
002390 01  TXNNARR-REC.
002400     05  NR-KEY.
002410         10  NR-ACCTNO           PIC X(09).
002420         10  NR-DATE             PIC S9(7) COMP-3.
002430         10  NR-SEQNO            PIC 9(04) COMP.
002440     05  NR-MERCHANT             PIC X(30).
002450     05  NR-CATEGORY             PIC X(04).
002460     05  NR-ORIG-REF             PIC X(16).

002470*-----------------------------------------------------------------
002480* BACKVAL - THE BACK-VALUE SATELLITE DCI8DPGS FILES UNDER THE
002490* POSTED ROW'S KEY; ONLY THE ORIGINAL DATE IS NEEDED HERE
002500*-----------------------------------------------------------------
002510 FD  BACKVAL-FILE
002520     LABEL RECORDS ARE STANDARD.
002530 01  BACKVAL-REC.
002540     05  BV-KEY.
002550         10  BV-ACCTNO           PIC X(09).
002560         10  BV-DATE             PIC S9(7) COMP-3.
002570         10  BV-SEQNO            PIC 9(04) COMP.
002580     05  BV-ORIG-DATE            PIC S9(7) COMP-3.
002590     05  FILLER                  PIC X(42).

002600 FD  BALHIST-FILE
002610     LABEL RECORDS ARE STANDARD.
002620 01  BALHIST-REC.
002630     05  BS-KEY.
002640         10  BS-ACCTNO           PIC X(09).
002650         10  BS-PERIOD           PIC 9(06).
002660     05  BS-CURR-BAL             PIC S9(08)V99 COMP-3.
002670     05  BS-CRLIMIT              PIC 9(08)V99.
002680     05  BS-STAT                 PIC X(01).
002690     05  BS-SNAP-DATE            PIC S9(7) COMP-3.

002700 FD  RATECFG-FILE
002710     LABEL RECORDS ARE STANDARD.
002720 01  RATECFG-REC.
002730     05  IR-STAT                 PIC X(01).
002740     05  IR-ANNUAL-RATE          PIC 9(02)V99.

002750*-----------------------------------------------------------------
002760* COMPLAINT - THE COMPLAINTS REGISTER; THE KEY AND SUMMARY ARE
002770* ALL THE SHEET NEEDS
002780*-----------------------------------------------------------------
002790 FD  COMPLAINT-FILE
002800     LABEL RECORDS ARE STANDARD.
002810 01  COMPLAINT-REC.
002820     05  CP-KEY.
002830         10  CP-ACCTNO           PIC X(09).
002840         10  CP-SEQNO            PIC 9(04) COMP.
002850     05  CP-ACCT-SOURCE          PIC X(01).
002860     05  CP-BRANCH               PIC X(04).
002870     05  CP-CATEGORY             PIC X(02).
002880     05  CP-SUMMARY              PIC X(40).
002890     05  FILLER                  PIC X(84).

002900*-----------------------------------------------------------------
002910* INTADJ - ONE ROW PER CREDIT ADJUSTED, WRITTEN HERE ONLY
002920*-----------------------------------------------------------------
002930 FD  INTADJ-FILE
002940     LABEL RECORDS ARE STANDARD.
002950 01  INTADJ-REC.
002960     05  IA-KEY.
002970         10  IA-ACCTNO           PIC X(09).
002980         10  IA-CREDIT-DATE      PIC S9(7) COMP-3.
002990         10  IA-CREDIT-SEQNO     PIC 9(04) COMP.
003000     05  IA-CREDIT-AMOUNT        PIC 9(08)V99.
003010     05  IA-EFFECT-DATE          PIC S9(7) COMP-3.
003020     05  IA-EFFECT-SOURCE        PIC X(01).
003030     05  IA-PERIODS              PIC 9(03) COMP-3.
003040     05  IA-REFUND-AMOUNT        PIC 9(08)V99.
003050     05  IA-ADJ-DATE             PIC S9(7) COMP-3.
003060     05  IA-ADJ-SEQNO            PIC 9(04) COMP.
003070     05  IA-OPER-ID              PIC X(03).
003080     05  IA-CMP-SEQNO            PIC 9(04) COMP.
003090     05  IA-RUN-DATE             PIC S9(7) COMP-3.

003100*    THE PRDCLOSE ROW CARRIES A YYYYDDD DATE IN THE VALUE FIELD
003110 FD  ACCTCTL-FILE
003120     LABEL RECORDS ARE STANDARD.
003130 01  ACCTCTL-REC.
003140     05  CT-KEYNAME              PIC X(08).
003150     05  CT-NEXT-ACCTNO          PIC 9(08).

003160 FD  REPORT-FILE
003170     RECORDING MODE IS F
003180     LABEL RECORDS ARE STANDARD.
003190 01  REPORT-LINE                 PIC X(80).

003200*-----------------------------------------------------------------
003210* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
003220* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
003230*-----------------------------------------------------------------
003240 FD  JOURNAL-FILE
003250     RECORDING MODE IS F
003260     LABEL RECORDS ARE STANDARD.
003270 01  JR-REC.
003280     05  JR-JOBNAME              PIC X(08).
003290     05  JR-ROW-TYPE             PIC X(01).
003300     05  JR-DATE                 PIC 9(07).
003310     05  JR-TIME                 PIC 9(06).
003320     05  JR-READ-COUNT           PIC 9(07).
003330     05  JR-WRITTEN-COUNT        PIC 9(07).
003340     05  JR-REJECTED-COUNT       PIC 9(07).
003350     05  JR-STATUS               PIC X(01).
003360     05  FILLER                  PIC X(06).

003370 WORKING-STORAGE SECTION.
003380 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
003390 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

003400     COPY 'JOBGATE'.

003410*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
003420     COPY 'CHAINPRM'.

003430 77  WS-CASE-STATUS          PIC X(02) VALUE SPACES.
003440 77  WS-FUNCAUTH-STATUS      PIC X(02) VALUE SPACES.
003450 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
003460 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
003470 77  WS-TXNNARR-STATUS       PIC X(02) VALUE SPACES.
003480 77  WS-BACKVAL-STATUS       PIC X(02) VALUE SPACES.
003490 77  WS-BALHIST-STATUS       PIC X(02) VALUE SPACES.
003500 77  WS-RATECFG-STATUS       PIC X(02) VALUE SPACES.
003510 77  WS-COMPLAINT-STATUS     PIC X(02) VALUE SPACES.
003520 77  WS-INTADJ-STATUS        PIC X(02) VALUE SPACES.
003530 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
003540 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

003550 01  WS-SWITCHES.
003560     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
003570         88  WS-EOF-YES              VALUE 'Y'.
003580     05  WS-PERIODS-DONE-SW  PIC X(01) VALUE 'N'.
003590         88  WS-PERIODS-DONE         VALUE 'Y'.
003600*    WHERE THE EFFECTIVE DATE CAME FROM - 'C' CARD, 'B' BACKVAL
003610     05  WS-EFFECT-SOURCE    PIC X(01) VALUE SPACE.

003620 01  WS-COUNTERS.
003630     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
003640     05  WS-ADJUSTED-COUNT   PIC 9(07) COMP-3 VALUE 0.
003650     05  WS-NOTHING-COUNT    PIC 9(07) COMP-3 VALUE 0.
003660     05  WS-REFUSED-COUNT    PIC 9(07) COMP-3 VALUE 0.
003670     05  WS-PERIOD-COUNT     PIC 9(07) COMP-3 VALUE 0.
003680     05  WS-NOSNAP-COUNT     PIC 9(07) COMP-3 VALUE 0.

003690 77  WS-REFUND-TOTAL         PIC S9(12)V99 COMP-3 VALUE 0.

003700*-----------------------------------------------------------------
003710* THE RESERVED ACCTTXN SEQUENCES - DCI8BINT'S INTEREST ROW, READ
003720* FOR EACH MONTH END, AND THE ADJUSTMENT CREDIT THIS RUN POSTS,
003730* ONE PER ACCOUNT PER RUN DATE
003740*-----------------------------------------------------------------
003750 77  WS-INTEREST-SEQNO       PIC 9(04) COMP VALUE 8001.
003760 77  WS-ADJUST-SEQNO         PIC 9(04) COMP VALUE 8015.

003770*    YYYYDDD - TODAY, AND THE LAST DAY OF THE LATEST CLOSED
003780*    ACCOUNTING PERIOD (ACCTCTL 'PRDCLOSE', ZERO WHEN NONE)
003790 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
003800 77  WS-CLOSED-THRU          PIC 9(07) VALUE 0.
003810 77  WS-REFUSE-REASON        PIC X(58) VALUE SPACES.

003820*    THE CASE IN HAND - THE CREDIT AS POSTED AND THE DATE THE
003830*    MONEY REALLY ARRIVED, BOTH YYYYDDD
003840 77  WS-CREDIT-DATE          PIC S9(7) COMP-3 VALUE 0.
003850 77  WS-CREDIT-SEQNO         PIC 9(04) COMP VALUE 0.
003860 77  WS-CREDIT-AMOUNT        PIC 9(08)V99 COMP-3 VALUE 0.
003870 77  WS-EFFECT-DATE          PIC S9(7) COMP-3 VALUE 0.
003880 77  WS-CMP-SEQNO            PIC 9(04) COMP VALUE 0.
003890 77  WS-CASE-PERIODS         PIC 9(03) COMP-3 VALUE 0.
003900 77  WS-REFUND               PIC 9(08)V99 COMP-3 VALUE 0.

003910*    ONE MONTH'S RE-WORK
003920 77  WS-PERIOD-END           PIC S9(7) COMP-3 VALUE 0.
003930 77  WS-CHARGED              PIC 9(08)V99 COMP-3 VALUE 0.
003940 77  WS-INT-POSTED           PIC S9(7) COMP-3 VALUE 0.
003950 77  WS-BASIS                PIC S9(10)V99 COMP-3 VALUE 0.
003960 77  WS-CORRECTED            PIC S9(10)V99 COMP-3 VALUE 0.
003970 77  WS-REDUCTION            PIC S9(10)V99 COMP-3 VALUE 0.
003980 77  WS-DIFFERENCE           PIC 9(08)V99 COMP-3 VALUE 0.
003990 77  WS-RECALC               PIC 9(08)V99 COMP-3 VALUE 0.

004000*    THE MONTH BEING RE-WORKED AS YYYYMM, STEPPED ONE AT A TIME
004010 01  WS-MONTH.
004020     05  WS-MON-YYYY         PIC 9(04).
004030     05  WS-MON-MM           PIC 9(02).
004040 01  WS-MONTH-KEY REDEFINES WS-MONTH PIC 9(06).

004050*    A YYYYMMDD DATE FOR THE DATE SERVICE
004060 01  WS-GREG-DATE.
004070     05  WS-GREG-YYYY        PIC 9(04).
004080     05  WS-GREG-MM          PIC 9(02).
004090     05  WS-GREG-DD          PIC 9(02).
004100 01  WS-GREG-NUM REDEFINES WS-GREG-DATE PIC 9(08).

004110*-----------------------------------------------------------------
004120* DATES PRINT AS DD/MM/YYYY - 7200-FORMAT-DATE TURNS WS-FMT-JUL
004130* (YYYYDDD) INTO WS-FMT-DISP; ZERO PRINTS BLANK
004140*-----------------------------------------------------------------
004150 77  WS-FMT-JUL              PIC S9(7) COMP-3 VALUE 0.
004160 01  WS-FMT-GREG             PIC 9(08) VALUE 0.
004170 01  WS-FMT-PARTS REDEFINES WS-FMT-GREG.
004180     05  WS-FMT-YYYY         PIC X(04).
004190     05  WS-FMT-MM           PIC X(02).
004200     05  WS-FMT-DD           PIC X(02).
004210 01  WS-FMT-DISP             PIC X(10) VALUE SPACES.
004220 01  WS-FMT-DISP-PARTS REDEFINES WS-FMT-DISP.
004230     05  WS-FMT-D-DD         PIC X(02).
004240     05  WS-FMT-D-SL1        PIC X(01).
004250     05  WS-FMT-D-MM         PIC X(02).
004260     05  WS-FMT-D-SL2        PIC X(01).
004270     05  WS-FMT-D-YYYY       PIC X(04).

004280*    THE NARRATIVE REFERENCE - THE CREDIT THE ADJUSTMENT IS FOR
004290 01  WS-NARR-REF.
004300     05  FILLER              PIC X(03) VALUE 'BV '.
004310     05  NF-CREDIT-DATE      PIC 9(07).
004320     05  FILLER              PIC X(01) VALUE '/'.
004330     05  NF-CREDIT-SEQNO     PIC 9(04).
004340     05  FILLER              PIC X(01) VALUE SPACE.

004350* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
004360     COPY 'DATEPARM'.

004370 01  WS-REPORT-HEADING1.
004380     05  FILLER PIC X(80) VALUE
004390         'DCI8BBVI - BACK-VALUED PAYMENT INTEREST ADJUSTMENT'.

004400 01  WS-REPORT-HEADING2.
004410     05  FILLER              PIC X(10) VALUE 'RUN DATE '.
004420     05  HD-RUN-DATE         PIC X(10).
004430     05  FILLER              PIC X(60) VALUE SPACES.

004440 01  WS-RULE-LINE.
004450     05  FILLER              PIC X(80) VALUE ALL '-'.

004460 01  WS-KV-LINE.
004470     05  FILLER              PIC X(02) VALUE SPACES.
004480     05  KV-LABEL            PIC X(20).
004490     05  KV-VALUE            PIC X(58).

004500 01  WS-CREDIT-VALUE.
004510     05  CV-DATE             PIC X(10).
004520     05  FILLER              PIC X(05) VALUE ' SEQ '.
004530     05  CV-SEQNO            PIC 9(04).
004540     05  FILLER              PIC X(09) VALUE '  AMOUNT '.
004550     05  CV-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
004560     05  FILLER              PIC X(17) VALUE SPACES.

004570 01  WS-EFFECT-VALUE.
004580     05  EV-DATE             PIC X(10).
004590     05  FILLER              PIC X(01) VALUE SPACE.
004600     05  EV-SOURCE           PIC X(20).
004610     05  FILLER              PIC X(27) VALUE SPACES.

004620 01  WS-CMP-VALUE.
004630     05  MV-SEQNO            PIC 9(04).
004640     05  FILLER              PIC X(01) VALUE SPACE.
004650     05  MV-SUMMARY          PIC X(40).
004660     05  FILLER              PIC X(13) VALUE SPACES.

004670 01  WS-NAME-VALUE.
004680     05  NV-ACCTNO           PIC X(09).
004690     05  FILLER              PIC X(02) VALUE SPACES.
004700     05  NV-TITL             PIC X(04).
004710     05  FILLER              PIC X(01) VALUE SPACE.
004720     05  NV-FNAME            PIC X(15).
004730     05  FILLER              PIC X(01) VALUE SPACE.
004740     05  NV-SNAME            PIC X(15).
004750     05  FILLER              PIC X(11) VALUE SPACES.

004760 01  WS-RESULT-VALUE.
004770     05  RV-TEXT             PIC X(30).
004780     05  RV-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
004790     05  FILLER              PIC X(15) VALUE SPACES.

004800 01  WS-CALC-HEADING.
004810     05  FILLER PIC X(40) VALUE
004820         '  PERIOD  BALANCE CHRGD  CORRECTED BAL  '.
004830     05  FILLER PIC X(40) VALUE
004840         'RATE    CHARGED     RECALC DIFFERENCE'.

004850 01  WS-CALC-LINE.
004860     05  FILLER              PIC X(02) VALUE SPACES.
004870     05  CL-PERIOD           PIC 9(06).
004880     05  FILLER              PIC X(01) VALUE SPACE.
004890     05  CL-BASIS            PIC -ZZ,ZZZ,ZZ9.99.
004900     05  FILLER              PIC X(01) VALUE SPACE.
004910     05  CL-CORRECTED        PIC -ZZ,ZZZ,ZZ9.99.
004920     05  FILLER              PIC X(01) VALUE SPACE.
004930     05  CL-RATE             PIC Z9.99.
004940     05  FILLER              PIC X(01) VALUE SPACE.
004950     05  CL-CHARGED          PIC ZZZ,ZZ9.99.
004960     05  FILLER              PIC X(01) VALUE SPACE.
004970     05  CL-RECALC           PIC ZZZ,ZZ9.99.
004980     05  FILLER              PIC X(01) VALUE SPACE.
004990     05  CL-DIFFERENCE       PIC ZZZ,ZZ9.99.
005000     05  FILLER              PIC X(03) VALUE SPACES.

005010*    A MONTH THAT COULD NOT BE RE-WORKED, WITH THE REASON
005020 01  WS-NOTE-LINE.
005030     05  FILLER              PIC X(02) VALUE SPACES.
005040     05  NL-PERIOD           PIC 9(06).
005050     05  FILLER              PIC X(03) VALUE SPACES.
005060     05  NL-NOTE             PIC X(69).

005070 01  WS-TOTAL-LINE.
005080     05  FILLER              PIC X(40) VALUE
005090         '  TOTAL INTEREST TO GIVE BACK'.
005100     05  FILLER              PIC X(27) VALUE SPACES.
005110     05  TL-DIFFERENCE       PIC ZZZ,ZZ9.99.
005120     05  FILLER              PIC X(03) VALUE SPACES.

005130 PROCEDURE DIVISION.

005140 0000-MAINLINE.

005150     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

005160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

005170     PERFORM 2000-PROCESS-CASE THRU 2000-EXIT
005180         UNTIL WS-EOF-YES.

005190     PERFORM 9000-TERMINATE THRU 9000-EXIT.

005200     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

005210     GOBACK.

005220 1000-INITIALIZE.

005230     OPEN INPUT CASE-FILE.
005240     OPEN INPUT FUNCAUTH-FILE.
005250     OPEN I-O ACCTFILE.
005260     OPEN I-O ACCTTXN-FILE.
005270     OPEN I-O TXNNARR-FILE.
005280     OPEN INPUT BACKVAL-FILE.
005290     OPEN INPUT BALHIST-FILE.
005300     OPEN INPUT RATECFG-FILE.
005310     OPEN INPUT COMPLAINT-FILE.
005320     OPEN I-O INTADJ-FILE.
005330     OPEN OUTPUT REPORT-FILE.

005340     MOVE 'TOD' TO DP-FUNCTION.
005350     CALL 'DCI8BDAT' USING DATEPARM.
005360     MOVE DP-JULIAN TO WS-TODAY.

005370*    THE ADJUSTMENT IS DATED TODAY - IT MAY NOT LAND IN A
005380*    CLOSED ACCOUNTING PERIOD
005390     OPEN INPUT ACCTCTL-FILE.
005400     MOVE 'PRDCLOSE' TO CT-KEYNAME.
005410     READ ACCTCTL-FILE
005420         INVALID KEY
005430             CONTINUE
005440     END-READ.
005450     IF WS-ACCTCTL-STATUS = '00' THEN
005460         MOVE CT-NEXT-ACCTNO TO WS-CLOSED-THRU
005470     END-IF.
005480     CLOSE ACCTCTL-FILE.

005490     MOVE WS-TODAY TO WS-FMT-JUL.
005500     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
005510     MOVE WS-FMT-DISP TO HD-RUN-DATE.
005520     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
005530     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

005540     IF WS-CASE-STATUS NOT = '00' THEN
005550         DISPLAY 'DCI8BBVI - NO BVIIN FILE - NOTHING TO DO'
005560         MOVE 'Y' TO WS-EOF-SW
005570         GO TO 1000-EXIT
005580     END-IF.

005590     PERFORM 1100-READ-CASE THRU 1100-EXIT.

005600 1000-EXIT.
005610     EXIT.

005620 1100-READ-CASE.

005630     READ CASE-FILE
005640         AT END
005650             GO TO 1100-EOF
005660     END-READ.

005670     ADD 1 TO WS-READ-COUNT.
005680     GO TO 1100-EXIT.

005690 1100-EOF.
005700     MOVE 'Y' TO WS-EOF-SW.

005710 1100-EXIT.
005720     EXIT.

005730*-----------------------------------------------------------------
005740* 2000-PROCESS-CASE EDITS ONE CARD, THEN RE-WORKS THE MONTHS AND
005750* POSTS WHAT IS DUE - OR LISTS THE CASE REFUSED WITH ITS REASON
005760*-----------------------------------------------------------------
005770 2000-PROCESS-CASE.

005780     MOVE SPACES TO WS-REFUSE-REASON.
005790     WRITE REPORT-LINE FROM WS-RULE-LINE.

005800     PERFORM 2100-EDIT-CASE THRU 2100-EXIT.

005810     IF WS-REFUSE-REASON NOT = SPACES THEN
005820         PERFORM 2900-REFUSE-CASE THRU 2900-EXIT
005830     ELSE
005840         PERFORM 3000-RECALCULATE THRU 3000-EXIT
005850         PERFORM 4000-POST-ADJUSTMENT THRU 4000-EXIT
005860     END-IF.

005870     PERFORM 1100-READ-CASE THRU 1100-EXIT.

005880 2000-EXIT.
005890     EXIT.

005900*-----------------------------------------------------------------
005910* 2100-EDIT-CASE - THE FIRST FAILED CHECK SETS THE REASON AND
005920* ENDS THE EDIT
005930*-----------------------------------------------------------------
005940 2100-EDIT-CASE.

005950     MOVE 0 TO WS-CREDIT-DATE WS-CREDIT-SEQNO WS-CREDIT-AMOUNT.
005960     MOVE 0 TO WS-EFFECT-DATE WS-CMP-SEQNO.
005970     MOVE SPACE TO WS-EFFECT-SOURCE.

005980     IF BI-ACCTNO = SPACES OR
005990        BI-CREDIT-DATE-X IS NOT NUMERIC OR
006000        BI-CREDIT-SEQNO-X IS NOT NUMERIC THEN
006010         MOVE 'THE CARD MUST GIVE THE CREDIT''S ACCTTXN KEY'
006020             TO WS-REFUSE-REASON
006030         GO TO 2100-EXIT
006040     END-IF.

006050     MOVE BI-CREDIT-DATE TO WS-CREDIT-DATE.
006060     MOVE BI-CREDIT-SEQNO TO WS-CREDIT-SEQNO.

006070     IF BI-OPER-ID = SPACES THEN
006080         MOVE 'THE CARD MUST NAME THE OPERATOR'
006090             TO WS-REFUSE-REASON
006100         GO TO 2100-EXIT
006110     END-IF.

006120     IF BI-CMP-SEQNO-X NOT = SPACES THEN
006130         IF BI-CMP-SEQNO-X IS NOT NUMERIC THEN
006140             MOVE 'COMPLAINT SEQUENCE MUST BE NUMERIC'
006150                 TO WS-REFUSE-REASON
006160             GO TO 2100-EXIT
006170         END-IF
006180         MOVE BI-CMP-SEQNO TO WS-CMP-SEQNO
006190     END-IF.

006200     PERFORM 2200-CHECK-AUTHORITY THRU 2200-EXIT.
006210     IF WS-REFUSE-REASON NOT = SPACES THEN
006220         GO TO 2100-EXIT
006230     END-IF.

006240     MOVE BI-ACCTNO TO AF-ACCTNO.
006250     READ ACCTFILE
006260         INVALID KEY
006270             MOVE 'ACCOUNT NOT ON ACCTFILE' TO WS-REFUSE-REASON
006280             GO TO 2100-EXIT
006290     END-READ.

006300     MOVE BI-ACCTNO TO TX-ACCTNO.
006310     MOVE WS-CREDIT-DATE TO TX-DATE.
006320     MOVE WS-CREDIT-SEQNO TO TX-SEQNO.
006330     READ ACCTTXN-FILE
006340         INVALID KEY
006350             MOVE 'NO ACCTTXN ROW UNDER THAT KEY'
006360                 TO WS-REFUSE-REASON
006370             GO TO 2100-EXIT
006380     END-READ.

006390     IF NOT TX-TYPE-CREDIT THEN
006400         MOVE 'THE ACCTTXN ROW IS NOT A CREDIT'
006410             TO WS-REFUSE-REASON
006420         GO TO 2100-EXIT
006430     END-IF.

006440     MOVE TX-AMOUNT TO WS-CREDIT-AMOUNT.

006450     MOVE TX-KEY TO IA-KEY.
006460     READ INTADJ-FILE
006470         INVALID KEY
006480             CONTINUE
006490     END-READ.
006500     IF WS-INTADJ-STATUS = '00' THEN
006510         MOVE IA-RUN-DATE TO WS-FMT-JUL
006520         PERFORM 7200-FORMAT-DATE THRU 7200-EXIT
006530         STRING 'CREDIT ALREADY ADJUSTED ON ' DELIMITED BY SIZE
006540                WS-FMT-DISP DELIMITED BY SIZE
006550             INTO WS-REFUSE-REASON
006560         END-STRING
006570         GO TO 2100-EXIT
006580     END-IF.

006590     PERFORM 2300-EFFECTIVE-DATE THRU 2300-EXIT.
006600     IF WS-REFUSE-REASON NOT = SPACES THEN
006610         GO TO 2100-EXIT
006620     END-IF.

006630     IF WS-EFFECT-DATE NOT < WS-CREDIT-DATE THEN
006640         MOVE 'EFFECTIVE DATE IS NOT BEFORE THE CREDIT WAS POSTED'
006650             TO WS-REFUSE-REASON
006660         GO TO 2100-EXIT
006670     END-IF.

006680     IF WS-CMP-SEQNO > 0 THEN
006690         MOVE BI-ACCTNO TO CP-ACCTNO
006700         MOVE WS-CMP-SEQNO TO CP-SEQNO
006710         READ COMPLAINT-FILE
006720             INVALID KEY
006730                 MOVE 'COMPLAINT NOT ON FILE FOR THIS ACCOUNT'
006740                     TO WS-REFUSE-REASON
006750                 GO TO 2100-EXIT
006760         END-READ
006770     END-IF.

006780     IF WS-TODAY NOT > WS-CLOSED-THRU THEN
006790         MOVE 'TODAY IS IN A CLOSED ACCOUNTING PERIOD'
006800             TO WS-REFUSE-REASON
006810     END-IF.

006820 2100-EXIT.
006830     EXIT.

006840*-----------------------------------------------------------------
006850* 2200-CHECK-AUTHORITY - THE CARD'S OPERATOR NEEDS AN OPERATOR
006860* ROW GRANTING 'BACKVAL'; NO ROW MEANS NO
006870*-----------------------------------------------------------------
006880 2200-CHECK-AUTHORITY.

006890     MOVE BI-OPER-ID TO FA-SUBJECT.
006900     MOVE 'BACKVAL' TO FA-FUNCTION.
006910     READ FUNCAUTH-FILE
006920         INVALID KEY
006930             MOVE 'N' TO FA-ALLOW-FLAG
006940     END-READ.

006950     IF NOT FA-ALLOWED THEN
006960         MOVE 'OPERATOR HAS NO FUNCAUTH BACKVAL GRANT'
006970             TO WS-REFUSE-REASON
006980     END-IF.

006990 2200-EXIT.
007000     EXIT.

007010*-----------------------------------------------------------------
007020* 2300-EFFECTIVE-DATE - THE CARD'S YYYYMMDD THROUGH THE DATE
007030* SERVICE, OR WITH NONE ON THE CARD THE ORIGINAL DATE ON THE
007040* CREDIT'S BACKVAL ROW
007050*-----------------------------------------------------------------
007060 2300-EFFECTIVE-DATE.

007070     IF BI-EFFECT-DATE-X = SPACES OR
007080        BI-EFFECT-DATE-X = ZEROS THEN
007090         GO TO 2300-FROM-BACKVAL
007100     END-IF.

007110     IF BI-EFFECT-DATE-X IS NOT NUMERIC THEN
007120         MOVE 'EFFECTIVE DATE MUST BE YYYYMMDD'
007130             TO WS-REFUSE-REASON
007140         GO TO 2300-EXIT
007150     END-IF.

007160     MOVE 'G2J' TO DP-FUNCTION.
007170     MOVE BI-EFFECT-DATE TO DP-GREGORIAN.
007180     CALL 'DCI8BDAT' USING DATEPARM.
007190     IF NOT DP-RC-GOOD THEN
007200         MOVE 'EFFECTIVE DATE IS NOT A REAL DATE'
007210             TO WS-REFUSE-REASON
007220         GO TO 2300-EXIT
007230     END-IF.

007240     MOVE DP-JULIAN TO WS-EFFECT-DATE.
007250     MOVE 'C' TO WS-EFFECT-SOURCE.
007260     GO TO 2300-EXIT.

007270 2300-FROM-BACKVAL.

007280     MOVE TX-KEY TO BV-KEY.
007290     READ BACKVAL-FILE
007300         INVALID KEY
007310             MOVE 'NO EFFECTIVE DATE ON THE CARD OR ON BACKVAL'
007320                 TO WS-REFUSE-REASON
007330             GO TO 2300-EXIT
007340     END-READ.

007350     MOVE BV-ORIG-DATE TO WS-EFFECT-DATE.
007360     MOVE 'B' TO WS-EFFECT-SOURCE.

007370 2300-EXIT.
007380     EXIT.

007390*-----------------------------------------------------------------
007400* 2900-REFUSE-CASE - THE CARD AS GIVEN AND WHY IT WAS REFUSED
007410*-----------------------------------------------------------------
007420 2900-REFUSE-CASE.

007430     MOVE 'ACCOUNT' TO KV-LABEL.
007440     MOVE BI-ACCTNO TO KV-VALUE.
007450     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

007460     MOVE 'CREDIT KEY ON CARD' TO KV-LABEL.
007470     STRING BI-CREDIT-DATE-X DELIMITED BY SIZE
007480            ' SEQ ' DELIMITED BY SIZE
007490            BI-CREDIT-SEQNO-X DELIMITED BY SIZE
007500         INTO KV-VALUE
007510     END-STRING.
007520     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

007530     MOVE 'REFUSED' TO KV-LABEL.
007540     MOVE WS-REFUSE-REASON TO KV-VALUE.
007550     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

007560     ADD 1 TO WS-REFUSED-COUNT.

007570 2900-EXIT.
007580     EXIT.

007590*-----------------------------------------------------------------
007600* 3000-RECALCULATE PRINTS THE CASE HEADING, THEN RE-WORKS EVERY
007610* MONTH END FROM THE EFFECTIVE DATE'S MONTH UNTIL ONE FALLS ON
007620* OR AFTER THE DAY THE CREDIT WAS POSTED
007630*-----------------------------------------------------------------
007640 3000-RECALCULATE.

007650     PERFORM 3100-PRINT-CASE-HEAD THRU 3100-EXIT.

007660     MOVE 0 TO WS-REFUND.
007670     MOVE 0 TO WS-CASE-PERIODS.
007680     MOVE 'N' TO WS-PERIODS-DONE-SW.

007690     MOVE 'J2G' TO DP-FUNCTION.
007700     MOVE WS-EFFECT-DATE TO DP-JULIAN.
007710     CALL 'DCI8BDAT' USING DATEPARM.
007720     IF NOT DP-RC-GOOD THEN
007730         GO TO 3000-TOTAL
007740     END-IF.

007750     MOVE DP-GREGORIAN TO WS-GREG-NUM.
007760     MOVE WS-GREG-YYYY TO WS-MON-YYYY.
007770     MOVE WS-GREG-MM TO WS-MON-MM.

007780     PERFORM 3200-ONE-PERIOD THRU 3200-EXIT
007790         UNTIL WS-PERIODS-DONE.

007800 3000-TOTAL.

007810     MOVE WS-REFUND TO TL-DIFFERENCE.
007820     WRITE REPORT-LINE FROM WS-TOTAL-LINE.

007830 3000-EXIT.
007840     EXIT.

007850 3100-PRINT-CASE-HEAD.

007860     MOVE 'ACCOUNT' TO KV-LABEL.
007870     MOVE AF-ACCTNO TO NV-ACCTNO.
007880     MOVE AF-TITL TO NV-TITL.
007890     MOVE AF-FNAME TO NV-FNAME.
007900     MOVE AF-SNAME TO NV-SNAME.
007910     MOVE WS-NAME-VALUE TO KV-VALUE.
007920     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

007930     MOVE 'CREDIT POSTED' TO KV-LABEL.
007940     MOVE WS-CREDIT-DATE TO WS-FMT-JUL.
007950     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
007960     MOVE WS-FMT-DISP TO CV-DATE.
007970     MOVE WS-CREDIT-SEQNO TO CV-SEQNO.
007980     MOVE WS-CREDIT-AMOUNT TO CV-AMOUNT.
007990     MOVE WS-CREDIT-VALUE TO KV-VALUE.
008000     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

008010     MOVE 'MONEY RECEIVED' TO KV-LABEL.
008020     MOVE WS-EFFECT-DATE TO WS-FMT-JUL.
008030     PERFORM 7200-FORMAT-DATE THRU 7200-EXIT.
008040     MOVE WS-FMT-DISP TO EV-DATE.
008050     IF WS-EFFECT-SOURCE = 'B' THEN
008060         MOVE '(FROM BACKVAL)' TO EV-SOURCE
008070     ELSE
008080         MOVE '(FROM REQUEST CARD)' TO EV-SOURCE
008090     END-IF.
008100     MOVE WS-EFFECT-VALUE TO KV-VALUE.
008110     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

008120     IF WS-CMP-SEQNO > 0 THEN
008130         MOVE 'COMPLAINT' TO KV-LABEL
008140         MOVE WS-CMP-SEQNO TO MV-SEQNO
008150         MOVE CP-SUMMARY TO MV-SUMMARY
008160         MOVE WS-CMP-VALUE TO KV-VALUE
008170         PERFORM 7100-PRINT-KV THRU 7100-EXIT
008180     END-IF.

008190     MOVE 'REQUESTED BY' TO KV-LABEL.
008200     MOVE BI-OPER-ID TO KV-VALUE.
008210     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

008220     MOVE SPACES TO REPORT-LINE.
008230     WRITE REPORT-LINE.
008240     WRITE REPORT-LINE FROM WS-CALC-HEADING.

008250 3100-EXIT.
008260     EXIT.

008270*-----------------------------------------------------------------
008280* 3200-ONE-PERIOD - THE MONTH IN HAND'S LAST DAY; WHEN IT IS
008290* STILL BEFORE THE POSTING THE MONTH IS RE-WORKED, THEN STEP ON
008300*-----------------------------------------------------------------
008310 3200-ONE-PERIOD.

008320     PERFORM 3210-PERIOD-END THRU 3210-EXIT.
008330     IF WS-PERIODS-DONE THEN
008340         GO TO 3200-EXIT
008350     END-IF.

008360     IF WS-PERIOD-END NOT < WS-CREDIT-DATE THEN
008370         MOVE 'Y' TO WS-PERIODS-DONE-SW
008380         GO TO 3200-EXIT
008390     END-IF.

008400     ADD 1 TO WS-CASE-PERIODS.
008410     ADD 1 TO WS-PERIOD-COUNT.
008420     PERFORM 3300-REWORK-PERIOD THRU 3300-EXIT.

008430     IF WS-MON-MM = 12 THEN
008440         ADD 1 TO WS-MON-YYYY
008450         MOVE 1 TO WS-MON-MM
008460     ELSE
008470         ADD 1 TO WS-MON-MM
008480     END-IF.

008490 3200-EXIT.
008500     EXIT.

008510*    THE FIRST OF THE NEXT MONTH THROUGH G2J, ONE DAY BACK - THE
008520*    DATE DCI8BINT KEYS THE MONTH'S INTEREST ROW ON
008530 3210-PERIOD-END.

008540     MOVE WS-MON-YYYY TO WS-GREG-YYYY.
008550     MOVE WS-MON-MM TO WS-GREG-MM.
008560     MOVE 1 TO WS-GREG-DD.
008570     IF WS-GREG-MM = 12 THEN
008580         ADD 1 TO WS-GREG-YYYY
008590         MOVE 1 TO WS-GREG-MM
008600     ELSE
008610         ADD 1 TO WS-GREG-MM
008620     END-IF.

008630     MOVE 'G2J' TO DP-FUNCTION.
008640     MOVE WS-GREG-NUM TO DP-GREGORIAN.
008650     CALL 'DCI8BDAT' USING DATEPARM.

008660     IF DP-RC-GOOD THEN
008670         MOVE 'SUB' TO DP-FUNCTION
008680         MOVE 1 TO DP-DAYS
008690         CALL 'DCI8BDAT' USING DATEPARM
008700     END-IF.

008710     IF DP-RC-GOOD THEN
008720         MOVE DP-JULIAN TO WS-PERIOD-END
008730     ELSE
008740         MOVE 'Y' TO WS-PERIODS-DONE-SW
008750     END-IF.

008760 3210-EXIT.
008770     EXIT.

008780*-----------------------------------------------------------------
008790* 3300-REWORK-PERIOD - WHAT WAS CHARGED FOR THE MONTH, ON WHAT
008800* BALANCE, AND WHAT IT WOULD HAVE BEEN WITH THE CREDIT IN TIME
008810*-----------------------------------------------------------------
008820 3300-REWORK-PERIOD.

008830     MOVE WS-MONTH-KEY TO NL-PERIOD.

008840     MOVE AF-ACCTNO TO TX-ACCTNO.
008850     MOVE WS-PERIOD-END TO TX-DATE.
008860     MOVE WS-INTEREST-SEQNO TO TX-SEQNO.
008870     READ ACCTTXN-FILE
008880         INVALID KEY
008890             MOVE 'NO INTEREST CHARGED FOR THE MONTH' TO NL-NOTE
008900             WRITE REPORT-LINE FROM WS-NOTE-LINE
008910             GO TO 3300-EXIT
008920     END-READ.

008930     MOVE TX-AMOUNT TO WS-CHARGED.
008940     MOVE TX-POST-DATE TO WS-INT-POSTED.

008950     MOVE AF-ACCTNO TO BS-ACCTNO.
008960     MOVE WS-MONTH-KEY TO BS-PERIOD.
008970     READ BALHIST-FILE
008980         INVALID KEY
008990             MOVE 'NO BALHIST SNAPSHOT - NOT RE-WORKED' TO NL-NOTE
009000             WRITE REPORT-LINE FROM WS-NOTE-LINE
009010             ADD 1 TO WS-NOSNAP-COUNT
009020             GO TO 3300-EXIT
009030     END-READ.

009040     MOVE BS-STAT TO IR-STAT.
009050     READ RATECFG-FILE
009060         INVALID KEY
009070             MOVE 'NO RATECFG RATE FOR THE STATUS - NOT RE-WORKED'
009080                 TO NL-NOTE
009090             WRITE REPORT-LINE FROM WS-NOTE-LINE
009100             ADD 1 TO WS-NOSNAP-COUNT
009110             GO TO 3300-EXIT
009120     END-READ.

009130*    THE BALANCE THE INTEREST WAS CHARGED ON - A SNAPSHOT TAKEN
009140*    ON OR AFTER THE ACCRUAL ALREADY HOLDS THE INTEREST ITSELF
009150     MOVE BS-CURR-BAL TO WS-BASIS.
009160     IF BS-SNAP-DATE NOT < WS-INT-POSTED THEN
009170         SUBTRACT WS-CHARGED FROM WS-BASIS
009180     END-IF.

009190     COMPUTE WS-CORRECTED =
009200         WS-BASIS - WS-CREDIT-AMOUNT - WS-REFUND.
009210     IF WS-CORRECTED < 0 THEN
009220         MOVE 0 TO WS-CORRECTED
009230     END-IF.

009240     MOVE 0 TO WS-REDUCTION.
009250     IF WS-BASIS > WS-CORRECTED THEN
009260         COMPUTE WS-REDUCTION = WS-BASIS - WS-CORRECTED
009270     END-IF.

009280     COMPUTE WS-DIFFERENCE ROUNDED =
009290         WS-REDUCTION * IR-ANNUAL-RATE / 1200
009300         ON SIZE ERROR
009310             MOVE WS-CHARGED TO WS-DIFFERENCE
009320     END-COMPUTE.
009330     IF WS-DIFFERENCE > WS-CHARGED THEN
009340         MOVE WS-CHARGED TO WS-DIFFERENCE
009350     END-IF.
009360     COMPUTE WS-RECALC = WS-CHARGED - WS-DIFFERENCE.

009370     ADD WS-DIFFERENCE TO WS-REFUND.

009380     MOVE WS-MONTH-KEY TO CL-PERIOD.
009390     MOVE WS-BASIS TO CL-BASIS.
009400     MOVE WS-CORRECTED TO CL-CORRECTED.
009410     MOVE IR-ANNUAL-RATE TO CL-RATE.
009420     MOVE WS-CHARGED TO CL-CHARGED.
009430     MOVE WS-RECALC TO CL-RECALC.
009440     MOVE WS-DIFFERENCE TO CL-DIFFERENCE.
009450     WRITE REPORT-LINE FROM WS-CALC-LINE.

009460 3300-EXIT.
009470     EXIT.

009480*-----------------------------------------------------------------
009490* 4000-POST-ADJUSTMENT CREDITS THE TOTAL ON THE RESERVED
009500* SEQUENCE, TAKES IT OFF CURR-BAL, AND FILES THE CASE ON INTADJ.
009510* A DUPLICATE ACCTTXN KEY MEANS ANOTHER CREDIT ON THE SAME
009520* ACCOUNT WAS ADJUSTED TODAY - NOTHING IS FILED, SO THE CARD
009530* CAN GO AGAIN TOMORROW
009540*-----------------------------------------------------------------
009550 4000-POST-ADJUSTMENT.

009560     MOVE 0 TO IA-ADJ-DATE.
009570     MOVE 0 TO IA-ADJ-SEQNO.

009580     IF WS-REFUND = 0 THEN
009590         MOVE 'NOTHING TO GIVE BACK' TO RV-TEXT
009600         MOVE 0 TO RV-AMOUNT
009610         ADD 1 TO WS-NOTHING-COUNT
009620         GO TO 4000-FILE-CASE
009630     END-IF.

009640     MOVE AF-ACCTNO           TO TX-ACCTNO.
009650     MOVE WS-TODAY            TO TX-DATE.
009660     MOVE WS-ADJUST-SEQNO     TO TX-SEQNO.
009670     MOVE 'C'                 TO TX-TYPE.
009680     MOVE WS-REFUND           TO TX-AMOUNT.
009690     MOVE WS-TODAY            TO TX-POST-DATE.
009700     MOVE 'DCI8BBVI'          TO TX-POST-JOB.
009710     MOVE 'B'                 TO TX-SOURCE.

009720     WRITE ACCTTXN-REC
009730         INVALID KEY
009740             MOVE 'ALREADY ADJUSTED TODAY - RUN AGAIN TOMORROW'
009750                 TO WS-REFUSE-REASON
009760             MOVE 'NOT POSTED' TO KV-LABEL
009770             MOVE WS-REFUSE-REASON TO KV-VALUE
009780             PERFORM 7100-PRINT-KV THRU 7100-EXIT
009790             ADD 1 TO WS-REFUSED-COUNT
009800             GO TO 4000-EXIT
009810         NOT INVALID KEY
009820             PERFORM 8600-SEAL-TXN-ROW THRU 8600-EXIT
009830     END-WRITE.

009840     SUBTRACT WS-REFUND FROM AF-CURR-BAL.
009850     REWRITE ACCTFILE-REC
009860         INVALID KEY
009870             DISPLAY 'DCI8BBVI - ACCTFILE REWRITE FAILED '
009880                 AF-ACCTNO
009890     END-REWRITE.

009900     PERFORM 4100-WRITE-NARRATIVE THRU 4100-EXIT.

009910     MOVE WS-TODAY TO IA-ADJ-DATE.
009920     MOVE WS-ADJUST-SEQNO TO IA-ADJ-SEQNO.
009930     MOVE 'CREDITED TO THE ACCOUNT' TO RV-TEXT.
009940     MOVE WS-REFUND TO RV-AMOUNT.
009950     ADD WS-REFUND TO WS-REFUND-TOTAL.
009960     ADD 1 TO WS-ADJUSTED-COUNT.

009970 4000-FILE-CASE.

009980     MOVE AF-ACCTNO           TO IA-ACCTNO.
009990     MOVE WS-CREDIT-DATE      TO IA-CREDIT-DATE.
010000     MOVE WS-CREDIT-SEQNO     TO IA-CREDIT-SEQNO.
010010     MOVE WS-CREDIT-AMOUNT    TO IA-CREDIT-AMOUNT.
010020     MOVE WS-EFFECT-DATE      TO IA-EFFECT-DATE.
010030     MOVE WS-EFFECT-SOURCE    TO IA-EFFECT-SOURCE.
010040     MOVE WS-CASE-PERIODS     TO IA-PERIODS.
010050     MOVE WS-REFUND           TO IA-REFUND-AMOUNT.
010060     MOVE BI-OPER-ID          TO IA-OPER-ID.
010070     MOVE WS-CMP-SEQNO        TO IA-CMP-SEQNO.
010080     MOVE WS-TODAY            TO IA-RUN-DATE.

010090     WRITE INTADJ-REC
010100         INVALID KEY
010110             DISPLAY 'DCI8BBVI - INTADJ ROW ALREADY ON FILE '
010120                 AF-ACCTNO
010130     END-WRITE.

010140     MOVE 'RESULT' TO KV-LABEL.
010150     MOVE WS-RESULT-VALUE TO KV-VALUE.
010160     PERFORM 7100-PRINT-KV THRU 7100-EXIT.

010170 4000-EXIT.
010180     EXIT.

010190*-----------------------------------------------------------------
010200* 4100-WRITE-NARRATIVE - THE STATEMENT LINE SAYS WHAT THE CREDIT
010210* IS AND WHICH PAYMENT IT IS FOR
010220*-----------------------------------------------------------------
010230 4100-WRITE-NARRATIVE.

010240     MOVE TX-KEY TO NR-KEY.
010250     MOVE 'INTEREST ADJUSTMENT' TO NR-MERCHANT.
010260     MOVE SPACES TO NR-CATEGORY.
010270     MOVE WS-CREDIT-DATE TO NF-CREDIT-DATE.
010280     MOVE WS-CREDIT-SEQNO TO NF-CREDIT-SEQNO.
010290     MOVE WS-NARR-REF TO NR-ORIG-REF.

010300     WRITE TXNNARR-REC
010310         INVALID KEY
010320             GO TO 4100-EXIT
010330     END-WRITE.

010340 4100-EXIT.
010350     EXIT.

010360 7100-PRINT-KV.

010370     WRITE REPORT-LINE FROM WS-KV-LINE.
010380     MOVE SPACES TO KV-LABEL KV-VALUE.

010390 7100-EXIT.
010400     EXIT.

010410 7200-FORMAT-DATE.

010420     MOVE SPACES TO WS-FMT-DISP.
010430     IF WS-FMT-JUL NOT > 0 THEN
010440         GO TO 7200-EXIT
010450     END-IF.

010460     MOVE 'J2G' TO DP-FUNCTION.
010470     MOVE WS-FMT-JUL TO DP-JULIAN.
010480     CALL 'DCI8BDAT' USING DATEPARM.
010490     IF NOT DP-RC-GOOD THEN
010500         GO TO 7200-EXIT
010510     END-IF.

010520     MOVE DP-GREGORIAN TO WS-FMT-GREG.
010530     MOVE WS-FMT-DD TO WS-FMT-D-DD.
010540     MOVE '/' TO WS-FMT-D-SL1.
010550     MOVE WS-FMT-MM TO WS-FMT-D-MM.
010560     MOVE '/' TO WS-FMT-D-SL2.
010570     MOVE WS-FMT-YYYY TO WS-FMT-D-YYYY.

010580 7200-EXIT.
010590     EXIT.

010600 9000-TERMINATE.

010610     DISPLAY 'DCI8BBVI - BACK-VALUE INTEREST - RUN SUMMARY'.
010620     DISPLAY 'CASES READ       : ' WS-READ-COUNT.
010630     DISPLAY 'CREDITED         : ' WS-ADJUSTED-COUNT.
010640     DISPLAY 'NOTHING DUE      : ' WS-NOTHING-COUNT.
010650     DISPLAY 'REFUSED          : ' WS-REFUSED-COUNT.
010660     DISPLAY 'MONTHS RE-WORKED : ' WS-PERIOD-COUNT.
010670     DISPLAY 'MONTHS NOT WORKED: ' WS-NOSNAP-COUNT.
010680     DISPLAY 'TOTAL CREDITED   : ' WS-REFUND-TOTAL.

010690     CLOSE CASE-FILE.
010700     CLOSE FUNCAUTH-FILE.
010710     CLOSE ACCTFILE.
010720     CLOSE ACCTTXN-FILE.
010730     CLOSE TXNNARR-FILE.
010740     CLOSE BACKVAL-FILE.
010750     CLOSE BALHIST-FILE.
010760     CLOSE RATECFG-FILE.
010770     CLOSE COMPLAINT-FILE.
010780     CLOSE INTADJ-FILE.
010790     CLOSE REPORT-FILE.

010800 9000-EXIT.
010810     EXIT.

010820*-----------------------------------------------------------------
010830* 8600 - THE ACCTTXN ROW JUST WRITTEN JOINS ITS ACCOUNT'S
010840* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
010850* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
010860* AND THE ROW IS REWRITTEN WITH THEM
010870*-----------------------------------------------------------------
010880 8600-SEAL-TXN-ROW.

010890     MOVE 'S' TO CP-FUNCTION.
010900     MOVE 'T' TO CP-FILE.
010910     MOVE 'DCI8BBVI' TO CP-JOBNAME.
010920     MOVE ACCTTXN-REC TO CP-ROW.
010930     CALL 'DCI8BHCN' USING CHAINPRM.

010940     MOVE CP-CHAIN-NO TO TX-CHAIN-NO.
010950     MOVE CP-PREV-HASH TO TX-CHAIN-PREV.
010960     MOVE CP-HASH TO TX-CHAIN-HASH.
010970     REWRITE ACCTTXN-REC.

010980 8600-EXIT.
010990     EXIT.

011000*-----------------------------------------------------------------
011010* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
011020* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
011030* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
011040*-----------------------------------------------------------------
011050 8100-WRITE-JRNL-START.

011060*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
011070*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
011080     MOVE 'DCI8BBVI' TO JG-JOBNAME.
011090     CALL 'DCI8BJGT' USING JOBGATE.
011100     IF JG-RC-BLOCKED THEN
011110         MOVE JG-BLOCKED-RC TO RETURN-CODE
011120         STOP RUN
011130     END-IF.

011140     MOVE 'DCI8BBVI' TO JR-JOBNAME.
011150     MOVE 'S' TO JR-ROW-TYPE.
011160     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
011170         JR-REJECTED-COUNT.
011180     MOVE SPACE TO JR-STATUS.
011190     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

011200 8100-EXIT.
011210     EXIT.

011220 8200-WRITE-JRNL-END.

011230     MOVE 'DCI8BBVI' TO JR-JOBNAME.
011240     MOVE 'E' TO JR-ROW-TYPE.
011250     MOVE WS-READ-COUNT TO JR-READ-COUNT.
011260     COMPUTE JR-WRITTEN-COUNT =
011270         WS-ADJUSTED-COUNT + WS-NOTHING-COUNT.
011280     MOVE WS-REFUSED-COUNT TO JR-REJECTED-COUNT.
011290     MOVE 'G' TO JR-STATUS.
011300     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

011310 8200-EXIT.
011320     EXIT.

011330 8300-STAMP-AND-WRITE.

011340     ACCEPT JR-DATE FROM DAY YYYYDDD.
011350     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
011360     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

011370     OPEN EXTEND JOURNAL-FILE.
011380     WRITE JR-REC.
011390     CLOSE JOURNAL-FILE.

011400 8300-EXIT.
011410     EXIT.

011420 END PROGRAM DCI8BBVI.
