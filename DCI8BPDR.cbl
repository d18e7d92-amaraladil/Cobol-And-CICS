000010*****************************************************************
000020* DCI8BPDR - MONTHLY PERSISTENT DEBT REVIEW
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BPDR.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 29-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-29 AA   INITIAL VERSION - MEASURES EVERY ACCOUNT OVER
000160*                 THE ROLLING 18 MONTHS AND WORKS THE PERSISTENT
000170*                 DEBT CYCLE ON THE PERSDEBT FILE
000180* 2026-10-04 AA   BACK-VALUE INTEREST ADJUSTMENTS (8015) COME
000190*                 OFF THE CHARGES LIKE THE OTHER REFUNDS
000200* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000210*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000220*                 STOPS WITH RETURN CODE 12 WHEN A
000230*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000240* 2026-10-08 AA   EVERY NEW ACCTHIST ROW IS SEALED INTO ITS
000250*                 ACCOUNT'S HASH CHAIN THROUGH DCI8BHCN
000260* 2026-10-15 AA   EVERY STAGE LETTER SENT OR HELD FOR A GONE-
000270*                 AWAY ADDRESS IS RECORDED ON THE CORRESPONDENCE
000280*                 LOG (CORRLOG, THROUGH DCI8BCLG)
000290* 2026-10-15 AA   EACH POSTED LETTER OPENS WITH A PRTDOC
000300*                 DOCUMENT-START ROW ON PDRLTTR FOR THE
000310*                 DCI8BPSC PRINT STREAM RUN
000320*-----------------------------------------------------------------
000330*****************************************************************
000340* RUN EARLY IN THE MONTH, AFTER DCI8BSNP HAS TAKEN THE MONTH-END
000350* SNAPSHOT. THE MONTH MEASURED IS THE YYYYMM ON THE PDRPARM CARD;
000360* WITH NO CARD, OR A BLANK ONE, IT IS LAST MONTH. THE WINDOW IS
000370* THE 18 MONTHS TO THAT MONTH END: THE BALHIST SNAPSHOT AT THE
000380* MONTH END BEFORE IT MUST BE ON FILE (AN ACCOUNT WITHOUT ONE
000390* HAS NOT BEEN ON THE BOOK LONG ENOUGH TO MEASURE), AND THE
000400* ACCTTXN ROWS DATED INSIDE IT ARE TOTALLED -
000410*   CHARGES  - 'I' AND 'F' ROWS, LESS FEE REVERSALS AND REFUNDS
000420*              (RESERVED CREDITS 8003, 8010, 8012, 8015)
000430*   PAYMENTS - CREDITS FROM THE FEED AND THE ONLINE SCREENS, LESS
000440*              MONEY SENT BACK (RESERVED DEBITS 8005, 8006, 8013).
000450*              OTHER RESERVED CREDITS (CHARGE-OFF CLEARING,
000460*              DISPUTE CREDIT, REDRESS) ARE NOT REPAYMENTS
000470*   PRINCIPAL REPAID = PAYMENTS LESS CHARGES
000480* THE ACCOUNT IS IN PERSISTENT DEBT WHEN IT WAS CHARGED SOMETHING
000490* AND THE CHARGES EXCEED THE PRINCIPAL REPAID. THE CYCLE, KEPT
000500* ONE ROW PER ACCOUNT ON PERSDEBT -
000510*   18 MONTHS - FIRST FOUND: THE FIRST LETTER GOES ('1')
000520*   27 MONTHS - NINE MONTHS ON, STILL IN IT: THE SECOND LETTER
000530*               ('2'); OUT OF IT, THE CYCLE ENDS ('X')
000540*   36 MONTHS - EIGHTEEN MONTHS ON, STILL IN IT: A REPAYMENT
000550*               PLAN IS PROPOSED ('3') - THE BALANCE OVER THE
000560*               ACCTCTL 'PDPLANMO' MONTHS (DEFAULT 48), TO BE
000570*               TAKEN UP WITHIN THE 'PDRESPDY' DAYS (DEFAULT 30)
000580* A PROPOSED PLAN IS TAKEN UP WHEN AN ARRANGEMENT STARTING ON OR
000590* AFTER THE PROPOSAL IS AGREED ON DCI8DPGI ('A'). NO ARRANGEMENT
000600* BY THE RESPOND-BY DAY FREEZES THE ACCOUNT (STAT 'X' WITH AN
000610* 'S' ACCTHIST ROW, THE DCI8BFRZ WAY) AND THE CYCLE ENDS 'S' -
000620* EXCEPT WHERE A VULNERABLE CUSTOMER MARKER IS ACTIVE, WHEN THE
000630* SUSPENSION IS HELD AND LISTED FOR A SPECIALIST TO DECIDE. A
000640* CYCLE ALSO ENDS ('X') WHEN NOTHING IS LEFT OWING, FOR A
000650* DECEASED ESTATE OR ON AN ACTIVE INSOLVENCY CASE; THOSE ARE NOT
000660* MEASURED AT ALL. LETTERS ARE ROUTED THE DCI8BSQL WAY - EMAIL
000670* TO PDREOUT FOR A CONTACT-PREF 'E' CUSTOMER WITH AN ADDRESS ON
000680* FILE, POST TO PDRLTTR OTHERWISE, HELD FOR A GONE-AWAY ADDRESS
000690* (THE CYCLE STILL MOVES ON). THE MONTH MEASURED IS KEPT ON THE
000700* ROW, SO A RERUN FOR THE SAME MONTH SENDS NOTHING TWICE; THE
000710* RESPOND-BY CHECK IS REPEATED ON EVERY RUN
000720*****************************************************************

000730 ENVIRONMENT DIVISION.
000740 CONFIGURATION SECTION.
000750 SOURCE-COMPUTER. IBM-370.
000760 OBJECT-COMPUTER. IBM-370.

000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.

000790     SELECT PARM-FILE ASSIGN TO PDRPARM
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-PARM-STATUS.

000820     SELECT ACCTCTL-FILE ASSIGN TO ACCTCTL
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS CT-KEYNAME
000860         FILE STATUS IS WS-ACCTCTL-STATUS.

000870     SELECT ACCTFILE ASSIGN TO ACCTFILE
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS SEQUENTIAL
000900         RECORD KEY IS AF-ACCTKEY
000910         FILE STATUS IS WS-ACCTFILE-STATUS.

000920     SELECT BALHIST-FILE ASSIGN TO BALHIST
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS BS-KEY
000960         FILE STATUS IS WS-BALHIST-STATUS.

000970     SELECT ACCTTXN-FILE ASSIGN TO ACCTTXN
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS TX-KEY
001010         FILE STATUS IS WS-ACCTTXN-STATUS.

001020     SELECT ARRANGE-FILE ASSIGN TO ARRANGE
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS RANDOM
001050         RECORD KEY IS AR-ACCTNO
001060         FILE STATUS IS WS-ARRANGE-STATUS.

001070     SELECT VULNMARK-FILE ASSIGN TO VULNMARK
001080         ORGANIZATION IS INDEXED
001090         ACCESS MODE IS DYNAMIC
001100         RECORD KEY IS VM-KEY
001110         FILE STATUS IS WS-VULNMARK-STATUS.

001120     SELECT INSOLV-FILE ASSIGN TO INSOLV
001130         ORGANIZATION IS INDEXED
001140         ACCESS MODE IS RANDOM
001150         RECORD KEY IS IV-ACCTNO
001160         FILE STATUS IS WS-INSOLV-STATUS.

001170     SELECT PERSDEBT-FILE ASSIGN TO PERSDEBT
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS RANDOM
001200         RECORD KEY IS PD-ACCTNO
001210         FILE STATUS IS WS-PERSDEBT-STATUS.

001220     SELECT ACCTHIST-FILE ASSIGN TO ACCTHIST
001230         ORGANIZATION IS INDEXED
001240         ACCESS MODE IS RANDOM
001250         RECORD KEY IS AH-KEY
001260         FILE STATUS IS WS-ACCTHIST-STATUS.

001270     SELECT LETTER-FILE ASSIGN TO PDRLTTR
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS WS-LETTER-STATUS.

001300     SELECT EMAIL-FILE ASSIGN TO PDREOUT
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS WS-EMAIL-STATUS.

001330     SELECT REPORT-FILE ASSIGN TO PDRRPT
001340         ORGANIZATION IS SEQUENTIAL
001350         FILE STATUS IS WS-REPORT-STATUS.

001360     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
001370         ORGANIZATION IS SEQUENTIAL
001380         FILE STATUS IS WS-JOURNAL-STATUS.

001390 DATA DIVISION.
001400 FILE SECTION.

001410*-----------------------------------------------------------------
001420* PDRPARM - ONE CARD, THE YYYYMM MONTH TO MEASURE TO. NO CARD OR
001430* A BLANK ONE MEANS LAST MONTH
001440*-----------------------------------------------------------------
001450 FD  PARM-FILE
001460     RECORDING MODE IS F
001470     LABEL RECORDS ARE STANDARD.
001480 01  PARM-REC.
001490     05  PR-PERIOD               PIC X(06).
001500     05  PR-PERIOD-N REDEFINES PR-PERIOD
001510                                 PIC 9(06).
001520     05  FILLER                  PIC X(74).

001530 FD  ACCTCTL-FILE
001540     LABEL RECORDS ARE STANDARD.
001550 01  ACCTCTL-REC.
001560     05  CT-KEYNAME              PIC X(08).
001570     05  CT-NEXT-ACCTNO          PIC 9(08).

001580 FD  ACCTFILE
001590     LABEL RECORDS ARE STANDARD.
001600 01  ACCTFILE-REC.
001610     05  AF-ACCTKEY.
001620         10  AF-ACCTNO           PIC X(09).
001630     05  AF-FNAME                PIC X(15).
001640     05  AF-SNAME                PIC X(15).
001650     05  AF-TITL                 PIC X(04).
001660     05  AF-ADDR1                PIC X(20).
001670     05  AF-ADDR2                PIC X(20).
001680     05  AF-CRLIMIT              PIC 9(08)V99.
001690     05  AF-STAT                 PIC X(01).
001700     05  AF-CREATED-INFO.
001710         10  AF-CR-USERID        PIC X(08).
001720         10  AF-CR-TRMID         PIC X(04).
001730         10  AF-CR-DATE          PIC S9(7) COMP-3.
001740         10  AF-CR-TIME          PIC S9(7) COMP-3.
001750     05  AF-LAST-HIST-SEQ        PIC 9(04) COMP.
001760     05  AF-LAST-CHANGED-INFO.
001770         10  AF-LAST-CHG-DATE    PIC S9(7) COMP-3.
001780         10  AF-LAST-CHG-TIME    PIC S9(7) COMP-3.
001790     05  AF-PHONE                PIC X(15).
001800     05  AF-EMAIL                PIC X(30).
001810     05  AF-LAST-CHG-USERID      PIC X(08).
001820     05  AF-MAIL-ADDR1           PIC X(20).
001830     05  AF-MAIL-ADDR2           PIC X(20).
001840     05  AF-FORMER-SNAME         PIC X(15).
001850     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
001860     05  AF-BUREAU-SCORE         PIC 9(03).
001870     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001880     05  AF-BRANCH               PIC X(04).
001890     05  AF-CONTACT-PREF         PIC X(01).
001900     05  AF-STMT-CYCLE           PIC X(01).
001910     05  AF-GONEAWAY-FLAG        PIC X(01).
001920     05  AF-CUST-ID              PIC 9(08).
001930     05  AF-ESTATE-FLAG          PIC X(01).
001940     05  AF-SENS-FLAG            PIC X(01).
001950     05  AF-ANNFEE-PLAN          PIC X(01).
001960     05  AF-SETTLE-FLAG          PIC X(01).
001970     05  AF-PRODUCT-CODE         PIC X(04).

001980*-----------------------------------------------------------------
001990* BALHIST - THE DCI8BSNP MONTH-END SNAPSHOTS. ONLY THE ROW AT THE
002000* START OF THE WINDOW IS READ
002010*-----------------------------------------------------------------
002020 FD  BALHIST-FILE
002030     LABEL RECORDS ARE STANDARD.
002040 01  BALHIST-REC.
002050     05  BS-KEY.
002060         10  BS-ACCTNO           PIC X(09).
002070         10  BS-PERIOD           PIC 9(06).
002080     05  BS-CURR-BAL             PIC S9(08)V99 COMP-3.
002090     05  BS-CRLIMIT              PIC 9(08)V99.
002100     05  BS-STAT                 PIC X(01).
002110     05  BS-SNAP-DATE            PIC S9(7) COMP-3.

002120 FD  ACCTTXN-FILE
002130     LABEL RECORDS ARE STANDARD.
002140 01  ACCTTXN-REC.
002150     05  TX-KEY.
002160         10  TX-ACCTNO           PIC X(09).
002170         10  TX-DATE             PIC S9(7) COMP-3.
002180         10  TX-SEQNO            PIC 9(04) COMP.
002190     05  TX-TYPE                 PIC X(01).
002200         88  TX-TYPE-CREDIT              VALUE 'C'.
002210         88  TX-TYPE-INTEREST            VALUE 'I'.
002220         88  TX-TYPE-FEE                 VALUE 'F'.
002230     05  TX-AMOUNT               PIC 9(08)V99.
002240     05  TX-POSTED-INFO.
002250         10  TX-POST-DATE        PIC S9(7) COMP-3.
002260         10  TX-POST-JOB         PIC X(08).
002270     05  TX-SOURCE               PIC X(01).
002280     05  TX-CHAIN-INFO.
002290         10  TX-CHAIN-NO         PIC 9(09) COMP.
002300         10  TX-CHAIN-PREV       PIC 9(18) COMP.
002310         10  TX-CHAIN-HASH       PIC 9(18) COMP.

002320 FD  ARRANGE-FILE
002330     LABEL RECORDS ARE STANDARD.
002340 01  ARRANGE-REC.
002350     05  AR-ACCTNO               PIC X(09).
002360     05  AR-MONTHLY-AMT          PIC 9(08)V99.
002370     05  AR-MONTHS               PIC 9(02).
002380     05  AR-PAID-COUNT           PIC 9(02).
002390     05  AR-START-DATE           PIC S9(7) COMP-3.
002400     05  AR-NEXT-DUE             PIC S9(7) COMP-3.
002410     05  AR-STATUS               PIC X(01).
002420         88  AR-ON-TRACK                 VALUE 'A'.
002430         88  AR-COMPLETED                VALUE 'C'.
002440     05  AR-AGREED-INFO.
002450         10  AR-AGR-USERID       PIC X(08).
002460         10  AR-AGR-TRMID        PIC X(04).
002470         10  AR-AGR-DATE         PIC S9(7) COMP-3.
002480         10  AR-AGR-TIME         PIC S9(7) COMP-3.

002490*-----------------------------------------------------------------
002500* VULNMARK - THE VULNERABLE CUSTOMER REGISTER, ONE ROW PER ACCOUNT
002510* PER CATEGORY, RECORDED ON DCI8DPHI. ONLY THE KEY AND STATUS ARE
002520* NEEDED HERE
002530*-----------------------------------------------------------------
002540 FD  VULNMARK-FILE
002550     LABEL RECORDS ARE STANDARD.
002560 01  VULNMARK-REC.
002570     05  VM-KEY.
002580         10  VM-ACCTNO           PIC X(09).
002590         10  VM-CATEGORY         PIC X(01).
002600     05  VM-STATUS               PIC X(01).
002610         88  VM-ACTIVE                   VALUE 'A'.
002620     05  FILLER                  PIC X(88).

002630*-----------------------------------------------------------------
002640* INSOLV - INSOLVENCY CASES, ONE ROW PER ACCOUNT, RECORDED ON
002650* DCI8DPHK. ONLY THE KEY AND STATUS ARE NEEDED HERE
002660*-----------------------------------------------------------------
002670 FD  INSOLV-FILE
002680     LABEL RECORDS ARE STANDARD.
002690 01  INSOLV-REC.
002700     05  IV-ACCTNO               PIC X(09).
002710     05  IV-CASE-TYPE            PIC X(01).
002720     05  IV-STATUS               PIC X(01).
002730         88  IV-ACTIVE                   VALUE 'A'.
002740     05  FILLER                  PIC X(224).

002750*-----------------------------------------------------------------
002760* PERSDEBT - ONE ROW PER ACCOUNT, SEE THE PERSDEBT COPYBOOK FOR
002770* THE FULL LAYOUT AND STAGES
002780*-----------------------------------------------------------------
002790 FD  PERSDEBT-FILE
002800     LABEL RECORDS ARE STANDARD.
002810 01  PERSDEBT-REC.
002820     05  PD-ACCTNO               PIC X(09).
002830     05  PD-STAGE                PIC X(01).
002840         88  PD-STAGE-18                 VALUE '1'.
002850         88  PD-STAGE-27                 VALUE '2'.
002860         88  PD-STAGE-36                 VALUE '3'.
002870         88  PD-PLAN-TAKEN               VALUE 'A'.
002880         88  PD-SUSPENDED                VALUE 'S'.
002890         88  PD-EXITED                   VALUE 'X'.
002900         88  PD-IN-REVIEW                VALUE '1' '2' '3'.
002910     05  PD-START-PERIOD         PIC 9(06).
002920     05  PD-PD18-DATE            PIC S9(7) COMP-3.
002930     05  PD-PD27-DATE            PIC S9(7) COMP-3.
002940     05  PD-PD36-DATE            PIC S9(7) COMP-3.
002950     05  PD-LAST-PERIOD          PIC 9(06).
002960     05  PD-LAST-CHARGES         PIC S9(08)V99 COMP-3.
002970     05  PD-LAST-PAID            PIC S9(08)V99 COMP-3.
002980     05  PD-LAST-PRINCIPAL       PIC S9(08)V99 COMP-3.
002990     05  PD-LAST-RESULT          PIC X(01).
003000         88  PD-LAST-IN-DEBT             VALUE 'Y'.
003010     05  PD-LAST-LETTER          PIC X(01).
003020     05  PD-PLAN-BAL             PIC S9(08)V99 COMP-3.
003030     05  PD-PLAN-AMT             PIC 9(08)V99.
003040     05  PD-PLAN-MONTHS          PIC 9(02).
003050     05  PD-RESPOND-BY           PIC S9(7) COMP-3.
003060     05  PD-CLOSED-DATE          PIC S9(7) COMP-3.
003070     05  PD-CLOSED-PERIOD        PIC 9(06).
003080     05  PD-PRIOR-STAT           PIC X(01).

003090 FD  ACCTHIST-FILE
003100     LABEL RECORDS ARE STANDARD.
003110 01  ACCTHIST-REC.
003120     05  AH-KEY.
003130         10  AH-ACCTNO           PIC X(09).
003140         10  AH-SEQNO            PIC 9(04) COMP.
003150     05  AH-FNAME                PIC X(15).
003160     05  AH-SNAME                PIC X(15).
003170     05  AH-TITL                 PIC X(04).
003180     05  AH-ADDR1                PIC X(20).
003190     05  AH-ADDR2                PIC X(20).
003200     05  AH-CRLIMIT              PIC 9(08)V99.
003210     05  AH-STAT                 PIC X(01).
003220     05  AH-AFTER-FNAME          PIC X(15).
003230     05  AH-AFTER-SNAME          PIC X(15).
003240     05  AH-AFTER-TITL           PIC X(04).
003250     05  AH-AFTER-ADDR1          PIC X(20).
003260     05  AH-AFTER-ADDR2          PIC X(20).
003270     05  AH-AFTER-CRLIMIT        PIC 9(08)V99.
003280     05  AH-AFTER-STAT           PIC X(01).
003290     05  AH-CHANGED-INFO.
003300         10  AH-CHG-USERID       PIC X(08).
003310         10  AH-CHG-TRMID        PIC X(04).
003320         10  AH-CHG-DATE         PIC S9(7) COMP-3.
003330         10  AH-CHG-TIME         PIC S9(7) COMP-3.
003340     05  AH-EVENT-TYPE           PIC X(01).
003350     05  AH-CHAIN-INFO.
003360         10  AH-CHAIN-NO         PIC 9(09) COMP.
003370         10  AH-CHAIN-PREV       PIC 9(18) COMP.
003380         10  AH-CHAIN-HASH       PIC 9(18) COMP.

003390*-----------------------------------------------------------------
003400* PDRLTTR - THE POSTED REVIEW LETTERS, ONE BLOCK PER LETTER
003410*-----------------------------------------------------------------
003420 FD  LETTER-FILE
003430     RECORDING MODE IS F
003440     LABEL RECORDS ARE STANDARD.
003450 01  LETTER-LINE                 PIC X(80).

003460*-----------------------------------------------------------------
003470* PDREOUT - THE EMAILED REVIEW LETTERS. EACH OPENS WITH A TO:
003480* LINE CARRYING THE DELIVERY ADDRESS, THEN THE SAME LINES THE
003490* LETTER WOULD HAVE CARRIED - THE ESTMOUT SHAPE
003500*-----------------------------------------------------------------
003510 FD  EMAIL-FILE
003520     RECORDING MODE IS F
003530     LABEL RECORDS ARE STANDARD.
003540 01  EMAIL-LINE                  PIC X(80).

003550 FD  REPORT-FILE
003560     RECORDING MODE IS F
003570     LABEL RECORDS ARE STANDARD.
003580 01  REPORT-LINE                 PIC X(80).

003590*-----------------------------------------------------------------
003600* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
003610* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
003620*-----------------------------------------------------------------
003630 FD  JOURNAL-FILE
003640     RECORDING MODE IS F
003650     LABEL RECORDS ARE STANDARD.
003660 01  JR-REC.
003670     05  JR-JOBNAME              PIC X(08).
003680     05  JR-ROW-TYPE             PIC X(01).
003690     05  JR-DATE                 PIC 9(07).
003700     05  JR-TIME                 PIC 9(06).
003710     05  JR-READ-COUNT           PIC 9(07).
003720     05  JR-WRITTEN-COUNT        PIC 9(07).
003730     05  JR-REJECTED-COUNT       PIC 9(07).
003740     05  JR-STATUS               PIC X(01).
003750     05  FILLER                  PIC X(06).

003760 WORKING-STORAGE SECTION.
003770 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
003780 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

003790     COPY 'JOBGATE'.

003800*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
003810     COPY 'CHAINPRM'.

003820 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
003830 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
003840 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
003850 77  WS-BALHIST-STATUS       PIC X(02) VALUE SPACES.
003860 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
003870 77  WS-ARRANGE-STATUS       PIC X(02) VALUE SPACES.
003880 77  WS-VULNMARK-STATUS      PIC X(02) VALUE SPACES.
003890 77  WS-INSOLV-STATUS        PIC X(02) VALUE SPACES.
003900 77  WS-PERSDEBT-STATUS      PIC X(02) VALUE SPACES.
003910 77  WS-ACCTHIST-STATUS      PIC X(02) VALUE SPACES.
003920 77  WS-LETTER-STATUS        PIC X(02) VALUE SPACES.
003930 77  WS-EMAIL-STATUS         PIC X(02) VALUE SPACES.
003940 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

003950 01  WS-SWITCHES.
003960     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
003970         88  WS-EOF-YES              VALUE 'Y'.
003980     05  WS-CARD-SW          PIC X(01) VALUE 'Y'.
003990         88  WS-CARD-READ            VALUE 'Y'.
004000     05  WS-PARM-OK-SW       PIC X(01) VALUE 'Y'.
004010         88  WS-PARM-OK              VALUE 'Y'.
004020     05  WS-ROW-SW           PIC X(01) VALUE 'N'.
004030         88  WS-ROW-FOUND            VALUE 'Y'.
004040     05  WS-MEASURED-SW      PIC X(01) VALUE 'N'.
004050         88  WS-MEASURED             VALUE 'Y'.
004060     05  WS-IN-DEBT-SW       PIC X(01) VALUE 'N'.
004070         88  WS-IN-DEBT              VALUE 'Y'.
004080     05  WS-TXN-EOF-SW       PIC X(01) VALUE 'N'.
004090         88  WS-TXN-EOF-YES          VALUE 'Y'.
004100     05  WS-VM-EOF-SW        PIC X(01) VALUE 'N'.
004110         88  WS-VM-EOF-YES           VALUE 'Y'.
004120     05  WS-VULN-SW          PIC X(01) VALUE 'N'.
004130         88  WS-VULNERABLE           VALUE 'Y'.
004140     05  WS-INSOLV-SW        PIC X(01) VALUE 'N'.
004150         88  WS-INSOLVENT            VALUE 'Y'.
004160     05  WS-PLAN-SW          PIC X(01) VALUE 'N'.
004170         88  WS-PLAN-AGREED          VALUE 'Y'.

004180 01  WS-COUNTERS.
004190     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
004200     05  WS-MEASURED-COUNT   PIC 9(07) COMP-3 VALUE 0.
004210     05  WS-IN-DEBT-COUNT    PIC 9(07) COMP-3 VALUE 0.
004220     05  WS-SHORT-COUNT      PIC 9(07) COMP-3 VALUE 0.
004230     05  WS-NOT-OWING-COUNT  PIC 9(07) COMP-3 VALUE 0.
004240     05  WS-EXCLUDED-COUNT   PIC 9(07) COMP-3 VALUE 0.
004250     05  WS-RERUN-COUNT      PIC 9(07) COMP-3 VALUE 0.
004260     05  WS-COOLING-COUNT    PIC 9(07) COMP-3 VALUE 0.
004270     05  WS-PD18-COUNT       PIC 9(07) COMP-3 VALUE 0.
004280     05  WS-PD27-COUNT       PIC 9(07) COMP-3 VALUE 0.
004290     05  WS-PD36-COUNT       PIC 9(07) COMP-3 VALUE 0.
004300     05  WS-MONITOR-COUNT    PIC 9(07) COMP-3 VALUE 0.
004310     05  WS-EXITED-COUNT     PIC 9(07) COMP-3 VALUE 0.
004320     05  WS-TAKEN-COUNT      PIC 9(07) COMP-3 VALUE 0.
004330     05  WS-WAITING-COUNT    PIC 9(07) COMP-3 VALUE 0.
004340     05  WS-SUSPEND-COUNT    PIC 9(07) COMP-3 VALUE 0.
004350     05  WS-VULN-HELD-COUNT  PIC 9(07) COMP-3 VALUE 0.
004360     05  WS-POSTAL-COUNT     PIC 9(07) COMP-3 VALUE 0.
004370     05  WS-EMAIL-COUNT      PIC 9(07) COMP-3 VALUE 0.
004380     05  WS-GONEAWAY-COUNT   PIC 9(07) COMP-3 VALUE 0.
004390     05  WS-FAILED-COUNT     PIC 9(07) COMP-3 VALUE 0.

004400 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.

004410*-----------------------------------------------------------------
004420* THE PLAN TERMS - ACCTCTL 'PDPLANMO' MONTHS TO CLEAR THE BALANCE
004430* AND 'PDRESPDY' DAYS TO RESPOND. MISSING ROWS KEEP THE DEFAULTS
004440*-----------------------------------------------------------------
004450 77  WS-PLAN-MONTHS          PIC 9(02) VALUE 48.
004460 77  WS-RESPOND-DAYS         PIC S9(05) COMP-3 VALUE 30.

004470*-----------------------------------------------------------------
004480* THE MONTH MEASURED (YYYYMM), THE MONTH END BEFORE THE WINDOW
004490* (THE BALHIST ROW THAT MUST BE ON FILE), AND THE WINDOW AS
004500* YYYYDDD BOUNDS. MONTHS ARE COUNTED AS YEAR * 12 + MONTH - 1
004510* SO THE MILESTONES ARE A PLAIN SUBTRACTION
004520*-----------------------------------------------------------------
004530 01  WS-PERIOD               PIC 9(06) VALUE 0.
004540 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
004550     05  WS-PER-YYYY         PIC 9(04).
004560     05  WS-PER-MM           PIC 9(02).
004570 01  WS-OPEN-PERIOD          PIC 9(06) VALUE 0.
004580 01  WS-OPEN-PARTS REDEFINES WS-OPEN-PERIOD.
004590     05  WS-OPEN-YYYY        PIC 9(04).
004600     05  WS-OPEN-MM          PIC 9(02).
004610 01  WS-WORK-PERIOD          PIC 9(06) VALUE 0.
004620 01  WS-WORK-PARTS REDEFINES WS-WORK-PERIOD.
004630     05  WS-WORK-YYYY        PIC 9(04).
004640     05  WS-WORK-MM          PIC 9(02).
004650 77  WS-PER-INDEX            PIC S9(07) COMP-3 VALUE 0.
004660 77  WS-WORK-INDEX           PIC S9(07) COMP-3 VALUE 0.
004670 77  WS-MONTHS-ON            PIC S9(07) COMP-3 VALUE 0.
004680 77  WS-WINDOW-START         PIC S9(7) COMP-3 VALUE 0.
004690 77  WS-PERIOD-END           PIC S9(7) COMP-3 VALUE 0.
004700 01  WS-GREG-DATE            PIC 9(08) VALUE 0.
004710 01  WS-GREG-PARTS REDEFINES WS-GREG-DATE.
004720     05  WS-GREG-YYYY        PIC 9(04).
004730     05  WS-GREG-MM          PIC 9(02).
004740     05  WS-GREG-DD          PIC 9(02).

004750*-----------------------------------------------------------------
004760* ONE ACCOUNT'S MEASURE OVER THE WINDOW
004770*-----------------------------------------------------------------
004780 77  WS-CHARGES              PIC S9(08)V99 COMP-3 VALUE 0.
004790 77  WS-PAID                 PIC S9(08)V99 COMP-3 VALUE 0.
004800 77  WS-PRINCIPAL            PIC S9(08)V99 COMP-3 VALUE 0.
004810 77  WS-PLAN-WORK            PIC S9(08)V9(04) COMP-3 VALUE 0.
004820 77  WS-PLAN-CHECK           PIC S9(08)V99 COMP-3 VALUE 0.

004830*-----------------------------------------------------------------
004840* LETTER ROUTING - 'P' POST, 'E' EMAIL, 'G' HELD FOR A GONE-AWAY
004850* ADDRESS. CONTACT-PREF 'T' AND 'N' STAY POSTAL - A REGULATORY
004860* LETTER IS NOT MARKETING, THE STATEMENT RULE
004870*-----------------------------------------------------------------
004880 01  WS-CHANNEL-SW           PIC X(01) VALUE 'P'.
004890     88  WS-CHANNEL-EMAIL           VALUE 'E'.
004900     88  WS-CHANNEL-HELD            VALUE 'G'.
004910 01  WS-RT-LINE              PIC X(80) VALUE SPACES.
004920 77  WS-TEXT-SUB             PIC S9(04) COMP VALUE 0.

004930 01  WS-EMAIL-TO-LINE.
004940     05  FILLER              PIC X(04) VALUE 'TO: '.
004950     05  ET-EMAIL            PIC X(30).
004960     05  FILLER              PIC X(46) VALUE SPACES.

004970 01  WS-LTR-HEAD-LINE.
004980     05  FILLER              PIC X(40) VALUE
004990         'A REVIEW OF YOUR ACCOUNT'.
005000     05  FILLER              PIC X(08) VALUE 'ACCOUNT '.
005010     05  LH-ACCTNO           PIC X(09).
005020     05  FILLER              PIC X(23) VALUE SPACES.
005030 01  WS-LTR-NAME-LINE.
005040     05  LN-TITL             PIC X(04).
005050     05  FILLER              PIC X(01) VALUE SPACES.
005060     05  LN-FNAME            PIC X(15).
005070     05  FILLER              PIC X(01) VALUE SPACES.
005080     05  LN-SNAME            PIC X(15).
005090     05  FILLER              PIC X(44) VALUE SPACES.
005100 01  WS-LTR-ADDR-LINE.
005110     05  LA-ADDR             PIC X(20).
005120     05  FILLER              PIC X(60) VALUE SPACES.
005130 01  WS-LTR-CHARGES-LINE.
005140     05  FILLER              PIC X(20) VALUE
005150         'IN THE 18 MONTHS TO '.
005160     05  LC-MM               PIC 9(02).
005170     05  FILLER              PIC X(01) VALUE '/'.
005180     05  LC-YYYY             PIC 9(04).
005190     05  FILLER              PIC X(10) VALUE ' YOU PAID '.
005200     05  LC-CHARGES          PIC ZZ,ZZZ,ZZ9.99.
005210     05  FILLER              PIC X(30) VALUE
005220         ' IN INTEREST AND FEES'.
005230 01  WS-LTR-PRINCIPAL-LINE.
005240     05  FILLER              PIC X(15) VALUE
005250         'BUT REPAID ONLY'.
005260     05  LP-PRINCIPAL        PIC ZZ,ZZZ,ZZ9.99.
005270     05  FILLER              PIC X(52) VALUE
005280         ' OF THE AMOUNT YOU BORROWED.'.
005290 01  WS-LTR-BALANCE-LINE.
005300     05  FILLER              PIC X(25) VALUE
005310         'TO CLEAR YOUR BALANCE OF '.
005320     05  LB-BALANCE          PIC ZZ,ZZZ,ZZ9.99.
005330     05  FILLER              PIC X(42) VALUE ','.
005340 01  WS-LTR-PLAN-LINE.
005350     05  FILLER              PIC X(11) VALUE 'WE PROPOSE '.
005360     05  LP-MONTHS           PIC Z9.
005370     05  FILLER              PIC X(21) VALUE
005380         ' MONTHLY PAYMENTS OF '.
005390     05  LP-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
005400     05  FILLER              PIC X(33) VALUE '.'.
005410 01  WS-LTR-RESPOND-LINE.
005420     05  FILLER              PIC X(21) VALUE
005430         'PLEASE CONTACT US BY '.
005440     05  LR-DD               PIC X(02).
005450     05  FILLER              PIC X(01) VALUE '/'.
005460     05  LR-MM               PIC X(02).
005470     05  FILLER              PIC X(01) VALUE '/'.
005480     05  LR-YYYY             PIC X(04).
005490     05  FILLER              PIC X(49) VALUE
005500         ' TO AGREE THIS PLAN OR ANOTHER.'.
005510 01  WS-LTR-SEPARATOR.
005520     05  FILLER PIC X(80) VALUE ALL '-'.

005530*-----------------------------------------------------------------
005540* THE WORDING OF EACH LETTER, AFTER THE FIGURES
005550*-----------------------------------------------------------------
005560 01  WS-PD18-TEXT.
005570     05  FILLER PIC X(55) VALUE
005580         'THAT MEANS MORE OF WHAT YOU PAY IS GOING ON INTEREST'.
005590     05  FILLER PIC X(55) VALUE
005600         'AND FEES THAN ON CLEARING WHAT YOU OWE. PAYING MORE'.
005610     05  FILLER PIC X(55) VALUE
005620         'EACH MONTH, IF YOU CAN, WILL CLEAR THE BALANCE SOONER'.
005630     05  FILLER PIC X(55) VALUE
005640         'AND COST YOU LESS. IF YOU ARE STRUGGLING, PLEASE CALL'.
005650     05  FILLER PIC X(55) VALUE
005660         'US. FREE DEBT ADVICE IS ALSO AVAILABLE FROM'.
005670     05  FILLER PIC X(55) VALUE
005680         'MONEYHELPER AND OTHER NOT-FOR-PROFIT ADVICE SERVICES.'.
005690 01  WS-PD18-LINES REDEFINES WS-PD18-TEXT.
005700     05  WS-PD18-LINE        PIC X(55) OCCURS 6 TIMES.

005710 01  WS-PD27-TEXT.
005720     05  FILLER PIC X(55) VALUE
005730         'WE WROTE TO YOU ABOUT THIS NINE MONTHS AGO AND LITTLE'.
005740     05  FILLER PIC X(55) VALUE
005750         'HAS CHANGED. IF IT GOES ON FOR NINE MORE MONTHS WE'.
005760     05  FILLER PIC X(55) VALUE
005770         'WILL PROPOSE A PLAN TO REPAY THE BALANCE AND MAY'.
005780     05  FILLER PIC X(55) VALUE
005790         'SUSPEND YOUR CARD. PLEASE CALL US IF YOU CAN PAY MORE'.
005800     05  FILLER PIC X(55) VALUE
005810         'OR ARE STRUGGLING. FREE DEBT ADVICE IS AVAILABLE FROM'.
005820     05  FILLER PIC X(55) VALUE
005830         'MONEYHELPER AND OTHER NOT-FOR-PROFIT ADVICE SERVICES.'.
005840 01  WS-PD27-LINES REDEFINES WS-PD27-TEXT.
005850     05  WS-PD27-LINE        PIC X(55) OCCURS 6 TIMES.

005860 01  WS-PD36-TEXT.
005870     05  FILLER PIC X(55) VALUE
005880         'THIS HAS NOW GONE ON FOR 36 MONTHS, SO WE ARE'.
005890     05  FILLER PIC X(55) VALUE
005900         'PROPOSING A PLAN TO CLEAR WHAT YOU OWE IN A'.
005910     05  FILLER PIC X(55) VALUE
005920         'REASONABLE TIME.'.
005930 01  WS-PD36-LINES REDEFINES WS-PD36-TEXT.
005940     05  WS-PD36-LINE        PIC X(55) OCCURS 3 TIMES.

005950 01  WS-PD36-CLOSE.
005960     05  FILLER PIC X(55) VALUE
005970         'IF WE DO NOT HEAR FROM YOU BY THEN WE WILL SUSPEND'.
005980     05  FILLER PIC X(55) VALUE
005990         'YOUR CARD. FREE DEBT ADVICE IS AVAILABLE FROM'.
006000     05  FILLER PIC X(55) VALUE
006010         'MONEYHELPER AND OTHER NOT-FOR-PROFIT ADVICE SERVICES.'.
006020 01  WS-PD36-CLOSE-LINES REDEFINES WS-PD36-CLOSE.
006030     05  WS-PD36-CLOSE-LINE  PIC X(55) OCCURS 3 TIMES.

006040* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
006050     COPY 'DATEPARM'.

006060* THE CORRESPONDENCE LOG ROW, WRITTEN THROUGH DCI8BCLG
006070     COPY 'CORRLOG'.

006080* DOCUMENT-START ROW AHEAD OF EACH POSTED LETTER ON PDRLTTR
006090     COPY 'PRTDOC'.

006100 01  WS-REPORT-HEADING1.
006110     05  FILLER PIC X(80) VALUE
006120         'DCI8BPDR - PERSISTENT DEBT REVIEW'.

006130 01  WS-REPORT-PERIOD-LINE.
006140     05  FILLER              PIC X(26) VALUE
006150         '18 MONTHS TO MONTH ENDING '.
006160     05  RP-PERIOD           PIC 9(06).
006170     05  FILLER              PIC X(48) VALUE SPACES.

006180 01  WS-REPORT-HEADING2.
006190     05  FILLER PIC X(11) VALUE 'ACCOUNT'.
006200     05  FILLER PIC X(06) VALUE 'STAGE'.
006210     05  FILLER PIC X(15) VALUE 'CHARGES'.
006220     05  FILLER PIC X(16) VALUE 'PRINCIPAL'.
006230     05  FILLER PIC X(32) VALUE 'ACTION'.

006240 01  WS-DETAIL-LINE.
006250     05  DL-ACCTNO           PIC X(09).
006260     05  FILLER              PIC X(04) VALUE SPACES.
006270     05  DL-STAGE            PIC X(01).
006280     05  FILLER              PIC X(03) VALUE SPACES.
006290     05  DL-CHARGES          PIC ZZ,ZZZ,ZZ9.99.
006300     05  FILLER              PIC X(02) VALUE SPACES.
006310     05  DL-PRINCIPAL        PIC -ZZ,ZZZ,ZZ9.99.
006320     05  FILLER              PIC X(02) VALUE SPACES.
006330     05  DL-ACTION           PIC X(30).
006340     05  FILLER              PIC X(02) VALUE SPACES.

006350 PROCEDURE DIVISION.

006360 0000-MAINLINE.

006370     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

006380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

006390     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
006400         UNTIL WS-EOF-YES.

006410     PERFORM 9000-TERMINATE THRU 9000-EXIT.

006420     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

006430     GOBACK.

006440 1000-INITIALIZE.

006450     OPEN INPUT PARM-FILE.
006460     READ PARM-FILE
006470         AT END
006480             MOVE 'N' TO WS-CARD-SW
006490     END-READ.
006500     CLOSE PARM-FILE.

006510     IF WS-CARD-READ AND PR-PERIOD NOT = SPACES THEN
006520         PERFORM 1200-EDIT-CARD THRU 1200-EXIT
006530     ELSE
006540         PERFORM 1100-PRIOR-MONTH THRU 1100-EXIT
006550     END-IF.

006560     IF WS-PARM-OK THEN
006570         PERFORM 1300-WINDOW-DATES THRU 1300-EXIT
006580     END-IF.

006590     PERFORM 1400-READ-CONTROLS THRU 1400-EXIT.

006600     MOVE 'TOD' TO DP-FUNCTION.
006610     CALL 'DCI8BDAT' USING DATEPARM.
006620     MOVE DP-JULIAN TO WS-TODAY.

006630     OPEN I-O ACCTFILE.
006640     OPEN INPUT BALHIST-FILE.
006650     OPEN INPUT ACCTTXN-FILE.
006660     OPEN INPUT ARRANGE-FILE.
006670     OPEN INPUT VULNMARK-FILE.
006680     OPEN INPUT INSOLV-FILE.
006690     OPEN I-O PERSDEBT-FILE.
006700     OPEN I-O ACCTHIST-FILE.
006710     OPEN OUTPUT LETTER-FILE.
006720     OPEN OUTPUT EMAIL-FILE.
006730     OPEN OUTPUT REPORT-FILE.

006740     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
006750     MOVE WS-PERIOD TO RP-PERIOD.
006760     WRITE REPORT-LINE FROM WS-REPORT-PERIOD-LINE.
006770     MOVE SPACES TO REPORT-LINE.
006780     WRITE REPORT-LINE.
006790     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

006800     IF WS-PARM-OK THEN
006810         PERFORM 1500-READ-ACCOUNT THRU 1500-EXIT
006820     ELSE
006830         MOVE 'Y' TO WS-EOF-SW
006840     END-IF.

006850 1000-EXIT.
006860     EXIT.

006870*-----------------------------------------------------------------
006880* 1100-PRIOR-MONTH - NO CARD, SO THE MONTH MEASURED IS LAST MONTH
006890*-----------------------------------------------------------------
006900 1100-PRIOR-MONTH.

006910     MOVE 'TOD' TO DP-FUNCTION.
006920     CALL 'DCI8BDAT' USING DATEPARM.
006930     MOVE DP-GREGORIAN TO WS-GREG-DATE.

006940     MOVE WS-GREG-YYYY TO WS-PER-YYYY.
006950     MOVE WS-GREG-MM TO WS-PER-MM.
006960     IF WS-PER-MM = 1 THEN
006970         MOVE 12 TO WS-PER-MM
006980         SUBTRACT 1 FROM WS-PER-YYYY
006990     ELSE
007000         SUBTRACT 1 FROM WS-PER-MM
007010     END-IF.

007020 1100-EXIT.
007030     EXIT.

007040 1200-EDIT-CARD.

007050     IF PR-PERIOD IS NOT NUMERIC THEN
007060         DISPLAY 'DCI8BPDR - PDRPARM PERIOD NOT NUMERIC'
007070         MOVE 'N' TO WS-PARM-OK-SW
007080         GO TO 1200-EXIT
007090     END-IF.

007100     MOVE PR-PERIOD-N TO WS-PERIOD.
007110     IF WS-PER-MM < 1 OR WS-PER-MM > 12 THEN
007120         DISPLAY 'DCI8BPDR - PDRPARM MONTH NOT 01-12'
007130         MOVE 'N' TO WS-PARM-OK-SW
007140     END-IF.

007150 1200-EXIT.
007160     EXIT.

007170*-----------------------------------------------------------------
007180* 1300-WINDOW-DATES - THE MONTH END BEFORE THE WINDOW IS 18
007190* MONTHS BACK; THE WINDOW RUNS FROM THE 1ST OF THE MONTH AFTER IT
007200* TO THE DAY BEFORE THE 1ST OF THE MONTH AFTER THE ONE MEASURED
007210*-----------------------------------------------------------------
007220 1300-WINDOW-DATES.

007230     COMPUTE WS-PER-INDEX = WS-PER-YYYY * 12 + WS-PER-MM - 1.

007240     COMPUTE WS-WORK-INDEX = WS-PER-INDEX - 18.
007250     PERFORM 1350-INDEX-TO-PERIOD THRU 1350-EXIT.
007260     MOVE WS-WORK-PERIOD TO WS-OPEN-PERIOD.

007270     COMPUTE WS-WORK-INDEX = WS-PER-INDEX - 17.
007280     PERFORM 1350-INDEX-TO-PERIOD THRU 1350-EXIT.
007290     MOVE WS-WORK-YYYY TO WS-GREG-YYYY.
007300     MOVE WS-WORK-MM TO WS-GREG-MM.
007310     MOVE 1 TO WS-GREG-DD.
007320     MOVE 'G2J' TO DP-FUNCTION.
007330     MOVE WS-GREG-DATE TO DP-GREGORIAN.
007340     CALL 'DCI8BDAT' USING DATEPARM.
007350     IF NOT DP-RC-GOOD THEN
007360         DISPLAY 'DCI8BPDR - PERIOD ' WS-PERIOD ' NOT VALID'
007370         MOVE 'N' TO WS-PARM-OK-SW
007380         GO TO 1300-EXIT
007390     END-IF.
007400     MOVE DP-JULIAN TO WS-WINDOW-START.

007410     COMPUTE WS-WORK-INDEX = WS-PER-INDEX + 1.
007420     PERFORM 1350-INDEX-TO-PERIOD THRU 1350-EXIT.
007430     MOVE WS-WORK-YYYY TO WS-GREG-YYYY.
007440     MOVE WS-WORK-MM TO WS-GREG-MM.
007450     MOVE 1 TO WS-GREG-DD.
007460     MOVE 'G2J' TO DP-FUNCTION.
007470     MOVE WS-GREG-DATE TO DP-GREGORIAN.
007480     CALL 'DCI8BDAT' USING DATEPARM.
007490     MOVE 'SUB' TO DP-FUNCTION.
007500     MOVE 1 TO DP-DAYS.
007510     CALL 'DCI8BDAT' USING DATEPARM.
007520     MOVE DP-JULIAN TO WS-PERIOD-END.

007530 1300-EXIT.
007540     EXIT.

007550 1350-INDEX-TO-PERIOD.

007560     DIVIDE WS-WORK-INDEX BY 12 GIVING WS-WORK-YYYY
007570         REMAINDER WS-WORK-MM.
007580     ADD 1 TO WS-WORK-MM.

007590 1350-EXIT.
007600     EXIT.

007610*-----------------------------------------------------------------
007620* 1400-READ-CONTROLS - A MISSING OR OUT-OF-RANGE ROW KEEPS THE
007630* DEFAULT
007640*-----------------------------------------------------------------
007650 1400-READ-CONTROLS.

007660     OPEN INPUT ACCTCTL-FILE.

007670     MOVE 'PDPLANMO' TO CT-KEYNAME.
007680     READ ACCTCTL-FILE
007690         INVALID KEY
007700             CONTINUE
007710     END-READ.
007720     IF WS-ACCTCTL-STATUS = '00' AND CT-NEXT-ACCTNO > 0
007730             AND CT-NEXT-ACCTNO < 100 THEN
007740         MOVE CT-NEXT-ACCTNO TO WS-PLAN-MONTHS
007750     END-IF.

007760     MOVE 'PDRESPDY' TO CT-KEYNAME.
007770     READ ACCTCTL-FILE
007780         INVALID KEY
007790             CONTINUE
007800     END-READ.
007810     IF WS-ACCTCTL-STATUS = '00' AND CT-NEXT-ACCTNO > 0
007820             AND CT-NEXT-ACCTNO < 366 THEN
007830         MOVE CT-NEXT-ACCTNO TO WS-RESPOND-DAYS
007840     END-IF.

007850     CLOSE ACCTCTL-FILE.

007860 1400-EXIT.
007870     EXIT.

007880 1500-READ-ACCOUNT.

007890     READ ACCTFILE NEXT RECORD
007900         AT END
007910             GO TO 1500-EOF
007920     END-READ.

007930     ADD 1 TO WS-READ-COUNT.
007940     GO TO 1500-EXIT.

007950 1500-EOF.
007960     MOVE 'Y' TO WS-EOF-SW.

007970 1500-EXIT.
007980     EXIT.

007990*-----------------------------------------------------------------
008000* 2000-PROCESS-ACCOUNT - A PROPOSAL AWAITING AN ANSWER IS ONLY
008010* CHECKED FOR THE ANSWER. EVERYTHING ELSE IS MEASURED, UNLESS IT
008020* CANNOT OR NEED NOT BE, AND THE CYCLE IS STARTED OR MOVED ON
008030*-----------------------------------------------------------------
008040 2000-PROCESS-ACCOUNT.

008050     PERFORM 2100-READ-REVIEW THRU 2100-EXIT.

008060     IF WS-ROW-FOUND AND PD-STAGE-36 THEN
008070         PERFORM 2600-CHECK-RESPONSE THRU 2600-EXIT
008080         GO TO 2000-NEXT
008090     END-IF.

008100     IF WS-ROW-FOUND AND PD-IN-REVIEW AND
008110        PD-LAST-PERIOD NOT < WS-PERIOD THEN
008120         ADD 1 TO WS-RERUN-COUNT
008130         GO TO 2000-NEXT
008140     END-IF.

008150     PERFORM 2050-CHECK-INSOLVENCY THRU 2050-EXIT.

008160     IF AF-ESTATE-FLAG = 'D' OR WS-INSOLVENT THEN
008170         ADD 1 TO WS-EXCLUDED-COUNT
008180         IF WS-ROW-FOUND AND PD-IN-REVIEW THEN
008190             IF WS-INSOLVENT THEN
008200                 MOVE 'ENDED - INSOLVENCY CASE' TO DL-ACTION
008210             ELSE
008220                 MOVE 'ENDED - DECEASED ESTATE' TO DL-ACTION
008230             END-IF
008240             PERFORM 2800-END-CYCLE THRU 2800-EXIT
008250         END-IF
008260         GO TO 2000-NEXT
008270     END-IF.

008280     IF AF-CURR-BAL NOT > 0 THEN
008290         ADD 1 TO WS-NOT-OWING-COUNT
008300         IF WS-ROW-FOUND AND PD-IN-REVIEW THEN
008310             MOVE 'ENDED - NOTHING OWING' TO DL-ACTION
008320             PERFORM 2800-END-CYCLE THRU 2800-EXIT
008330         END-IF
008340         GO TO 2000-NEXT
008350     END-IF.

008360     IF WS-ROW-FOUND AND NOT PD-IN-REVIEW THEN
008370         MOVE PD-CLOSED-PERIOD TO WS-WORK-PERIOD
008380         COMPUTE WS-MONTHS-ON = WS-PER-INDEX
008390             - (WS-WORK-YYYY * 12 + WS-WORK-MM - 1)
008400         IF WS-MONTHS-ON < 18 THEN
008410             ADD 1 TO WS-COOLING-COUNT
008420             GO TO 2000-NEXT
008430         END-IF
008440     END-IF.

008450     PERFORM 2200-MEASURE THRU 2200-EXIT.
008460     IF NOT WS-MEASURED THEN
008470         ADD 1 TO WS-SHORT-COUNT
008480         GO TO 2000-NEXT
008490     END-IF.

008500     ADD 1 TO WS-MEASURED-COUNT.
008510     IF WS-IN-DEBT THEN
008520         ADD 1 TO WS-IN-DEBT-COUNT
008530     END-IF.

008540     IF WS-ROW-FOUND AND PD-IN-REVIEW THEN
008550         PERFORM 2400-MOVE-CYCLE-ON THRU 2400-EXIT
008560     ELSE IF WS-IN-DEBT THEN
008570         PERFORM 2300-START-CYCLE THRU 2300-EXIT
008580     END-IF
008590     END-IF.

008600 2000-NEXT.
008610     PERFORM 1500-READ-ACCOUNT THRU 1500-EXIT.

008620 2000-EXIT.
008630     EXIT.

008640*-----------------------------------------------------------------
008650* 2050-CHECK-INSOLVENCY - WS-INSOLV-SW 'Y' WHEN THE ACCOUNT HAS
008660* AN ACTIVE INSOLVENCY CASE
008670*-----------------------------------------------------------------
008680 2050-CHECK-INSOLVENCY.

008690     MOVE 'N' TO WS-INSOLV-SW.
008700     MOVE AF-ACCTNO TO IV-ACCTNO.

008710     READ INSOLV-FILE
008720         INVALID KEY
008730             GO TO 2050-EXIT
008740     END-READ.

008750     IF IV-ACTIVE THEN
008760         MOVE 'Y' TO WS-INSOLV-SW
008770     END-IF.

008780 2050-EXIT.
008790     EXIT.

008800 2100-READ-REVIEW.

008810     MOVE 'Y' TO WS-ROW-SW.
008820     MOVE AF-ACCTNO TO PD-ACCTNO.

008830     READ PERSDEBT-FILE
008840         INVALID KEY
008850             MOVE 'N' TO WS-ROW-SW
008860     END-READ.

008870 2100-EXIT.
008880     EXIT.

008890*-----------------------------------------------------------------
008900* 2200-MEASURE - NO SNAPSHOT AT THE MONTH END BEFORE THE WINDOW
008910* MEANS NOT 18 MONTHS ON THE BOOK. OTHERWISE THE WINDOW'S ACCTTXN
008920* ROWS ARE TOTALLED INTO CHARGES AND PAYMENTS
008930*-----------------------------------------------------------------
008940 2200-MEASURE.

008950     MOVE 'N' TO WS-MEASURED-SW.
008960     MOVE 'N' TO WS-IN-DEBT-SW.

008970     MOVE AF-ACCTNO TO BS-ACCTNO.
008980     MOVE WS-OPEN-PERIOD TO BS-PERIOD.
008990     READ BALHIST-FILE
009000         INVALID KEY
009010             GO TO 2200-EXIT
009020     END-READ.

009030     MOVE 'Y' TO WS-MEASURED-SW.
009040     MOVE 0 TO WS-CHARGES.
009050     MOVE 0 TO WS-PAID.
009060     MOVE 'N' TO WS-TXN-EOF-SW.

009070     MOVE AF-ACCTNO TO TX-ACCTNO.
009080     MOVE WS-WINDOW-START TO TX-DATE.
009090     MOVE 0 TO TX-SEQNO.

009100     START ACCTTXN-FILE KEY IS NOT LESS THAN TX-KEY
009110         INVALID KEY
009120             MOVE 'Y' TO WS-TXN-EOF-SW
009130     END-START.

009140     PERFORM 2210-TALLY-ONE-TXN THRU 2210-EXIT
009150         UNTIL WS-TXN-EOF-YES.

009160     COMPUTE WS-PRINCIPAL = WS-PAID - WS-CHARGES.
009170     IF WS-CHARGES > 0 AND WS-CHARGES > WS-PRINCIPAL THEN
009180         MOVE 'Y' TO WS-IN-DEBT-SW
009190     END-IF.

009200 2200-EXIT.
009210     EXIT.

009220 2210-TALLY-ONE-TXN.

009230     READ ACCTTXN-FILE NEXT RECORD
009240         AT END
009250             MOVE 'Y' TO WS-TXN-EOF-SW
009260             GO TO 2210-EXIT
009270     END-READ.

009280     IF TX-ACCTNO NOT = AF-ACCTNO OR
009290        TX-DATE > WS-PERIOD-END THEN
009300         MOVE 'Y' TO WS-TXN-EOF-SW
009310         GO TO 2210-EXIT
009320     END-IF.

009330     IF TX-TYPE-INTEREST OR TX-TYPE-FEE THEN
009340         ADD TX-AMOUNT TO WS-CHARGES
009350     ELSE IF TX-TYPE-CREDIT THEN
009360         IF TX-SEQNO = 8003 OR TX-SEQNO = 8010 OR
009370            TX-SEQNO = 8012 OR TX-SEQNO = 8015 THEN
009380             SUBTRACT TX-AMOUNT FROM WS-CHARGES
009390         ELSE IF TX-SEQNO < 8000 OR TX-SEQNO > 9000 THEN
009400             ADD TX-AMOUNT TO WS-PAID
009410         END-IF
009420         END-IF
009430     ELSE IF TX-SEQNO = 8005 OR TX-SEQNO = 8006 OR
009440             TX-SEQNO = 8013 THEN
009450         SUBTRACT TX-AMOUNT FROM WS-PAID
009460     END-IF
009470     END-IF
009480     END-IF.

009490 2210-EXIT.
009500     EXIT.

009510*-----------------------------------------------------------------
009520* 2300-START-CYCLE - FIRST FOUND IN PERSISTENT DEBT (OR FOUND
009530* AGAIN LONG AFTER AN EARLIER CYCLE ENDED): A FRESH ROW AND THE
009540* 18-MONTH LETTER
009550*-----------------------------------------------------------------
009560 2300-START-CYCLE.

009570     MOVE AF-ACCTNO TO PD-ACCTNO.
009580     MOVE '1' TO PD-STAGE.
009590     MOVE WS-PERIOD TO PD-START-PERIOD.
009600     MOVE WS-TODAY TO PD-PD18-DATE.
009610     MOVE 0 TO PD-PD27-DATE PD-PD36-DATE.
009620     MOVE 0 TO PD-PLAN-BAL PD-PLAN-AMT PD-PLAN-MONTHS.
009630     MOVE 0 TO PD-RESPOND-BY PD-CLOSED-DATE PD-CLOSED-PERIOD.
009640     MOVE SPACE TO PD-PRIOR-STAT.
009650     PERFORM 2450-KEEP-MEASURE THRU 2450-EXIT.

009660     PERFORM 2700-SEND-LETTER THRU 2700-EXIT.

009670     IF WS-ROW-FOUND THEN
009680         REWRITE PERSDEBT-REC
009690             INVALID KEY
009700                 PERFORM 2950-FILE-FAILED THRU 2950-EXIT
009710         END-REWRITE
009720     ELSE
009730         WRITE PERSDEBT-REC
009740             INVALID KEY
009750                 PERFORM 2950-FILE-FAILED THRU 2950-EXIT
009760         END-WRITE
009770     END-IF.

009780     ADD 1 TO WS-PD18-COUNT.
009790     MOVE '18-MONTH LETTER' TO DL-ACTION.
009800     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.

009810 2300-EXIT.
009820     EXIT.

009830*-----------------------------------------------------------------
009840* 2400-MOVE-CYCLE-ON - AN OPEN CYCLE AT '1' OR '2'. AT A MILESTONE
009850* IT MOVES ON WHILE THE ACCOUNT IS STILL IN PERSISTENT DEBT AND
009860* ENDS WHEN IT IS NOT; BETWEEN MILESTONES THE MEASURE IS KEPT
009870*-----------------------------------------------------------------
009880 2400-MOVE-CYCLE-ON.

009890     PERFORM 2450-KEEP-MEASURE THRU 2450-EXIT.

009900     MOVE PD-START-PERIOD TO WS-WORK-PERIOD.
009910     COMPUTE WS-MONTHS-ON = WS-PER-INDEX
009920         - (WS-WORK-YYYY * 12 + WS-WORK-MM - 1).

009930     IF PD-STAGE-18 AND WS-MONTHS-ON NOT < 9 THEN
009940         IF WS-IN-DEBT THEN
009950             MOVE '2' TO PD-STAGE
009960             MOVE WS-TODAY TO PD-PD27-DATE
009970             PERFORM 2700-SEND-LETTER THRU 2700-EXIT
009980             ADD 1 TO WS-PD27-COUNT
009990             MOVE '27-MONTH LETTER' TO DL-ACTION
010000             PERFORM 2900-REPORT-LINE THRU 2900-EXIT
010010         ELSE
010020             MOVE 'ENDED - OUT OF PERSISTENT DEBT' TO DL-ACTION
010030             PERFORM 2800-END-CYCLE THRU 2800-EXIT
010040             GO TO 2400-EXIT
010050         END-IF
010060     ELSE IF PD-STAGE-27 AND WS-MONTHS-ON NOT < 18 THEN
010070         IF WS-IN-DEBT THEN
010080             PERFORM 2500-PROPOSE-PLAN THRU 2500-EXIT
010090             GO TO 2400-EXIT
010100         ELSE
010110             MOVE 'ENDED - OUT OF PERSISTENT DEBT' TO DL-ACTION
010120             PERFORM 2800-END-CYCLE THRU 2800-EXIT
010130             GO TO 2400-EXIT
010140         END-IF
010150     ELSE
010160         ADD 1 TO WS-MONITOR-COUNT
010170     END-IF
010180     END-IF.

010190     REWRITE PERSDEBT-REC
010200         INVALID KEY
010210             PERFORM 2950-FILE-FAILED THRU 2950-EXIT
010220     END-REWRITE.

010230 2400-EXIT.
010240     EXIT.

010250 2450-KEEP-MEASURE.

010260     MOVE WS-PERIOD TO PD-LAST-PERIOD.
010270     MOVE WS-CHARGES TO PD-LAST-CHARGES.
010280     MOVE WS-PAID TO PD-LAST-PAID.
010290     MOVE WS-PRINCIPAL TO PD-LAST-PRINCIPAL.
010300     MOVE WS-IN-DEBT-SW TO PD-LAST-RESULT.

010310 2450-EXIT.
010320     EXIT.

010330*-----------------------------------------------------------------
010340* 2500-PROPOSE-PLAN - 36 MONTHS. A CUSTOMER ALREADY ON AN
010350* ARRANGEMENT IS REPAYING TO A PLAN AND THE CYCLE ENDS THERE;
010360* OTHERWISE THE PLAN IS STAGED ON THE ROW - THE BALANCE OVER THE
010370* PLAN MONTHS, ROUNDED UP TO THE PENNY SO THE LAST PAYMENT CLEARS
010380* IT - AND THE 36-MONTH LETTER GOES WITH THE RESPOND-BY DAY
010390*-----------------------------------------------------------------
010400 2500-PROPOSE-PLAN.

010410     MOVE 0 TO PD-PD36-DATE.
010420     PERFORM 2650-CHECK-ARRANGEMENT THRU 2650-EXIT.
010430     IF WS-PLAN-AGREED THEN
010440         MOVE 'A' TO PD-STAGE
010450         MOVE 'ENDED - ALREADY ON A PLAN' TO DL-ACTION
010460         PERFORM 2850-CLOSE-ROW THRU 2850-EXIT
010470         ADD 1 TO WS-TAKEN-COUNT
010480         GO TO 2500-EXIT
010490     END-IF.

010500     MOVE '3' TO PD-STAGE.
010510     MOVE WS-TODAY TO PD-PD36-DATE.
010520     MOVE AF-CURR-BAL TO PD-PLAN-BAL.
010530     MOVE WS-PLAN-MONTHS TO PD-PLAN-MONTHS.
010540     COMPUTE WS-PLAN-WORK = AF-CURR-BAL / WS-PLAN-MONTHS.
010550     MOVE WS-PLAN-WORK TO PD-PLAN-AMT.
010560     COMPUTE WS-PLAN-CHECK = PD-PLAN-AMT * WS-PLAN-MONTHS.
010570     IF WS-PLAN-CHECK < AF-CURR-BAL THEN
010580         ADD 0.01 TO PD-PLAN-AMT
010590     END-IF.

010600     MOVE 'ADD' TO DP-FUNCTION.
010610     MOVE WS-TODAY TO DP-JULIAN.
010620     MOVE WS-RESPOND-DAYS TO DP-DAYS.
010630     CALL 'DCI8BDAT' USING DATEPARM.
010640     MOVE DP-JULIAN TO PD-RESPOND-BY.

010650     PERFORM 2700-SEND-LETTER THRU 2700-EXIT.

010660     REWRITE PERSDEBT-REC
010670         INVALID KEY
010680             PERFORM 2950-FILE-FAILED THRU 2950-EXIT
010690     END-REWRITE.

010700     ADD 1 TO WS-PD36-COUNT.
010710     MOVE '36-MONTH PLAN PROPOSED' TO DL-ACTION.
010720     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.

010730 2500-EXIT.
010740     EXIT.

010750*-----------------------------------------------------------------
010760* 2600-CHECK-RESPONSE - A PROPOSED PLAN. AN ARRANGEMENT AGREED
010770* SINCE THE PROPOSAL TAKES IT UP; NOTHING OWING ENDS THE CYCLE;
010780* BEFORE THE RESPOND-BY DAY IT WAITS; AFTER IT THE ACCOUNT IS
010790* FROZEN, UNLESS THE CUSTOMER IS MARKED VULNERABLE
010800*-----------------------------------------------------------------
010810 2600-CHECK-RESPONSE.

010820     MOVE PD-LAST-CHARGES TO WS-CHARGES.
010830     MOVE PD-LAST-PRINCIPAL TO WS-PRINCIPAL.

010840     PERFORM 2650-CHECK-ARRANGEMENT THRU 2650-EXIT.
010850     IF WS-PLAN-AGREED THEN
010860         MOVE 'A' TO PD-STAGE
010870         MOVE 'PLAN TAKEN UP' TO DL-ACTION
010880         PERFORM 2850-CLOSE-ROW THRU 2850-EXIT
010890         ADD 1 TO WS-TAKEN-COUNT
010900         GO TO 2600-EXIT
010910     END-IF.

010920     IF AF-CURR-BAL NOT > 0 THEN
010930         MOVE 'ENDED - NOTHING OWING' TO DL-ACTION
010940         PERFORM 2800-END-CYCLE THRU 2800-EXIT
010950         GO TO 2600-EXIT
010960     END-IF.

010970     IF AF-ESTATE-FLAG = 'D' THEN
010980         MOVE 'ENDED - DECEASED ESTATE' TO DL-ACTION
010990         PERFORM 2800-END-CYCLE THRU 2800-EXIT
011000         GO TO 2600-EXIT
011010     END-IF.

011020     IF WS-TODAY NOT > PD-RESPOND-BY THEN
011030         ADD 1 TO WS-WAITING-COUNT
011040         GO TO 2600-EXIT
011050     END-IF.

011060     PERFORM 2660-CHECK-VULNERABLE THRU 2660-EXIT.
011070     IF WS-VULNERABLE THEN
011080         ADD 1 TO WS-VULN-HELD-COUNT
011090         MOVE 'NO ANSWER - HELD, VULNERABLE' TO DL-ACTION
011100         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
011110         GO TO 2600-EXIT
011120     END-IF.

011130     MOVE AF-STAT TO PD-PRIOR-STAT.
011140     IF AF-STAT NOT = 'X' THEN
011150         PERFORM 4200-WRITE-STATUS-HIST THRU 4200-EXIT
011160         MOVE 'X' TO AF-STAT
011170         MOVE 'BATCH' TO AF-LAST-CHG-USERID
011180         REWRITE ACCTFILE-REC
011190             INVALID KEY
011200                 PERFORM 2950-FILE-FAILED THRU 2950-EXIT
011210         END-REWRITE
011220         MOVE 'NO ANSWER - ACCOUNT FROZEN' TO DL-ACTION
011230     ELSE
011240         MOVE 'NO ANSWER - ALREADY FROZEN' TO DL-ACTION
011250     END-IF.

011260     MOVE 'S' TO PD-STAGE.
011270     PERFORM 2850-CLOSE-ROW THRU 2850-EXIT.
011280     ADD 1 TO WS-SUSPEND-COUNT.

011290 2600-EXIT.
011300     EXIT.

011310*-----------------------------------------------------------------
011320* 2650-CHECK-ARRANGEMENT - WS-PLAN-SW 'Y' WHEN AN ARRANGEMENT IS
011330* ON TRACK OR COMPLETED AND STARTED ON OR AFTER THE PROPOSAL (ANY
011340* START DATE WHILE NO PROPOSAL HAS BEEN MADE)
011350*-----------------------------------------------------------------
011360 2650-CHECK-ARRANGEMENT.

011370     MOVE 'N' TO WS-PLAN-SW.
011380     MOVE AF-ACCTNO TO AR-ACCTNO.

011390     READ ARRANGE-FILE
011400         INVALID KEY
011410             GO TO 2650-EXIT
011420     END-READ.

011430     IF (AR-ON-TRACK OR AR-COMPLETED) AND
011440        AR-START-DATE NOT < PD-PD36-DATE THEN
011450         MOVE 'Y' TO WS-PLAN-SW
011460     END-IF.

011470 2650-EXIT.
011480     EXIT.

011490*-----------------------------------------------------------------
011500* 2660-CHECK-VULNERABLE - WS-VULN-SW 'Y' WHEN THE ACCOUNT HAS ANY
011510* ACTIVE VULNMARK MARKER, WHATEVER ITS CATEGORY
011520*-----------------------------------------------------------------
011530 2660-CHECK-VULNERABLE.

011540     MOVE 'N' TO WS-VULN-SW.
011550     MOVE 'N' TO WS-VM-EOF-SW.

011560     MOVE AF-ACCTNO TO VM-ACCTNO.
011570     MOVE LOW-VALUES TO VM-CATEGORY.

011580     START VULNMARK-FILE KEY IS NOT LESS THAN VM-KEY
011590         INVALID KEY
011600             GO TO 2660-EXIT
011610     END-START.

011620     PERFORM 2665-READ-MARKER THRU 2665-EXIT
011630         UNTIL WS-VM-EOF-YES.

011640 2660-EXIT.
011650     EXIT.

011660 2665-READ-MARKER.

011670     READ VULNMARK-FILE NEXT RECORD
011680         AT END
011690             MOVE 'Y' TO WS-VM-EOF-SW
011700             GO TO 2665-EXIT
011710     END-READ.

011720     IF VM-ACCTNO NOT = AF-ACCTNO THEN
011730         MOVE 'Y' TO WS-VM-EOF-SW
011740         GO TO 2665-EXIT
011750     END-IF.

011760     IF VM-ACTIVE THEN
011770         MOVE 'Y' TO WS-VULN-SW
011780         MOVE 'Y' TO WS-VM-EOF-SW
011790     END-IF.

011800 2665-EXIT.
011810     EXIT.

011820*-----------------------------------------------------------------
011830* 2700-SEND-LETTER - THE LETTER FOR THE STAGE THE ROW HAS JUST
011840* REACHED, ADDRESSED THE WAY THE STATEMENT RUN ADDRESSES MAIL -
011850* THE CORRESPONDENCE ADDRESS WHEN ONE IS ON FILE, THE ADDRESS OF
011860* RECORD OTHERWISE
011870*-----------------------------------------------------------------
011880 2700-SEND-LETTER.

011890     MOVE 'P' TO WS-CHANNEL-SW.
011900     IF AF-CONTACT-PREF = 'E' AND AF-EMAIL NOT = SPACES THEN
011910         MOVE 'E' TO WS-CHANNEL-SW
011920     ELSE
011930         IF AF-GONEAWAY-FLAG = 'G' THEN
011940             MOVE 'G' TO WS-CHANNEL-SW
011950         END-IF
011960     END-IF.

011970     MOVE WS-CHANNEL-SW TO PD-LAST-LETTER.
011980     PERFORM 2780-LOG-CORRESPONDENCE THRU 2780-EXIT.

011990     IF WS-CHANNEL-HELD THEN
012000         ADD 1 TO WS-GONEAWAY-COUNT
012010         GO TO 2700-EXIT
012020     END-IF.

012030     IF WS-CHANNEL-EMAIL THEN
012040         ADD 1 TO WS-EMAIL-COUNT
012050         MOVE AF-EMAIL TO ET-EMAIL
012060         WRITE EMAIL-LINE FROM WS-EMAIL-TO-LINE
012070     ELSE
012080         ADD 1 TO WS-POSTAL-COUNT
012090         PERFORM 2770-DOC-START THRU 2770-EXIT
012100     END-IF.

012110     MOVE AF-ACCTNO TO LH-ACCTNO.
012120     MOVE WS-LTR-HEAD-LINE TO WS-RT-LINE.
012130     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

012140     MOVE AF-TITL TO LN-TITL.
012150     MOVE AF-FNAME TO LN-FNAME.
012160     MOVE AF-SNAME TO LN-SNAME.
012170     MOVE WS-LTR-NAME-LINE TO WS-RT-LINE.
012180     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

012190     IF AF-MAIL-ADDR1 NOT = SPACES OR
012200        AF-MAIL-ADDR2 NOT = SPACES THEN
012210         MOVE AF-MAIL-ADDR1 TO LA-ADDR
012220         MOVE WS-LTR-ADDR-LINE TO WS-RT-LINE
012230         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
012240         MOVE AF-MAIL-ADDR2 TO LA-ADDR
012250         MOVE WS-LTR-ADDR-LINE TO WS-RT-LINE
012260         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
012270     ELSE
012280         MOVE AF-ADDR1 TO LA-ADDR
012290         MOVE WS-LTR-ADDR-LINE TO WS-RT-LINE
012300         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
012310         MOVE AF-ADDR2 TO LA-ADDR
012320         MOVE WS-LTR-ADDR-LINE TO WS-RT-LINE
012330         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
012340     END-IF.

012350     MOVE SPACES TO WS-RT-LINE.
012360     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

012370     MOVE WS-PER-MM TO LC-MM.
012380     MOVE WS-PER-YYYY TO LC-YYYY.
012390     MOVE WS-CHARGES TO LC-CHARGES.
012400     MOVE WS-LTR-CHARGES-LINE TO WS-RT-LINE.
012410     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

012420     IF WS-PRINCIPAL > 0 THEN
012430         MOVE WS-PRINCIPAL TO LP-PRINCIPAL
012440     ELSE
012450         MOVE 0 TO LP-PRINCIPAL
012460     END-IF.
012470     MOVE WS-LTR-PRINCIPAL-LINE TO WS-RT-LINE.
012480     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

012490     MOVE SPACES TO WS-RT-LINE.
012500     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

012510     IF PD-STAGE-18 THEN
012520         PERFORM 2710-PD18-LINE THRU 2710-EXIT
012530             VARYING WS-TEXT-SUB FROM 1 BY 1
012540             UNTIL WS-TEXT-SUB > 6
012550     ELSE IF PD-STAGE-27 THEN
012560         PERFORM 2720-PD27-LINE THRU 2720-EXIT
012570             VARYING WS-TEXT-SUB FROM 1 BY 1
012580             UNTIL WS-TEXT-SUB > 6
012590     ELSE
012600         PERFORM 2730-PD36-LETTER THRU 2730-EXIT
012610     END-IF
012620     END-IF.

012630     MOVE WS-LTR-SEPARATOR TO WS-RT-LINE.
012640     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

012650 2700-EXIT.
012660     EXIT.

012670 2710-PD18-LINE.

012680     MOVE WS-PD18-LINE(WS-TEXT-SUB) TO WS-RT-LINE.
012690     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

012700 2710-EXIT.
012710     EXIT.

012720 2720-PD27-LINE.

012730     MOVE WS-PD27-LINE(WS-TEXT-SUB) TO WS-RT-LINE.
012740     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

012750 2720-EXIT.
012760     EXIT.

012770*-----------------------------------------------------------------
012780* 2730-PD36-LETTER - THE WORDING, THE PLAN AND THE RESPOND-BY DAY
012790*-----------------------------------------------------------------
012800 2730-PD36-LETTER.

012810     PERFORM 2735-PD36-LINE THRU 2735-EXIT
012820         VARYING WS-TEXT-SUB FROM 1 BY 1
012830         UNTIL WS-TEXT-SUB > 3.

012840     MOVE PD-PLAN-BAL TO LB-BALANCE.
012850     MOVE WS-LTR-BALANCE-LINE TO WS-RT-LINE.
012860     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

012870     MOVE PD-PLAN-MONTHS TO LP-MONTHS.
012880     MOVE PD-PLAN-AMT TO LP-AMOUNT.
012890     MOVE WS-LTR-PLAN-LINE TO WS-RT-LINE.
012900     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

012910     MOVE 0 TO WS-GREG-DATE.
012920     MOVE 'J2G' TO DP-FUNCTION.
012930     MOVE PD-RESPOND-BY TO DP-JULIAN.
012940     CALL 'DCI8BDAT' USING DATEPARM.
012950     IF DP-RC-GOOD THEN
012960         MOVE DP-GREGORIAN TO WS-GREG-DATE
012970     END-IF.
012980     MOVE WS-GREG-DD TO LR-DD.
012990     MOVE WS-GREG-MM TO LR-MM.
013000     MOVE WS-GREG-YYYY TO LR-YYYY.
013010     MOVE WS-LTR-RESPOND-LINE TO WS-RT-LINE.
013020     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

013030     PERFORM 2740-PD36-CLOSE-LINE THRU 2740-EXIT
013040         VARYING WS-TEXT-SUB FROM 1 BY 1
013050         UNTIL WS-TEXT-SUB > 3.

013060 2730-EXIT.
013070     EXIT.

013080 2735-PD36-LINE.

013090     MOVE WS-PD36-LINE(WS-TEXT-SUB) TO WS-RT-LINE.
013100     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

013110 2735-EXIT.
013120     EXIT.

013130 2740-PD36-CLOSE-LINE.

013140     MOVE WS-PD36-CLOSE-LINE(WS-TEXT-SUB) TO WS-RT-LINE.
013150     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

013160 2740-EXIT.
013170     EXIT.

013180*-----------------------------------------------------------------
013190* 2780-LOG-CORRESPONDENCE RECORDS THE STAGE LETTER ON THE
013200* CORRESPONDENCE LOG AS ROUTED, WITH THE STAGE AS ITS REFERENCE.
013210* A LETTER HELD FOR A GONE-AWAY ADDRESS IS FLAGGED SUPPRESSED
013220*-----------------------------------------------------------------
013230 2780-LOG-CORRESPONDENCE.

013240     MOVE SPACES TO CORRLOG-REC.
013250     MOVE 0 TO CL-RUN-DATE CL-RUN-TIME CL-SEQNO.
013260     MOVE AF-ACCTNO TO CL-ACCTNO.
013270     MOVE 'PDRL' TO CL-DOC-TYPE.
013280     IF PD-STAGE-18 THEN
013290         MOVE 'PD18' TO CL-DOC-REF
013300     END-IF.
013310     IF PD-STAGE-27 THEN
013320         MOVE 'PD27' TO CL-DOC-REF
013330     END-IF.
013340     IF PD-STAGE-36 THEN
013350         MOVE 'PD36' TO CL-DOC-REF
013360     END-IF.
013370     MOVE 'DCI8BPDR' TO CL-JOBNAME.
013380     MOVE AF-TITL TO CL-TITL.
013390     MOVE AF-FNAME TO CL-FNAME.
013400     MOVE AF-SNAME TO CL-SNAME.
013410     MOVE 'N' TO CL-SUPP-FLAG.

013420     IF WS-CHANNEL-EMAIL THEN
013430         MOVE 'E' TO CL-CHANNEL
013440         MOVE AF-EMAIL TO CL-EMAIL
013450         GO TO 2780-WRITE
013460     END-IF.

013470     MOVE 'P' TO CL-CHANNEL.
013480     IF AF-MAIL-ADDR1 NOT = SPACES OR
013490        AF-MAIL-ADDR2 NOT = SPACES THEN
013500         MOVE AF-MAIL-ADDR1 TO CL-ADDR1
013510         MOVE AF-MAIL-ADDR2 TO CL-ADDR2
013520     ELSE
013530         MOVE AF-ADDR1 TO CL-ADDR1
013540         MOVE AF-ADDR2 TO CL-ADDR2
013550     END-IF.

013560     IF WS-CHANNEL-HELD THEN
013570         MOVE 'Y' TO CL-SUPP-FLAG
013580         MOVE 'G' TO CL-SUPP-REASON
013590     END-IF.

013600 2780-WRITE.
013610     CALL 'DCI8BCLG' USING CORRLOG-REC.

013620 2780-EXIT.
013630     EXIT.

013640*-----------------------------------------------------------------
013650* 2770-DOC-START OPENS A POSTED STAGE LETTER ON PDRLTTR WITH ITS
013660* PRTDOC ROW - THE ACCOUNT, THE STAGE AND THE ADDRESS IT IS
013670* PRINTED TO
013680*-----------------------------------------------------------------
013690 2770-DOC-START.

013700     MOVE SPACES TO PRTDOC-REC.
013710     MOVE '%DOC' TO DC-MARKER.
013720     MOVE 'PDRL' TO DC-DOC-TYPE.
013730     MOVE 'DCI8BPDR' TO DC-JOBNAME.
013740     MOVE AF-ACCTNO TO DC-ACCTNO.
013750     IF PD-STAGE-18 THEN
013760         MOVE 'PD18' TO DC-DOC-REF
013770     END-IF.
013780     IF PD-STAGE-27 THEN
013790         MOVE 'PD27' TO DC-DOC-REF
013800     END-IF.
013810     IF PD-STAGE-36 THEN
013820         MOVE 'PD36' TO DC-DOC-REF
013830     END-IF.
013840     IF AF-MAIL-ADDR1 NOT = SPACES OR
013850        AF-MAIL-ADDR2 NOT = SPACES THEN
013860         MOVE AF-MAIL-ADDR1 TO DC-ADDR1
013870         MOVE AF-MAIL-ADDR2 TO DC-ADDR2
013880     ELSE
013890         MOVE AF-ADDR1 TO DC-ADDR1
013900         MOVE AF-ADDR2 TO DC-ADDR2
013910     END-IF.

013920     WRITE LETTER-LINE FROM PRTDOC-REC.

013930 2770-EXIT.
013940     EXIT.

013950 2790-ROUTE-LINE.

013960     IF WS-CHANNEL-EMAIL THEN
013970         WRITE EMAIL-LINE FROM WS-RT-LINE
013980     ELSE
013990         WRITE LETTER-LINE FROM WS-RT-LINE
014000     END-IF.

014010 2790-EXIT.
014020     EXIT.

014030*-----------------------------------------------------------------
014040* 2800-END-CYCLE ENDS AN OPEN CYCLE 'X' WITH THE REASON ALREADY
014050* IN DL-ACTION; 2850-CLOSE-ROW STAMPS WHICHEVER END THE CALLER
014060* SET, REWRITES THE ROW AND LISTS IT
014070*-----------------------------------------------------------------
014080 2800-END-CYCLE.

014090     MOVE 'X' TO PD-STAGE.
014100     PERFORM 2850-CLOSE-ROW THRU 2850-EXIT.
014110     ADD 1 TO WS-EXITED-COUNT.

014120 2800-EXIT.
014130     EXIT.

014140 2850-CLOSE-ROW.

014150     MOVE WS-TODAY TO PD-CLOSED-DATE.
014160     MOVE WS-PERIOD TO PD-CLOSED-PERIOD.

014170     REWRITE PERSDEBT-REC
014180         INVALID KEY
014190             PERFORM 2950-FILE-FAILED THRU 2950-EXIT
014200     END-REWRITE.

014210     MOVE PD-LAST-CHARGES TO WS-CHARGES.
014220     MOVE PD-LAST-PRINCIPAL TO WS-PRINCIPAL.
014230     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.

014240 2850-EXIT.
014250     EXIT.

014260 2900-REPORT-LINE.

014270     MOVE AF-ACCTNO TO DL-ACCTNO.
014280     MOVE PD-STAGE TO DL-STAGE.
014290     MOVE WS-CHARGES TO DL-CHARGES.
014300     MOVE WS-PRINCIPAL TO DL-PRINCIPAL.
014310     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

014320 2900-EXIT.
014330     EXIT.

014340 2950-FILE-FAILED.

014350     DISPLAY 'DCI8BPDR - UPDATE FAILED ' AF-ACCTNO
014360         ' PERSDEBT ' WS-PERSDEBT-STATUS
014370         ' ACCTFILE ' WS-ACCTFILE-STATUS.
014380     ADD 1 TO WS-FAILED-COUNT.

014390 2950-EXIT.
014400     EXIT.

014410*-----------------------------------------------------------------
014420* 4200-WRITE-STATUS-HIST LEAVES THE SAME 'S' STATUS EVENT ROW
014430* DCI8DPGF LEAVES FOR AN ONLINE TOGGLE, STAMPED 'BATCH' - THE
014440* REWRITE THAT FOLLOWS CARRIES THE BUMPED LAST-HIST-SEQ ON
014450*-----------------------------------------------------------------
014460 4200-WRITE-STATUS-HIST.

014470     ADD 1 TO AF-LAST-HIST-SEQ.

014480     MOVE AF-ACCTNO TO AH-ACCTNO.
014490     MOVE AF-LAST-HIST-SEQ TO AH-SEQNO.
014500     MOVE AF-FNAME TO AH-FNAME AH-AFTER-FNAME.
014510     MOVE AF-SNAME TO AH-SNAME AH-AFTER-SNAME.
014520     MOVE AF-TITL TO AH-TITL AH-AFTER-TITL.
014530     MOVE AF-ADDR1 TO AH-ADDR1 AH-AFTER-ADDR1.
014540     MOVE AF-ADDR2 TO AH-ADDR2 AH-AFTER-ADDR2.
014550     MOVE AF-CRLIMIT TO AH-CRLIMIT AH-AFTER-CRLIMIT.
014560     MOVE AF-STAT TO AH-STAT.
014570     MOVE 'X' TO AH-AFTER-STAT.
014580     MOVE 'BATCH' TO AH-CHG-USERID.
014590     MOVE SPACES TO AH-CHG-TRMID.
014600     MOVE WS-TODAY TO AH-CHG-DATE.
014610     MOVE 0 TO AH-CHG-TIME.
014620     MOVE 'S' TO AH-EVENT-TYPE.

014630     WRITE ACCTHIST-REC
014640         INVALID KEY
014650             CONTINUE
014660         NOT INVALID KEY
014670             PERFORM 8600-SEAL-HIST-ROW THRU 8600-EXIT
014680     END-WRITE.

014690 4200-EXIT.
014700     EXIT.

014710 9000-TERMINATE.

014720     DISPLAY 'DCI8BPDR - PERSISTENT DEBT REVIEW - SUMMARY'.
014730     DISPLAY 'MONTH MEASURED   : ' WS-PERIOD.
014740     DISPLAY 'ACCOUNTS READ    : ' WS-READ-COUNT.
014750     DISPLAY 'MEASURED         : ' WS-MEASURED-COUNT.
014760     DISPLAY 'IN PERSIST. DEBT : ' WS-IN-DEBT-COUNT.
014770     DISPLAY 'UNDER 18 MONTHS  : ' WS-SHORT-COUNT.
014780     DISPLAY 'NOTHING OWING    : ' WS-NOT-OWING-COUNT.
014790     DISPLAY 'ESTATE/INSOLVENT : ' WS-EXCLUDED-COUNT.
014800     DISPLAY 'ALREADY MEASURED : ' WS-RERUN-COUNT.
014810     DISPLAY 'RECENTLY ENDED   : ' WS-COOLING-COUNT.
014820     DISPLAY '18-MONTH LETTERS : ' WS-PD18-COUNT.
014830     DISPLAY '27-MONTH LETTERS : ' WS-PD27-COUNT.
014840     DISPLAY 'PLANS PROPOSED   : ' WS-PD36-COUNT.
014850     DISPLAY 'MONITORED        : ' WS-MONITOR-COUNT.
014860     DISPLAY 'CYCLES ENDED     : ' WS-EXITED-COUNT.
014870     DISPLAY 'PLANS TAKEN UP   : ' WS-TAKEN-COUNT.
014880     DISPLAY 'AWAITING ANSWER  : ' WS-WAITING-COUNT.
014890     DISPLAY 'CARDS SUSPENDED  : ' WS-SUSPEND-COUNT.
014900     DISPLAY 'HELD VULNERABLE  : ' WS-VULN-HELD-COUNT.
014910     DISPLAY 'LETTERS POSTED   : ' WS-POSTAL-COUNT.
014920     DISPLAY 'LETTERS EMAILED  : ' WS-EMAIL-COUNT.
014930     DISPLAY 'GONE-AWAY HELD   : ' WS-GONEAWAY-COUNT.
014940     DISPLAY 'UPDATES FAILED   : ' WS-FAILED-COUNT.

014950     CLOSE ACCTFILE.
014960     CLOSE BALHIST-FILE.
014970     CLOSE ACCTTXN-FILE.
014980     CLOSE ARRANGE-FILE.
014990     CLOSE VULNMARK-FILE.
015000     CLOSE INSOLV-FILE.
015010     CLOSE PERSDEBT-FILE.
015020     CLOSE ACCTHIST-FILE.
015030     CLOSE LETTER-FILE.
015040     CLOSE EMAIL-FILE.
015050     CLOSE REPORT-FILE.

015060 9000-EXIT.
015070     EXIT.

015080*-----------------------------------------------------------------
015090* 8600 - THE ACCTHIST ROW JUST WRITTEN JOINS ITS ACCOUNT'S
015100* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
015110* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
015120* AND THE ROW IS REWRITTEN WITH THEM
015130*-----------------------------------------------------------------
015140 8600-SEAL-HIST-ROW.

015150     MOVE 'S' TO CP-FUNCTION.
015160     MOVE 'H' TO CP-FILE.
015170     MOVE 'DCI8BPDR' TO CP-JOBNAME.
015180     MOVE ACCTHIST-REC TO CP-ROW.
015190     CALL 'DCI8BHCN' USING CHAINPRM.

015200     MOVE CP-CHAIN-NO TO AH-CHAIN-NO.
015210     MOVE CP-PREV-HASH TO AH-CHAIN-PREV.
015220     MOVE CP-HASH TO AH-CHAIN-HASH.
015230     REWRITE ACCTHIST-REC.

015240 8600-EXIT.
015250     EXIT.

015260*-----------------------------------------------------------------
015270* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
015280* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
015290* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
015300*-----------------------------------------------------------------
015310 8100-WRITE-JRNL-START.

015320*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
015330*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
015340     MOVE 'DCI8BPDR' TO JG-JOBNAME.
015350     CALL 'DCI8BJGT' USING JOBGATE.
015360     IF JG-RC-BLOCKED THEN
015370         MOVE JG-BLOCKED-RC TO RETURN-CODE
015380         STOP RUN
015390     END-IF.

015400     MOVE 'DCI8BPDR' TO JR-JOBNAME.
015410     MOVE 'S' TO JR-ROW-TYPE.
015420     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
015430         JR-REJECTED-COUNT.
015440     MOVE SPACE TO JR-STATUS.
015450     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

015460 8100-EXIT.
015470     EXIT.

015480 8200-WRITE-JRNL-END.

015490     MOVE 'DCI8BPDR' TO JR-JOBNAME.
015500     MOVE 'E' TO JR-ROW-TYPE.
015510     MOVE WS-READ-COUNT TO JR-READ-COUNT.
015520     COMPUTE JR-WRITTEN-COUNT = WS-POSTAL-COUNT + WS-EMAIL-COUNT.
015530     COMPUTE JR-REJECTED-COUNT = WS-GONEAWAY-COUNT
015540         + WS-VULN-HELD-COUNT + WS-FAILED-COUNT.
015550     IF WS-PARM-OK THEN
015560         MOVE 'G' TO JR-STATUS
015570     ELSE
015580         MOVE 'F' TO JR-STATUS
015590     END-IF.
015600     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

015610 8200-EXIT.
015620     EXIT.

015630 8300-STAMP-AND-WRITE.

015640     ACCEPT JR-DATE FROM DAY YYYYDDD.
015650     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
015660     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

015670     OPEN EXTEND JOURNAL-FILE.
015680     WRITE JR-REC.
015690     CLOSE JOURNAL-FILE.

015700 8300-EXIT.
015710     EXIT.

015720 END PROGRAM DCI8BPDR.
