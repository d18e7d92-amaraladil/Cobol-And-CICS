000010*****************************************************************
000020* DCI8BLTF - LATE PAYMENT FEE ASSESSMENT RUN
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BLTF.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-15 AA   INITIAL VERSION - CHARGES THE LATE PAYMENT FEE
000160*                 ON EACH BILLING CYCLE WHOSE MINIMUM PAYMENT
000170*                 WAS MISSED, ONCE PER CYCLE, WITH THE AMOUNT
000180*                 TAKEN FROM THE FEECFG TARIFF
000190* 2026-09-22 AA   AN ACTIVE VULNERABLE CUSTOMER MARKER (VULNMARK
000200*                 FILE, DCI8DPHI) SUPPRESSES THE FEE WITH AN 'S'
000210*                 ROW, COUNTED ON ITS OWN
000220* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000230*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000240*                 STOPS WITH RETURN CODE 12 WHEN A
000250*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000260* 2026-10-08 AA   EVERY NEW ACCTTXN ROW IS SEALED INTO ITS
000270*                 ACCOUNT'S HASH CHAIN THROUGH DCI8BHCN
000280* 2026-10-15 AA   AN ACCOUNT ON A CATALOGUE PRODUCT (PRODCFG)
000290*                 WITH A NON-ZERO LATE FEE IS CHARGED THE
000300*                 PRODUCT'S FEE INSTEAD OF LATEFEE
000310* 2026-10-15 AA   AN ACTIVE INSOLVENCY CASE (INSOLV FILE,
000320*                 DCI8DPHK) SUPPRESSES THE FEE WITH AN 'S' ROW,
000330*                 COUNTED ON ITS OWN
000340*-----------------------------------------------------------------
000350*****************************************************************
000360* THIS JOB WALKS THE BILLCYCL FILE DCI8BSTM WRITES, AFTER THE
000370* DCI8BAGE AGING RUN HAS SETTLED THE NIGHT'S PAYMENTS. EVERY
000380* CYCLE STILL UNPAID ONCE ITS DUE DATE HAS PASSED IS A MISSED
000390* MINIMUM PAYMENT AND IS CHARGED THE FEECFG 'LATEFEE' AMOUNT AS
000400* A TYPE 'F' ACCTTXN ROW ON THE RESERVED SEQUENCE 8009, WITH A
000410* LATEFEE ROW FILED FOR THE ACCOUNT AND CYCLE. THE LATEFEE ROW
000420* IS THE ONCE-PER-CYCLE RULE - A CYCLE WITH ANY ROW (ASSESSED,
000430* SUPPRESSED, OR WAIVED AHEAD OF TIME THROUGH DCI8DPGT PF10) IS
000440* PASSED OVER, AND THE ACCTTXN KEY DOUBLES AS THE SAME-DAY
000450* RESTART PROTECTION THE OTHER POSTING JOBS RELY ON.
000460* THE FEE IS SUPPRESSED - AN 'S' ROW, NO CHARGE - WHILE A
000470* HARDSHIP ARRANGEMENT IS ON TRACK, THE ACCOUNT IS A DECEASED
000480* ESTATE OR IN AN ACTIVE INSOLVENCY CASE, OR THE CUSTOMER
000490* CARRIES AN ACTIVE VULNERABILITY MARKER.
000500* A CYCLE SHORT OF ITS MINIMUM ONLY BY CHARGES UNDER
000510* OPEN DISPUTE IS NOT LATE, THE DCI8BAGE RULE. A CYCLE FIRST
000520* SEEN MORE THAN 30 DAYS PAST DUE (A BACKLOG FROM BEFORE THIS
000530* JOB WAS SCHEDULED) IS LEFT ALONE, AND AN ACCOUNT IS CHARGED
000540* AT MOST ONE FEE A NIGHT - THE RESERVED SEQUENCE HOLDS ONE ROW
000550* PER DAY - SO A SECOND MISSED CYCLE WAITS FOR THE NEXT RUN.
000560* AN ACCOUNT ON A PRODCFG PRODUCT CARRYING A NON-ZERO LATE FEE
000570* IS CHARGED THAT FEE INSTEAD OF THE TARIFF
000580*****************************************************************

000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER. IBM-370.
000620 OBJECT-COMPUTER. IBM-370.

000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.

000650     SELECT FEECFG-FILE ASSIGN TO FEECFG
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS FG-CODE
000690         FILE STATUS IS WS-FEECFG-STATUS.

000700     SELECT PRODCFG-FILE ASSIGN TO PRODCFG
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS PD-CODE
000740         FILE STATUS IS WS-PRODCFG-STATUS.

000750     SELECT CYCLE-FILE ASSIGN TO BILLCYCL
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS SEQUENTIAL
000780         RECORD KEY IS CY-KEY
000790         FILE STATUS IS WS-CYCLE-STATUS.

000800     SELECT ACCTFILE ASSIGN TO ACCTFILE
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS RANDOM
000830         RECORD KEY IS AF-ACCTKEY
000840         FILE STATUS IS WS-ACCTFILE-STATUS.

000850     SELECT LATEFEE-FILE ASSIGN TO LATEFEE
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS RANDOM
000880         RECORD KEY IS LF-KEY
000890         FILE STATUS IS WS-LATEFEE-STATUS.

000900     SELECT ARRANGE-FILE ASSIGN TO ARRANGE
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS RANDOM
000930         RECORD KEY IS AR-ACCTNO
000940         FILE STATUS IS WS-ARRANGE-STATUS.

000950     SELECT DISPUTE-FILE ASSIGN TO DISPUTE
000960         ORGANIZATION IS INDEXED
000970         ACCESS MODE IS DYNAMIC
000980         RECORD KEY IS DS-KEY
000990         FILE STATUS IS WS-DISPUTE-STATUS.

001000     SELECT VULNMARK-FILE ASSIGN TO VULNMARK
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS VM-KEY
001040         FILE STATUS IS WS-VULNMARK-STATUS.

001050     SELECT INSOLV-FILE ASSIGN TO INSOLV
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS RANDOM
001080         RECORD KEY IS IV-ACCTNO
001090         FILE STATUS IS WS-INSOLV-STATUS.

001100     SELECT ACCTTXN-FILE ASSIGN TO ACCTTXN
001110         ORGANIZATION IS INDEXED
001120         ACCESS MODE IS DYNAMIC
001130         RECORD KEY IS TX-KEY
001140         FILE STATUS IS WS-ACCTTXN-STATUS.

001150     SELECT TXNNARR-FILE ASSIGN TO TXNNARR
001160         ORGANIZATION IS INDEXED
001170         ACCESS MODE IS RANDOM
001180         RECORD KEY IS NR-KEY
001190         FILE STATUS IS WS-TXNNARR-STATUS.

001200     SELECT REPORT-FILE ASSIGN TO LTFRPT
001210         ORGANIZATION IS SEQUENTIAL
001220         FILE STATUS IS WS-REPORT-STATUS.

001230     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
001240         ORGANIZATION IS SEQUENTIAL
001250         FILE STATUS IS WS-JOURNAL-STATUS.

001260 DATA DIVISION.
001270 FILE SECTION.

001280*-----------------------------------------------------------------
001290* FEECFG - THE CHARGE TARIFF MAINTAINED IN DCI8DPGG (FILE 'F')
001300*-----------------------------------------------------------------
001310 FD  FEECFG-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 01  FEECFG-REC.
001340     05  FG-CODE                 PIC X(08).
001350     05  FG-AMOUNT               PIC 9(06)V99.

001360*-----------------------------------------------------------------
001370* PRODCFG - THE PRODUCT CATALOGUE, KEYED BY PRODUCT CODE. ONLY
001380* THE LATE FEE IS USED HERE - ZERO MEANS THE FEECFG TARIFF
001390*-----------------------------------------------------------------
001400 FD  PRODCFG-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  PRODCFG-REC.
001430     05  PD-CODE                 PIC X(04).
001440     05  FILLER                  PIC X(31).
001450     05  PD-LATE-FEE             PIC 9(03)V99.

001460 FD  CYCLE-FILE
001470     LABEL RECORDS ARE STANDARD.
001480 01  BILLCYCL-REC.
001490     05  CY-KEY.
001500         10  CY-ACCTNO           PIC X(09).
001510         10  CY-PERIOD           PIC 9(06).
001520     05  CY-STMT-DATE            PIC S9(7) COMP-3.
001530     05  CY-CLOSE-BAL            PIC S9(08)V99 COMP-3.
001540     05  CY-MIN-PAYMENT          PIC 9(08)V99.
001550     05  CY-DUE-DATE             PIC S9(7) COMP-3.
001560     05  CY-PAID-FLAG            PIC X(01).
001570         88  CY-UNPAID                   VALUE 'U'.
001580         88  CY-PAID                     VALUE 'P'.
001590     05  CY-PAID-DATE            PIC S9(7) COMP-3.

001600 FD  ACCTFILE
001610     LABEL RECORDS ARE STANDARD.
001620 01  ACCTFILE-REC.
001630     05  AF-ACCTKEY.
001640         10  AF-ACCTNO           PIC X(09).
001650     05  AF-FNAME                PIC X(15).
001660     05  AF-SNAME                PIC X(15).
001670     05  AF-TITL                 PIC X(04).
001680     05  AF-ADDR1                PIC X(20).
001690     05  AF-ADDR2                PIC X(20).
001700     05  AF-CRLIMIT              PIC 9(08)V99.
001710     05  AF-STAT                 PIC X(01).
001720     05  AF-CREATED-INFO.
001730         10  AF-CR-USERID        PIC X(08).
001740         10  AF-CR-TRMID         PIC X(04).
001750         10  AF-CR-DATE          PIC S9(7) COMP-3.
001760         10  AF-CR-TIME          PIC S9(7) COMP-3.
001770     05  AF-LAST-HIST-SEQ        PIC 9(04) COMP.
001780     05  AF-LAST-CHANGED-INFO.
001790         10  AF-LAST-CHG-DATE    PIC S9(7) COMP-3.
001800         10  AF-LAST-CHG-TIME    PIC S9(7) COMP-3.
001810     05  AF-PHONE                PIC X(15).
001820     05  AF-EMAIL                PIC X(30).
001830     05  AF-LAST-CHG-USERID      PIC X(08).
001840     05  AF-MAIL-ADDR1           PIC X(20).
001850     05  AF-MAIL-ADDR2           PIC X(20).
001860     05  AF-FORMER-SNAME         PIC X(15).
001870     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
001880     05  AF-BUREAU-SCORE         PIC 9(03).
001890     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001900     05  AF-BRANCH               PIC X(04).
001910     05  AF-CONTACT-PREF         PIC X(01).
001920     05  AF-STMT-CYCLE           PIC X(01).
001930     05  AF-GONEAWAY-FLAG        PIC X(01).
001940     05  AF-CUST-ID              PIC 9(08).
001950     05  AF-ESTATE-FLAG          PIC X(01).
001960     05  AF-SENS-FLAG            PIC X(01).
001970     05  AF-ANNFEE-PLAN          PIC X(01).
001980     05  AF-SETTLE-FLAG          PIC X(01).
001990     05  AF-PRODUCT-CODE         PIC X(04).

002000 FD  LATEFEE-FILE
002010     LABEL RECORDS ARE STANDARD.
002020 01  LATEFEE-REC.
002030     05  LF-KEY.
002040         10  LF-ACCTNO           PIC X(09).
002050         10  LF-PERIOD           PIC 9(06).
002060     05  LF-STATUS               PIC X(01).
002070         88  LF-ASSESSED                 VALUE 'A'.
002080         88  LF-SUPPRESSED               VALUE 'S'.
002090         88  LF-WAIVED                   VALUE 'W'.
002100         88  LF-REVERSED                 VALUE 'R'.
002110     05  LF-AMOUNT               PIC 9(08)V99.
002120     05  LF-REASON               PIC X(40).
002130     05  LF-ACTION-INFO.
002140         10  LF-ACT-USERID       PIC X(08).
002150         10  LF-ACT-TRMID        PIC X(04).
002160         10  LF-ACT-DATE         PIC S9(7) COMP-3.
002170         10  LF-ACT-TIME         PIC S9(7) COMP-3.

002180*-----------------------------------------------------------------
002190* ARRANGE - THE HARDSHIP ARRANGEMENT FILE. AN ON-TRACK
002200* ARRANGEMENT SUPPRESSES THE FEE
002210*-----------------------------------------------------------------
002220 FD  ARRANGE-FILE
002230     LABEL RECORDS ARE STANDARD.
002240 01  ARRANGE-REC.
002250     05  AR-ACCTNO               PIC X(09).
002260     05  AR-MONTHLY-AMT          PIC 9(08)V99.
002270     05  AR-MONTHS               PIC 9(02).
002280     05  AR-PAID-COUNT           PIC 9(02).
002290     05  AR-START-DATE           PIC S9(7) COMP-3.
002300     05  AR-NEXT-DUE             PIC S9(7) COMP-3.
002310     05  AR-STATUS               PIC X(01).
002320         88  AR-ON-TRACK                 VALUE 'A'.
002330     05  AR-AGREED-INFO.
002340         10  AR-AGR-USERID       PIC X(08).
002350         10  AR-AGR-TRMID        PIC X(04).
002360         10  AR-AGR-DATE         PIC S9(7) COMP-3.
002370         10  AR-AGR-TIME         PIC S9(7) COMP-3.

002380*-----------------------------------------------------------------
002390* DISPUTE - ONE ROW PER DISPUTED ACCTTXN ROW, KEYED ON THAT ROW'S
002400* OWN TX-KEY, SO AN ACCOUNT'S CASES SIT TOGETHER
002410*-----------------------------------------------------------------
002420 FD  DISPUTE-FILE
002430     LABEL RECORDS ARE STANDARD.
002440 01  DISPUTE-REC.
002450     05  DS-KEY.
002460         10  DS-ACCTNO           PIC X(09).
002470         10  DS-TXN-DATE         PIC S9(7) COMP-3.
002480         10  DS-TXN-SEQNO        PIC 9(04) COMP.
002490     05  DS-AMOUNT               PIC 9(08)V99.
002500     05  FILLER                  PIC X(45).
002510     05  DS-STATUS               PIC X(01).
002520         88  DS-OPEN                     VALUE 'O'.
002530     05  DS-PROV-FLAG            PIC X(01).
002540         88  DS-PROV-CREDITED            VALUE 'Y'.
002550     05  FILLER                  PIC X(48).

002560*-----------------------------------------------------------------
002570* VULNMARK - THE VULNERABLE CUSTOMER REGISTER, ONE ROW PER ACCOUNT
002580* PER CATEGORY, RECORDED ON DCI8DPHI. ONLY THE KEY AND STATUS ARE
002590* NEEDED HERE
002600*-----------------------------------------------------------------
002610 FD  VULNMARK-FILE
002620     LABEL RECORDS ARE STANDARD.
002630 01  VULNMARK-REC.
002640     05  VM-KEY.
002650         10  VM-ACCTNO           PIC X(09).
002660         10  VM-CATEGORY         PIC X(01).
002670     05  VM-STATUS               PIC X(01).
002680         88  VM-ACTIVE                   VALUE 'A'.
002690     05  FILLER                  PIC X(88).

002700*-----------------------------------------------------------------
002710* INSOLV - INSOLVENCY CASES, ONE ROW PER ACCOUNT, RECORDED ON
002720* DCI8DPHK. ONLY THE KEY AND STATUS ARE NEEDED HERE
002730*-----------------------------------------------------------------
002740 FD  INSOLV-FILE
002750     LABEL RECORDS ARE STANDARD.
002760 01  INSOLV-REC.
002770     05  IV-ACCTNO               PIC X(09).
002780     05  IV-CASE-TYPE            PIC X(01).
002790     05  IV-STATUS               PIC X(01).
002800         88  IV-ACTIVE                   VALUE 'A'.
002810     05  FILLER                  PIC X(224).

002820 FD  ACCTTXN-FILE
002830     LABEL RECORDS ARE STANDARD.
002840 01  ACCTTXN-REC.
002850     05  TX-KEY.
002860         10  TX-ACCTNO           PIC X(09).
002870         10  TX-DATE             PIC S9(7) COMP-3.
002880         10  TX-SEQNO            PIC 9(04) COMP.
002890     05  TX-TYPE                 PIC X(01).
002900         88  TX-TYPE-CREDIT              VALUE 'C'.
002910     05  TX-AMOUNT               PIC 9(08)V99.
002920     05  TX-POSTED-INFO.
002930         10  TX-POST-DATE        PIC S9(7) COMP-3.
002940         10  TX-POST-JOB         PIC X(08).
002950     05  TX-SOURCE               PIC X(01).
002960     05  TX-CHAIN-INFO.
002970         10  TX-CHAIN-NO         PIC 9(09) COMP.
002980         10  TX-CHAIN-PREV       PIC 9(18) COMP.
002990         10  TX-CHAIN-HASH       PIC 9(18) COMP.

003000*-----------------------------------------------------------------
003010* TXNNARR - THE NARRATIVE SATELLITE, SO THE STATEMENT SAYS WHAT
003020* THE FEE WAS FOR
003030*-----------------------------------------------------------------
003040 FD  TXNNARR-FILE
003050     LABEL RECORDS ARE STANDARD.
003060 01  TXNNARR-REC.
003070     05  NR-KEY.
003080         10  NR-ACCTNO           PIC X(09).
003090         10  NR-DATE             PIC S9(7) COMP-3.
003100         10  NR-SEQNO            PIC 9(04) COMP.
003110     05  NR-MERCHANT             PIC X(30).
003120     05  NR-CATEGORY             PIC X(04).
003130     05  NR-ORIG-REF             PIC X(16).

003140 FD  REPORT-FILE
003150     RECORDING MODE IS F
003160     LABEL RECORDS ARE STANDARD.
003170 01  REPORT-LINE                 PIC X(80).

003180*-----------------------------------------------------------------
003190* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
003200* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
003210*-----------------------------------------------------------------
003220 FD  JOURNAL-FILE
003230     RECORDING MODE IS F
003240     LABEL RECORDS ARE STANDARD.
003250 01  JR-REC.
003260     05  JR-JOBNAME              PIC X(08).
003270     05  JR-ROW-TYPE             PIC X(01).
003280     05  JR-DATE                 PIC 9(07).
003290     05  JR-TIME                 PIC 9(06).
003300     05  JR-READ-COUNT           PIC 9(07).
003310     05  JR-WRITTEN-COUNT        PIC 9(07).
003320     05  JR-REJECTED-COUNT       PIC 9(07).
003330     05  JR-STATUS               PIC X(01).
003340     05  FILLER                  PIC X(06).

003350 WORKING-STORAGE SECTION.
003360 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
003370 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

003380     COPY 'JOBGATE'.

003390*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
003400     COPY 'CHAINPRM'.

003410 77  WS-FEECFG-STATUS        PIC X(02) VALUE SPACES.
003420 77  WS-PRODCFG-STATUS       PIC X(02) VALUE SPACES.
003430 77  WS-CYCLE-STATUS         PIC X(02) VALUE SPACES.
003440 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
003450 77  WS-LATEFEE-STATUS       PIC X(02) VALUE SPACES.
003460 77  WS-ARRANGE-STATUS       PIC X(02) VALUE SPACES.
003470 77  WS-DISPUTE-STATUS       PIC X(02) VALUE SPACES.
003480 77  WS-VULNMARK-STATUS      PIC X(02) VALUE SPACES.
003490 77  WS-INSOLV-STATUS        PIC X(02) VALUE SPACES.
003500 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
003510 77  WS-TXNNARR-STATUS       PIC X(02) VALUE SPACES.
003520 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

003530 01  WS-SWITCHES.
003540     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
003550         88  WS-EOF-YES              VALUE 'Y'.
003560     05  WS-FEE-OK-SW        PIC X(01) VALUE 'Y'.
003570         88  WS-FEE-OK               VALUE 'Y'.
003580     05  WS-TXN-EOF-SW       PIC X(01) VALUE 'N'.
003590         88  WS-TXN-EOF-YES          VALUE 'Y'.
003600     05  WS-DSP-EOF-SW       PIC X(01) VALUE 'N'.
003610         88  WS-DSP-EOF-YES          VALUE 'Y'.
003620     05  WS-VULN-SW          PIC X(01) VALUE 'N'.
003630         88  WS-VULNERABLE           VALUE 'Y'.
003640     05  WS-VM-EOF-SW        PIC X(01) VALUE 'N'.
003650         88  WS-VM-EOF-YES           VALUE 'Y'.
003660     05  WS-INSOLV-SW        PIC X(01) VALUE 'N'.
003670         88  WS-INSOLVENT            VALUE 'Y'.
003680     05  WS-DATE-OK-SW       PIC X(01) VALUE 'Y'.
003690         88  WS-DATE-OK              VALUE 'Y'.

003700 01  WS-COUNTERS.
003710     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
003720     05  WS-ASSESSED-COUNT   PIC 9(07) COMP-3 VALUE 0.
003730     05  WS-WAIVED-COUNT     PIC 9(07) COMP-3 VALUE 0.
003740     05  WS-CYCLE-DONE-COUNT PIC 9(07) COMP-3 VALUE 0.
003750     05  WS-ARRSUPP-COUNT    PIC 9(07) COMP-3 VALUE 0.
003760     05  WS-ESTSUPP-COUNT    PIC 9(07) COMP-3 VALUE 0.
003770     05  WS-INSSUPP-COUNT    PIC 9(07) COMP-3 VALUE 0.
003780     05  WS-VULNSUPP-COUNT   PIC 9(07) COMP-3 VALUE 0.
003790     05  WS-DISPUTE-COUNT    PIC 9(07) COMP-3 VALUE 0.
003800     05  WS-PAID-COUNT       PIC 9(07) COMP-3 VALUE 0.
003810     05  WS-STALE-COUNT      PIC 9(07) COMP-3 VALUE 0.
003820     05  WS-DEFER-COUNT      PIC 9(07) COMP-3 VALUE 0.
003830     05  WS-REPOST-COUNT     PIC 9(07) COMP-3 VALUE 0.
003840     05  WS-SKIPPED-COUNT    PIC 9(07) COMP-3 VALUE 0.

003850*-----------------------------------------------------------------
003860* WS-NEW-BALANCE IS SIGNED AND WIDER THAN AF-CURR-BAL SO A FEE
003870* THAT WOULD OVERFLOW THE BALANCE FIELD IS CAUGHT AND REPORTED
003880* INSTEAD OF WRITTEN BAD - THE DCI8BPST PROTECTION
003890*-----------------------------------------------------------------
003900 77  WS-NEW-BALANCE          PIC S9(10)V99 COMP-3 VALUE 0.
003910*    THE FEE FOR THIS ACCOUNT - THE TARIFF, OR ITS PRODUCT'S
003920 77  WS-ACCT-FEE             PIC 9(06)V99 VALUE 0.

003930*-----------------------------------------------------------------
003940* CREDITS PAID IN SINCE THE CYCLE'S STATEMENT DATE, AND THE OPEN
003950* DISPUTED CHARGES NOT YET PROVISIONALLY CREDITED - THE SAME TWO
003960* FIGURES DCI8BAGE SETTLES THE CYCLE ON, RE-TAKEN HERE SO A
003970* PAYMENT THAT LANDED AFTER THE AGING RUN IS NEVER CHARGED
003980*-----------------------------------------------------------------
003990 77  WS-CREDITS              PIC S9(10)V99 COMP-3 VALUE 0.
004000 77  WS-DISPUTED             PIC S9(10)V99 COMP-3 VALUE 0.

004010 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.

004020*-----------------------------------------------------------------
004030* THE LOOK-BACK - A CYCLE MORE THAN THIS MANY DAYS PAST DUE AND
004040* NEVER ASSESSED PREDATES THE RUN AND IS NOT CHARGED
004050*-----------------------------------------------------------------
004060 77  WS-LATE-WINDOW          PIC 9(03) VALUE 30.
004070 77  WS-WINDOW-END           PIC S9(7) COMP-3 VALUE 0.

004080*-----------------------------------------------------------------
004090* THE ACCOUNT ALREADY CHARGED THIS RUN DATE - THE RESERVED
004100* SEQUENCE HOLDS ONE FEE ROW PER ACCOUNT PER DAY
004110*-----------------------------------------------------------------
004120 77  WS-LAST-FEE-ACCTNO      PIC X(09) VALUE SPACES.

004130*-----------------------------------------------------------------
004140* THE RESERVED ACCTTXN SEQUENCE FOR SYSTEM-GENERATED LATE
004150* PAYMENT FEE ROWS - ONE PER ACCOUNT PER RUN DATE
004160*-----------------------------------------------------------------
004170 77  WS-FEE-SEQNO            PIC 9(04) COMP VALUE 8009.

004180 01  WS-NARR-REF.
004190     05  FILLER              PIC X(06) VALUE 'CYCLE '.
004200     05  NF-PERIOD           PIC 9(06).
004210     05  FILLER              PIC X(04) VALUE SPACES.

004220 77  WS-SUPP-REASON          PIC X(40) VALUE SPACES.
004230 77  WS-VM-ACCTNO            PIC X(09) VALUE SPACES.

004240* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
004250     COPY 'DATEPARM'.

004260 01  WS-REPORT-HEADING1.
004270     05  FILLER PIC X(80) VALUE
004280         'DCI8BLTF - LATE PAYMENT FEE ASSESSMENT'.

004290 01  WS-REPORT-HEADING2.
004300     05  FILLER              PIC X(06) VALUE 'FEE: '.
004310     05  HD-FEE              PIC ZZZ,ZZ9.99.
004320     05  FILLER              PIC X(64) VALUE SPACES.

004330 01  WS-REPORT-HEADING3.
004340     05  FILLER PIC X(11) VALUE 'ACCOUNT'.
004350     05  FILLER PIC X(08) VALUE 'PERIOD'.
004360     05  FILLER PIC X(14) VALUE 'MIN PAYMENT'.
004370     05  FILLER PIC X(15) VALUE 'CREDITS SEEN'.
004380     05  FILLER PIC X(32) VALUE 'ACTION'.

004390 01  WS-DETAIL-LINE.
004400     05  DL-ACCTNO           PIC X(09).
004410     05  FILLER              PIC X(02) VALUE SPACES.
004420     05  DL-PERIOD           PIC 9(06).
004430     05  FILLER              PIC X(02) VALUE SPACES.
004440     05  DL-MINPAY           PIC ZZ,ZZZ,ZZ9.99.
004450     05  FILLER              PIC X(01) VALUE SPACES.
004460     05  DL-CREDITS          PIC ZZ,ZZZ,ZZ9.99.
004470     05  FILLER              PIC X(02) VALUE SPACES.
004480     05  DL-ACTION           PIC X(30).
004490     05  FILLER              PIC X(02) VALUE SPACES.

004500 PROCEDURE DIVISION.

004510 0000-MAINLINE.

004520     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

004530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

004540     IF WS-FEE-OK THEN
004550         PERFORM 2000-PROCESS-CYCLE THRU 2000-EXIT
004560             UNTIL WS-EOF-YES
004570     END-IF.

004580     PERFORM 9000-TERMINATE THRU 9000-EXIT.

004590     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

004600     GOBACK.

004610 1000-INITIALIZE.

004620     OPEN INPUT FEECFG-FILE.
004630     MOVE 'LATEFEE' TO FG-CODE.
004640     READ FEECFG-FILE
004650         INVALID KEY
004660             DISPLAY 'DCI8BLTF - NO LATEFEE ROW ON FEECFG'
004670             MOVE 'N' TO WS-FEE-OK-SW
004680             MOVE 'Y' TO WS-EOF-SW
004690     END-READ.
004700     CLOSE FEECFG-FILE.

004710     IF WS-FEE-OK AND FG-AMOUNT IS NOT NUMERIC THEN
004720         DISPLAY 'DCI8BLTF - FEECFG LATEFEE AMOUNT NOT NUMERIC'
004730         MOVE 'N' TO WS-FEE-OK-SW
004740         MOVE 'Y' TO WS-EOF-SW
004750     END-IF.

004760     IF WS-FEE-OK AND FG-AMOUNT = 0 THEN
004770         DISPLAY 'DCI8BLTF - FEECFG LATEFEE AMOUNT IS ZERO'
004780         MOVE 'N' TO WS-FEE-OK-SW
004790         MOVE 'Y' TO WS-EOF-SW
004800     END-IF.

004810     OPEN INPUT CYCLE-FILE.
004820     OPEN I-O ACCTFILE.
004830     OPEN I-O LATEFEE-FILE.
004840     OPEN INPUT ARRANGE-FILE.
004850     OPEN INPUT DISPUTE-FILE.
004860     OPEN INPUT VULNMARK-FILE.
004870     OPEN INPUT INSOLV-FILE.
004880     OPEN I-O ACCTTXN-FILE.
004890     OPEN I-O TXNNARR-FILE.
004900     OPEN OUTPUT REPORT-FILE.
004910     OPEN INPUT PRODCFG-FILE.

004920     MOVE 'TOD' TO DP-FUNCTION.
004930     CALL 'DCI8BDAT' USING DATEPARM.
004940     MOVE DP-JULIAN TO WS-TODAY.

004950     IF WS-FEE-OK THEN
004960         MOVE FG-AMOUNT TO HD-FEE
004970         WRITE REPORT-LINE FROM WS-REPORT-HEADING1
004980         WRITE REPORT-LINE FROM WS-REPORT-HEADING2
004990         MOVE SPACES TO REPORT-LINE
005000         WRITE REPORT-LINE
005010         WRITE REPORT-LINE FROM WS-REPORT-HEADING3
005020         PERFORM 1100-READ-CYCLE THRU 1100-EXIT
005030     END-IF.

005040 1000-EXIT.
005050     EXIT.

005060 1100-READ-CYCLE.

005070     READ CYCLE-FILE NEXT RECORD
005080         AT END
005090             GO TO 1100-EOF
005100     END-READ.

005110     ADD 1 TO WS-READ-COUNT.
005120     GO TO 1100-EXIT.

005130 1100-EOF.
005140     MOVE 'Y' TO WS-EOF-SW.

005150 1100-EXIT.
005160     EXIT.

005170*-----------------------------------------------------------------
005180* 2000-PROCESS-CYCLE PICKS OUT THE MISSED CYCLES - STILL UNPAID,
005190* A MINIMUM WAS ASKED FOR, AND THE DUE DATE HAS GONE BY - AND
005200* HANDS EACH TO THE LEDGER CHECK
005210*-----------------------------------------------------------------
005220 2000-PROCESS-CYCLE.

005230     IF CY-UNPAID AND CY-MIN-PAYMENT > 0 AND
005240        CY-DUE-DATE < WS-TODAY THEN
005250         PERFORM 2100-CHECK-LEDGER THRU 2100-EXIT
005260     END-IF.

005270     PERFORM 1100-READ-CYCLE THRU 1100-EXIT.

005280 2000-EXIT.
005290     EXIT.

005300*-----------------------------------------------------------------
005310* 2100-CHECK-LEDGER ENFORCES THE ONCE-PER-CYCLE RULE AND THE
005320* COLLECTOR'S WAIVER - ANY LATEFEE ROW FOR THE ACCOUNT AND
005330* CYCLE, WHATEVER ITS STATUS, MEANS NO NEW FEE. A FEE ASSESSED
005340* EARLIER TODAY (A RERUN) ALSO USES UP THE ACCOUNT'S ONE FEE
005350* FOR THE DAY
005360*-----------------------------------------------------------------
005370 2100-CHECK-LEDGER.

005380     MOVE 0 TO WS-CREDITS.
005390     MOVE CY-ACCTNO TO LF-ACCTNO.
005400     MOVE CY-PERIOD TO LF-PERIOD.

005410     READ LATEFEE-FILE
005420         INVALID KEY
005430             GO TO 2100-NEW-CYCLE
005440     END-READ.

005450     IF LF-ASSESSED THEN
005460         IF LF-ACT-DATE = WS-TODAY THEN
005470             MOVE CY-ACCTNO TO WS-LAST-FEE-ACCTNO
005480         END-IF
005490         ADD 1 TO WS-CYCLE-DONE-COUNT
005500     ELSE IF LF-WAIVED OR LF-REVERSED THEN
005510         MOVE 'WAIVED - NO FEE' TO DL-ACTION
005520         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
005530         ADD 1 TO WS-WAIVED-COUNT
005540     ELSE
005550         ADD 1 TO WS-CYCLE-DONE-COUNT
005560         END-IF
005570     END-IF.
005580     GO TO 2100-EXIT.

005590 2100-NEW-CYCLE.
005600     PERFORM 2150-CHECK-WINDOW THRU 2150-EXIT.
005610     IF NOT WS-DATE-OK OR WS-TODAY > WS-WINDOW-END THEN
005620         ADD 1 TO WS-STALE-COUNT
005630         GO TO 2100-EXIT
005640     END-IF.

005650     IF CY-ACCTNO = WS-LAST-FEE-ACCTNO THEN
005660         MOVE 'ONE FEE A DAY - NEXT RUN' TO DL-ACTION
005670         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
005680         ADD 1 TO WS-DEFER-COUNT
005690         GO TO 2100-EXIT
005700     END-IF.

005710     PERFORM 2200-TALLY-CREDITS THRU 2200-EXIT.
005720     PERFORM 2250-TALLY-DISPUTES THRU 2250-EXIT.

005730     IF WS-CREDITS NOT < CY-MIN-PAYMENT THEN
005740         ADD 1 TO WS-PAID-COUNT
005750         GO TO 2100-EXIT
005760     END-IF.

005770     IF WS-CREDITS + WS-DISPUTED NOT < CY-MIN-PAYMENT THEN
005780         MOVE 'IN DISPUTE - NO FEE' TO DL-ACTION
005790         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
005800         ADD 1 TO WS-DISPUTE-COUNT
005810         GO TO 2100-EXIT
005820     END-IF.

005830     PERFORM 2300-CHECK-SUPPRESSION THRU 2300-EXIT.

005840 2100-EXIT.
005850     EXIT.

005860*-----------------------------------------------------------------
005870* 2150-CHECK-WINDOW WORKS OUT THE LAST DAY A MISSED CYCLE MAY
005880* STILL BE CHARGED - THE DUE DATE PLUS THE LOOK-BACK
005890*-----------------------------------------------------------------
005900 2150-CHECK-WINDOW.

005910     MOVE 'Y' TO WS-DATE-OK-SW.

005920     MOVE 'ADD' TO DP-FUNCTION.
005930     MOVE CY-DUE-DATE TO DP-JULIAN.
005940     MOVE WS-LATE-WINDOW TO DP-DAYS.
005950     CALL 'DCI8BDAT' USING DATEPARM.
005960     IF DP-RC-GOOD THEN
005970         MOVE DP-JULIAN TO WS-WINDOW-END
005980     ELSE
005990         MOVE 'N' TO WS-DATE-OK-SW
006000     END-IF.

006010 2150-EXIT.
006020     EXIT.

006030*-----------------------------------------------------------------
006040* 2200-TALLY-CREDITS TOTALS THE ACCOUNT'S ACCTTXN CREDITS FROM
006050* THE STATEMENT DATE FORWARD - THE DCI8BAGE TEST
006060*-----------------------------------------------------------------
006070 2200-TALLY-CREDITS.

006080     MOVE 0 TO WS-CREDITS.
006090     MOVE 'N' TO WS-TXN-EOF-SW.

006100     MOVE CY-ACCTNO TO TX-ACCTNO.
006110     MOVE CY-STMT-DATE TO TX-DATE.
006120     MOVE 0 TO TX-SEQNO.

006130     START ACCTTXN-FILE KEY IS NOT LESS THAN TX-KEY
006140         INVALID KEY
006150             MOVE 'Y' TO WS-TXN-EOF-SW
006160     END-START.

006170     PERFORM 2210-TALLY-ONE-TXN THRU 2210-EXIT
006180         UNTIL WS-TXN-EOF-YES.

006190 2200-EXIT.
006200     EXIT.

006210 2210-TALLY-ONE-TXN.

006220     READ ACCTTXN-FILE NEXT RECORD
006230         AT END
006240             MOVE 'Y' TO WS-TXN-EOF-SW
006250             GO TO 2210-EXIT
006260     END-READ.

006270     IF TX-ACCTNO NOT = CY-ACCTNO THEN
006280         MOVE 'Y' TO WS-TXN-EOF-SW
006290         GO TO 2210-EXIT
006300     END-IF.

006310     IF TX-TYPE-CREDIT THEN
006320         ADD TX-AMOUNT TO WS-CREDITS
006330     END-IF.

006340 2210-EXIT.
006350     EXIT.

006360*-----------------------------------------------------------------
006370* 2250-TALLY-DISPUTES TOTALS THE ACCOUNT'S OPEN DISPUTE CASES
006380* THAT HAVE NO PROVISIONAL CREDIT. A CREDITED CASE HAS ALREADY
006390* COME OFF CURR-BAL THROUGH ITS 8007 ROW, SO IT IS NOT COUNTED
006400* TWICE
006410*-----------------------------------------------------------------
006420 2250-TALLY-DISPUTES.

006430     MOVE 0 TO WS-DISPUTED.
006440     MOVE 'N' TO WS-DSP-EOF-SW.

006450     MOVE CY-ACCTNO TO DS-ACCTNO.
006460     MOVE 0 TO DS-TXN-DATE.
006470     MOVE 0 TO DS-TXN-SEQNO.

006480     START DISPUTE-FILE KEY IS NOT LESS THAN DS-KEY
006490         INVALID KEY
006500             MOVE 'Y' TO WS-DSP-EOF-SW
006510     END-START.

006520     PERFORM 2260-TALLY-ONE-CASE THRU 2260-EXIT
006530         UNTIL WS-DSP-EOF-YES.

006540 2250-EXIT.
006550     EXIT.

006560 2260-TALLY-ONE-CASE.

006570     READ DISPUTE-FILE NEXT RECORD
006580         AT END
006590             MOVE 'Y' TO WS-DSP-EOF-SW
006600             GO TO 2260-EXIT
006610     END-READ.

006620     IF DS-ACCTNO NOT = CY-ACCTNO THEN
006630         MOVE 'Y' TO WS-DSP-EOF-SW
006640         GO TO 2260-EXIT
006650     END-IF.

006660     IF DS-OPEN AND NOT DS-PROV-CREDITED THEN
006670         ADD DS-AMOUNT TO WS-DISPUTED
006680     END-IF.

006690 2260-EXIT.
006700     EXIT.

006710*-----------------------------------------------------------------
006720* 2300-CHECK-SUPPRESSION - A DECEASED ESTATE, AN ACCOUNT IN AN
006730* ACTIVE INSOLVENCY CASE, A VULNERABLE CUSTOMER, OR A CUSTOMER
006740* DOING WHAT A HARDSHIP ARRANGEMENT ASKS, IS NOT CHARGED. THE
006750* CYCLE GETS AN 'S' ROW SO IT IS NOT CHARGED LATER EITHER,
006760* SHOULD THE ARRANGEMENT FAIL, THE MARKER BE REMOVED OR THE CASE
006770* BE DISCHARGED WHILE THE CYCLE IS STILL UNPAID
006780*-----------------------------------------------------------------
006790 2300-CHECK-SUPPRESSION.

006800     MOVE CY-ACCTNO TO AF-ACCTNO.

006810     READ ACCTFILE
006820         INVALID KEY
006830             MOVE 'NO ACCOUNT - NO FEE' TO DL-ACTION
006840             PERFORM 2900-REPORT-LINE THRU 2900-EXIT
006850             ADD 1 TO WS-SKIPPED-COUNT
006860             GO TO 2300-EXIT
006870     END-READ.

006880     IF AF-ESTATE-FLAG = 'D' THEN
006890         MOVE 'ESTATE - DECEASED' TO WS-SUPP-REASON
006900         PERFORM 2350-SUPPRESS-FEE THRU 2350-EXIT
006910         ADD 1 TO WS-ESTSUPP-COUNT
006920         GO TO 2300-EXIT
006930     END-IF.

006940     PERFORM 2330-CHECK-INSOLVENCY THRU 2330-EXIT.
006950     IF WS-INSOLVENT THEN
006960         MOVE 'INSOLVENCY' TO WS-SUPP-REASON
006970         PERFORM 2350-SUPPRESS-FEE THRU 2350-EXIT
006980         ADD 1 TO WS-INSSUPP-COUNT
006990         GO TO 2300-EXIT
007000     END-IF.

007010     PERFORM 2320-CHECK-VULNERABLE THRU 2320-EXIT.
007020     IF WS-VULNERABLE THEN
007030         MOVE 'VULNERABLE CUSTOMER MARKER' TO WS-SUPP-REASON
007040         PERFORM 2350-SUPPRESS-FEE THRU 2350-EXIT
007050         ADD 1 TO WS-VULNSUPP-COUNT
007060         GO TO 2300-EXIT
007070     END-IF.

007080     MOVE CY-ACCTNO TO AR-ACCTNO.

007090     READ ARRANGE-FILE
007100         INVALID KEY
007110             GO TO 2300-ASSESS
007120     END-READ.

007130     IF AR-ON-TRACK THEN
007140         MOVE 'HARDSHIP ARRANGEMENT ON TRACK' TO WS-SUPP-REASON
007150         PERFORM 2350-SUPPRESS-FEE THRU 2350-EXIT
007160         ADD 1 TO WS-ARRSUPP-COUNT
007170         GO TO 2300-EXIT
007180     END-IF.

007190 2300-ASSESS.
007200     PERFORM 2310-ACCOUNT-FEE THRU 2310-EXIT.
007210     PERFORM 2400-POST-FEE THRU 2400-EXIT.

007220 2300-EXIT.
007230     EXIT.

007240*-----------------------------------------------------------------
007250* 2310-ACCOUNT-FEE SETS THE FEE FOR THE ACCOUNT - THE FEECFG
007260* 'LATEFEE' TARIFF, UNLESS THE ACCOUNT'S PRODCFG PRODUCT CARRIES
007270* A FEE OF ITS OWN. A BLANK OR UNKNOWN PRODUCT KEEPS THE TARIFF
007280*-----------------------------------------------------------------
007290 2310-ACCOUNT-FEE.

007300     MOVE FG-AMOUNT TO WS-ACCT-FEE.

007310     IF AF-PRODUCT-CODE = SPACES OR
007320        AF-PRODUCT-CODE = LOW-VALUES THEN
007330         GO TO 2310-EXIT
007340     END-IF.

007350     MOVE AF-PRODUCT-CODE TO PD-CODE.

007360     READ PRODCFG-FILE
007370         INVALID KEY
007380             GO TO 2310-EXIT
007390     END-READ.

007400     IF PD-LATE-FEE > 0 THEN
007410         MOVE PD-LATE-FEE TO WS-ACCT-FEE
007420     END-IF.

007430 2310-EXIT.
007440     EXIT.

007450*-----------------------------------------------------------------
007460* 2320-CHECK-VULNERABLE - WS-VULN-SW 'Y' WHEN THE CYCLE'S ACCOUNT
007470* HAS ANY ACTIVE VULNMARK MARKER, WHATEVER ITS CATEGORY
007480*-----------------------------------------------------------------
007490 2320-CHECK-VULNERABLE.

007500     MOVE 'N' TO WS-VULN-SW.
007510     MOVE 'N' TO WS-VM-EOF-SW.

007520     MOVE CY-ACCTNO TO WS-VM-ACCTNO.
007530     MOVE CY-ACCTNO TO VM-ACCTNO.
007540     MOVE LOW-VALUES TO VM-CATEGORY.

007550     START VULNMARK-FILE KEY IS NOT LESS THAN VM-KEY
007560         INVALID KEY
007570             GO TO 2320-EXIT
007580     END-START.

007590     PERFORM 2325-READ-MARKER THRU 2325-EXIT
007600         UNTIL WS-VM-EOF-YES.

007610 2320-EXIT.
007620     EXIT.

007630 2325-READ-MARKER.

007640     READ VULNMARK-FILE NEXT RECORD
007650         AT END
007660             MOVE 'Y' TO WS-VM-EOF-SW
007670             GO TO 2325-EXIT
007680     END-READ.

007690     IF VM-ACCTNO NOT = WS-VM-ACCTNO THEN
007700         MOVE 'Y' TO WS-VM-EOF-SW
007710         GO TO 2325-EXIT
007720     END-IF.

007730     IF VM-ACTIVE THEN
007740         MOVE 'Y' TO WS-VULN-SW
007750         MOVE 'Y' TO WS-VM-EOF-SW
007760     END-IF.

007770 2325-EXIT.
007780     EXIT.

007790*-----------------------------------------------------------------
007800* 2330-CHECK-INSOLVENCY - WS-INSOLV-SW 'Y' WHILE THE CYCLE'S
007810* ACCOUNT HAS AN INSOLVENCY CASE NOT YET DISCHARGED; THE DEBT IS
007820* FROZEN AT THE CLAIM
007830*-----------------------------------------------------------------
007840 2330-CHECK-INSOLVENCY.

007850     MOVE 'N' TO WS-INSOLV-SW.
007860     MOVE CY-ACCTNO TO IV-ACCTNO.

007870     READ INSOLV-FILE
007880         INVALID KEY
007890             GO TO 2330-EXIT
007900     END-READ.

007910     IF IV-ACTIVE THEN
007920         MOVE 'Y' TO WS-INSOLV-SW
007930     END-IF.

007940 2330-EXIT.
007950     EXIT.

007960 2350-SUPPRESS-FEE.

007970     MOVE CY-ACCTNO TO LF-ACCTNO.
007980     MOVE CY-PERIOD TO LF-PERIOD.
007990     MOVE 'S' TO LF-STATUS.
008000     MOVE 0 TO LF-AMOUNT.
008010     MOVE WS-SUPP-REASON TO LF-REASON.
008020     PERFORM 2550-WRITE-LEDGER-ROW THRU 2550-EXIT.

008030     MOVE 'SUPPRESSED - NO FEE' TO DL-ACTION.
008040     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.

008050 2350-EXIT.
008060     EXIT.

008070*-----------------------------------------------------------------
008080* 2400-POST-FEE FILES THE TYPE 'F' TRANSACTION ON THE RESERVED
008090* SEQUENCE, ROLLS IT INTO THE BALANCE AND RECORDS THE LATEFEE
008100* CYCLE ROW. A DUPLICATE ACCTTXN KEY MEANS AN EARLIER RUN TODAY
008110* ALREADY POSTED IT - THE CYCLE ROW IS STILL FILED SO THE ONCE-
008120* PER-CYCLE RULE HEALS AFTER AN ABEND BETWEEN THE TWO WRITES
008130*-----------------------------------------------------------------
008140 2400-POST-FEE.

008150     COMPUTE WS-NEW-BALANCE = AF-CURR-BAL + WS-ACCT-FEE.

008160     IF WS-NEW-BALANCE > 99999999 THEN
008170         MOVE 'WOULD OVERFLOW - NO FEE' TO DL-ACTION
008180         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
008190         ADD 1 TO WS-SKIPPED-COUNT
008200         GO TO 2400-EXIT
008210     END-IF.

008220     MOVE CY-ACCTNO           TO TX-ACCTNO.
008230     MOVE WS-TODAY            TO TX-DATE.
008240     MOVE WS-FEE-SEQNO        TO TX-SEQNO.
008250     MOVE 'F'                 TO TX-TYPE.
008260     MOVE WS-ACCT-FEE         TO TX-AMOUNT.
008270     MOVE WS-TODAY            TO TX-POST-DATE.
008280     MOVE 'DCI8BLTF'          TO TX-POST-JOB.
008290     MOVE 'B'                 TO TX-SOURCE.

008300     WRITE ACCTTXN-REC
008310         INVALID KEY
008320             GO TO 2400-ALREADY-POSTED
008330         NOT INVALID KEY
008340             PERFORM 8600-SEAL-TXN-ROW THRU 8600-EXIT
008350     END-WRITE.

008360     MOVE WS-NEW-BALANCE TO AF-CURR-BAL.

008370     REWRITE ACCTFILE-REC.

008380     PERFORM 2450-WRITE-NARRATIVE THRU 2450-EXIT.

008390     PERFORM 2500-ASSESSED-ROW THRU 2500-EXIT.

008400     MOVE 'FEE ASSESSED' TO DL-ACTION.
008410     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.

008420     ADD 1 TO WS-ASSESSED-COUNT.
008430     GO TO 2400-EXIT.

008440 2400-ALREADY-POSTED.

008450     PERFORM 2500-ASSESSED-ROW THRU 2500-EXIT.
008460     ADD 1 TO WS-REPOST-COUNT.

008470 2400-EXIT.
008480     EXIT.

008490*-----------------------------------------------------------------
008500* 2450-WRITE-NARRATIVE - THE STATEMENT LINE READS LATE PAYMENT
008510* FEE AND NAMES THE CYCLE THAT WAS MISSED
008520*-----------------------------------------------------------------
008530 2450-WRITE-NARRATIVE.

008540     MOVE CY-ACCTNO TO NR-ACCTNO.
008550     MOVE WS-TODAY TO NR-DATE.
008560     MOVE WS-FEE-SEQNO TO NR-SEQNO.
008570     MOVE 'LATE PAYMENT FEE' TO NR-MERCHANT.
008580     MOVE SPACES TO NR-CATEGORY.
008590     MOVE CY-PERIOD TO NF-PERIOD.
008600     MOVE WS-NARR-REF TO NR-ORIG-REF.

008610     WRITE TXNNARR-REC
008620         INVALID KEY
008630             GO TO 2450-EXIT
008640     END-WRITE.

008650 2450-EXIT.
008660     EXIT.

008670 2500-ASSESSED-ROW.

008680     MOVE CY-ACCTNO TO WS-LAST-FEE-ACCTNO.

008690     MOVE CY-ACCTNO TO LF-ACCTNO.
008700     MOVE CY-PERIOD TO LF-PERIOD.
008710     MOVE 'A' TO LF-STATUS.
008720     MOVE WS-ACCT-FEE TO LF-AMOUNT.
008730     MOVE SPACES TO LF-REASON.
008740     PERFORM 2550-WRITE-LEDGER-ROW THRU 2550-EXIT.

008750 2500-EXIT.
008760     EXIT.

008770 2550-WRITE-LEDGER-ROW.

008780     MOVE 'DCI8BLTF' TO LF-ACT-USERID.
008790     MOVE SPACES TO LF-ACT-TRMID.
008800     MOVE WS-TODAY TO LF-ACT-DATE.
008810     MOVE 0 TO LF-ACT-TIME.

008820     WRITE LATEFEE-REC
008830         INVALID KEY
008840             GO TO 2550-EXIT
008850     END-WRITE.

008860 2550-EXIT.
008870     EXIT.

008880 2900-REPORT-LINE.

008890     MOVE CY-ACCTNO TO DL-ACCTNO.
008900     MOVE CY-PERIOD TO DL-PERIOD.
008910     MOVE CY-MIN-PAYMENT TO DL-MINPAY.
008920     MOVE WS-CREDITS TO DL-CREDITS.
008930     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

008940 2900-EXIT.
008950     EXIT.

008960 9000-TERMINATE.

008970     DISPLAY 'DCI8BLTF - LATE PAYMENT FEE ASSESSMENT - SUMMARY'.
008980     DISPLAY 'CYCLE ROWS READ  : ' WS-READ-COUNT.
008990     DISPLAY 'FEES ASSESSED    : ' WS-ASSESSED-COUNT.
009000     DISPLAY 'WAIVED           : ' WS-WAIVED-COUNT.
009010     DISPLAY 'ALREADY THIS CYC : ' WS-CYCLE-DONE-COUNT.
009020     DISPLAY 'ON ARRANGEMENT   : ' WS-ARRSUPP-COUNT.
009030     DISPLAY 'DECEASED ESTATE  : ' WS-ESTSUPP-COUNT.
009040     DISPLAY 'INSOLVENCY       : ' WS-INSSUPP-COUNT.
009050     DISPLAY 'VULNERABLE       : ' WS-VULNSUPP-COUNT.
009060     DISPLAY 'IN DISPUTE       : ' WS-DISPUTE-COUNT.
009070     DISPLAY 'PAID SINCE AGING : ' WS-PAID-COUNT.
009080     DISPLAY 'PAST LOOK-BACK   : ' WS-STALE-COUNT.
009090     DISPLAY 'HELD TO NEXT RUN : ' WS-DEFER-COUNT.
009100     DISPLAY 'ALREADY POSTED   : ' WS-REPOST-COUNT.
009110     DISPLAY 'NOT CHARGED      : ' WS-SKIPPED-COUNT.

009120     CLOSE CYCLE-FILE.
009130     CLOSE ACCTFILE.
009140     CLOSE LATEFEE-FILE.
009150     CLOSE ARRANGE-FILE.
009160     CLOSE DISPUTE-FILE.
009170     CLOSE VULNMARK-FILE.
009180     CLOSE INSOLV-FILE.
009190     CLOSE ACCTTXN-FILE.
009200     CLOSE TXNNARR-FILE.
009210     CLOSE REPORT-FILE.
009220     CLOSE PRODCFG-FILE.

009230 9000-EXIT.
009240     EXIT.

009250*-----------------------------------------------------------------
009260* 8600 - THE ACCTTXN ROW JUST WRITTEN JOINS ITS ACCOUNT'S
009270* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
009280* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
009290* AND THE ROW IS REWRITTEN WITH THEM
009300*-----------------------------------------------------------------
009310 8600-SEAL-TXN-ROW.

009320     MOVE 'S' TO CP-FUNCTION.
009330     MOVE 'T' TO CP-FILE.
009340     MOVE 'DCI8BLTF' TO CP-JOBNAME.
009350     MOVE ACCTTXN-REC TO CP-ROW.
009360     CALL 'DCI8BHCN' USING CHAINPRM.

009370     MOVE CP-CHAIN-NO TO TX-CHAIN-NO.
009380     MOVE CP-PREV-HASH TO TX-CHAIN-PREV.
009390     MOVE CP-HASH TO TX-CHAIN-HASH.
009400     REWRITE ACCTTXN-REC.

009410 8600-EXIT.
009420     EXIT.

009430*-----------------------------------------------------------------
009440* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
009450* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
009460* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
009470*-----------------------------------------------------------------
009480 8100-WRITE-JRNL-START.

009490*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
009500*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
009510     MOVE 'DCI8BLTF' TO JG-JOBNAME.
009520     CALL 'DCI8BJGT' USING JOBGATE.
009530     IF JG-RC-BLOCKED THEN
009540         MOVE JG-BLOCKED-RC TO RETURN-CODE
009550         STOP RUN
009560     END-IF.

009570     MOVE 'DCI8BLTF' TO JR-JOBNAME.
009580     MOVE 'S' TO JR-ROW-TYPE.
009590     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
009600         JR-REJECTED-COUNT.
009610     MOVE SPACE TO JR-STATUS.
009620     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

009630 8100-EXIT.
009640     EXIT.

009650 8200-WRITE-JRNL-END.

009660     MOVE 'DCI8BLTF' TO JR-JOBNAME.
009670     MOVE 'E' TO JR-ROW-TYPE.
009680     MOVE WS-READ-COUNT TO JR-READ-COUNT.
009690     MOVE WS-ASSESSED-COUNT TO JR-WRITTEN-COUNT.
009700     MOVE WS-SKIPPED-COUNT TO JR-REJECTED-COUNT.
009710     MOVE 'G' TO JR-STATUS.
009720     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

009730 8200-EXIT.
009740     EXIT.

009750 8300-STAMP-AND-WRITE.

009760     ACCEPT JR-DATE FROM DAY YYYYDDD.
009770     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
009780     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

009790     OPEN EXTEND JOURNAL-FILE.
009800     WRITE JR-REC.
009810     CLOSE JOURNAL-FILE.

009820 8300-EXIT.
009830     EXIT.

009840 END PROGRAM DCI8BLTF.
