000010*****************************************************************
000020* DCI8BANF - ANNUAL ACCOUNT FEE NOTICE AND BILLING RUN
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BANF.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 16-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-16 AA   INITIAL VERSION - BILLS THE FEECFG ANNUAL FEE
000160*                 ON EACH CR-DATE ANNIVERSARY OF AN ACCOUNT
000170*                 WHOSE ANNFEE-PLAN ASKS FOR IT, WITH AN ADVANCE
000180*                 NOTICE 30 DAYS AHEAD - REPLACES THE YEARLY
000190*                 HAND-KEYED TXNIN ROWS
000200* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000210*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000220*                 STOPS WITH RETURN CODE 12 WHEN A
000230*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000240* 2026-10-08 AA   EVERY NEW ACCTTXN ROW IS SEALED INTO ITS
000250*                 ACCOUNT'S HASH CHAIN THROUGH DCI8BHCN
000260* 2026-10-15 AA   EVERY ADVANCE NOTICE POSTED, EMAILED OR HELD
000270*                 FOR A GONE-AWAY ADDRESS IS RECORDED ON THE
000280*                 CORRESPONDENCE LOG (CORRLOG, THROUGH DCI8BCLG)
000290* 2026-10-15 AA   EACH POSTED NOTICE OPENS WITH A PRTDOC
000300*                 DOCUMENT-START ROW ON ANFLTTR FOR THE
000310*                 DCI8BPSC PRINT STREAM RUN
000320* 2026-10-15 AA   AN ACCOUNT ON A CATALOGUE PRODUCT (PRODCFG)
000330*                 WITH A NON-ZERO ANNUAL FEE IS NOTICED AND
000340*                 BILLED THE PRODUCT'S FEE INSTEAD OF ANNUALFE
000350* 2026-10-15 AA   AN ACCOUNT IN AN ACTIVE INSOLVENCY CASE (INSOLV
000360*                 FILE, DCI8DPHK) IS NEITHER NOTICED NOR CHARGED
000370*                 - AN 'S' ROW, COUNTED ON ITS OWN
000380*-----------------------------------------------------------------
000390*****************************************************************
000400* THIS NIGHTLY JOB WALKS ACCTFILE AND, FOR EVERY ACCOUNT WHOSE
000410* ANNFEE-PLAN IS 'Y' OR 'W', WORKS OUT THE ANNIVERSARIES OF ITS
000420* CR-DATE EITHER SIDE OF TODAY (A 29 FEBRUARY OPENING FALLS ON
000430* 28 FEBRUARY IN A COMMON YEAR). AN ANNIVERSARY DUE WITHIN THE
000440* NEXT 30 DAYS GETS THE ADVANCE NOTICE, ROUTED THE WAY THE
000450* STATEMENT RUN ROUTES MAIL - EMAIL TO ANFEOUT FOR A CONTACT-
000460* PREF 'E' CUSTOMER WITH AN ADDRESS ON FILE, POST TO ANFLTTR
000470* OTHERWISE, AND HELD AND COUNTED FOR A GONE-AWAY ADDRESS. AN
000480* ANNIVERSARY REACHED TODAY (OR IN THE LAST 7 DAYS, SO A
000490* MISSED NIGHT CATCHES UP) IS BILLED THE FEECFG 'ANNUALFE'
000500* AMOUNT AS A TYPE 'F' ACCTTXN ROW ON THE RESERVED SEQUENCE
000510* 8011. THE ANNFEE ROW FOR THE ACCOUNT AND YEAR IS THE ONCE-A-
000520* YEAR RULE - IT CARRIES THE NOTICE, THEN THE BILLING - AND THE
000530* ACCTTXN KEY DOUBLES AS THE SAME-DAY RESTART PROTECTION THE
000540* OTHER POSTING JOBS RELY ON. PLAN 'W' WAIVES THE FIRST
000550* ANNIVERSARY (NO NOTICE, A 'W' ROW), AND A DECEASED ESTATE OR
000560* AN ACCOUNT IN AN ACTIVE INSOLVENCY CASE IS NEITHER NOTICED
000570* NOR CHARGED (AN 'S' ROW), THE DCI8BLTF RULE.
000580* THE PRO-RATA REFUND ON AN EARLY CLOSURE IS POSTED BY DCI8DPGF
000590* AT THE CLOSURE ITSELF - BY THE NEXT NIGHT THE ACCOUNT HAS
000600* LEFT ACCTFILE. AN ACCOUNT LOADED IN BULK WITH NO CR-DATE HAS
000610* NO ANNIVERSARY AND IS REPORTED, NOT CHARGED. AN ACCOUNT ON A
000620* PRODCFG PRODUCT CARRYING A NON-ZERO ANNUAL FEE PAYS THAT FEE;
000630* EVERY OTHER ACCOUNT PAYS THE FEECFG TARIFF
000640*****************************************************************

000650 ENVIRONMENT DIVISION.
000660 CONFIGURATION SECTION.
000670 SOURCE-COMPUTER. IBM-370.
000680 OBJECT-COMPUTER. IBM-370.

000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.

000710     SELECT FEECFG-FILE ASSIGN TO FEECFG
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS FG-CODE
000750         FILE STATUS IS WS-FEECFG-STATUS.

000760     SELECT PRODCFG-FILE ASSIGN TO PRODCFG
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS PD-CODE
000800         FILE STATUS IS WS-PRODCFG-STATUS.

000810     SELECT ACCTCTL-FILE ASSIGN TO ACCTCTL
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS CT-KEYNAME
000850         FILE STATUS IS WS-ACCTCTL-STATUS.

000860     SELECT ACCTFILE ASSIGN TO ACCTFILE
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS SEQUENTIAL
000890         RECORD KEY IS AF-ACCTKEY
000900         FILE STATUS IS WS-ACCTFILE-STATUS.

000910     SELECT ANNFEE-FILE ASSIGN TO ANNFEE
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS RANDOM
000940         RECORD KEY IS YF-KEY
000950         FILE STATUS IS WS-ANNFEE-STATUS.

000960     SELECT INSOLV-FILE ASSIGN TO INSOLV
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS RANDOM
000990         RECORD KEY IS IV-ACCTNO
001000         FILE STATUS IS WS-INSOLV-STATUS.

001010     SELECT ACCTTXN-FILE ASSIGN TO ACCTTXN
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS RANDOM
001040         RECORD KEY IS TX-KEY
001050         FILE STATUS IS WS-ACCTTXN-STATUS.

001060     SELECT TXNNARR-FILE ASSIGN TO TXNNARR
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS RANDOM
001090         RECORD KEY IS NR-KEY
001100         FILE STATUS IS WS-TXNNARR-STATUS.

001110     SELECT LETTER-FILE ASSIGN TO ANFLTTR
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS WS-LETTER-STATUS.

001140     SELECT EMAIL-FILE ASSIGN TO ANFEOUT
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-EMAIL-STATUS.

001170     SELECT REPORT-FILE ASSIGN TO ANFRPT
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-REPORT-STATUS.

001200     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
001210         ORGANIZATION IS SEQUENTIAL
001220         FILE STATUS IS WS-JOURNAL-STATUS.

001230 DATA DIVISION.
001240 FILE SECTION.

001250*-----------------------------------------------------------------
001260* FEECFG - THE CHARGE TARIFF MAINTAINED IN DCI8DPGG (FILE 'F')
001270*-----------------------------------------------------------------
001280 FD  FEECFG-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 01  FEECFG-REC.
001310     05  FG-CODE                 PIC X(08).
001320     05  FG-AMOUNT               PIC 9(06)V99.

001330*-----------------------------------------------------------------
001340* PRODCFG - THE PRODUCT CATALOGUE, KEYED BY PRODUCT CODE. ONLY
001350* THE ANNUAL FEE IS USED HERE - ZERO MEANS THE FEECFG TARIFF
001360*-----------------------------------------------------------------
001370 FD  PRODCFG-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  PRODCFG-REC.
001400     05  PD-CODE                 PIC X(04).
001410     05  FILLER                  PIC X(25).
001420     05  PD-ANNUAL-FEE           PIC 9(04)V99.
001430     05  PD-LATE-FEE             PIC 9(03)V99.

001440*-----------------------------------------------------------------
001450* ACCTCTL - ONLY THE 'ANFREFDY' ROW, SO THE NOTICE QUOTES THE
001460* REFUND WINDOW DCI8DPGF WILL HONOUR
001470*-----------------------------------------------------------------
001480 FD  ACCTCTL-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 01  ACCTCTL-REC.
001510     05  CT-KEYNAME              PIC X(08).
001520     05  CT-NEXT-ACCTNO          PIC 9(08).

001530 FD  ACCTFILE
001540     LABEL RECORDS ARE STANDARD.
001550 01  ACCTFILE-REC.
001560     05  AF-ACCTKEY.
001570         10  AF-ACCTNO           PIC X(09).
001580     05  AF-FNAME                PIC X(15).
001590     05  AF-SNAME                PIC X(15).
001600     05  AF-TITL                 PIC X(04).
001610     05  AF-ADDR1                PIC X(20).
001620     05  AF-ADDR2                PIC X(20).
001630     05  AF-CRLIMIT              PIC 9(08)V99.
001640     05  AF-STAT                 PIC X(01).
001650     05  AF-CREATED-INFO.
001660         10  AF-CR-USERID        PIC X(08).
001670         10  AF-CR-TRMID         PIC X(04).
001680         10  AF-CR-DATE          PIC S9(7) COMP-3.
001690         10  AF-CR-TIME          PIC S9(7) COMP-3.
001700     05  AF-LAST-HIST-SEQ        PIC 9(04) COMP.
001710     05  AF-LAST-CHANGED-INFO.
001720         10  AF-LAST-CHG-DATE    PIC S9(7) COMP-3.
001730         10  AF-LAST-CHG-TIME    PIC S9(7) COMP-3.
001740     05  AF-PHONE                PIC X(15).
001750     05  AF-EMAIL                PIC X(30).
001760     05  AF-LAST-CHG-USERID      PIC X(08).
001770     05  AF-MAIL-ADDR1           PIC X(20).
001780     05  AF-MAIL-ADDR2           PIC X(20).
001790     05  AF-FORMER-SNAME         PIC X(15).
001800     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
001810     05  AF-BUREAU-SCORE         PIC 9(03).
001820     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001830     05  AF-BRANCH               PIC X(04).
001840     05  AF-CONTACT-PREF         PIC X(01).
001850     05  AF-STMT-CYCLE           PIC X(01).
001860     05  AF-GONEAWAY-FLAG        PIC X(01).
001870     05  AF-CUST-ID              PIC 9(08).
001880     05  AF-ESTATE-FLAG          PIC X(01).
001890     05  AF-SENS-FLAG            PIC X(01).
001900     05  AF-ANNFEE-PLAN          PIC X(01).
001910     05  AF-SETTLE-FLAG          PIC X(01).
001920     05  AF-PRODUCT-CODE         PIC X(04).

001930*-----------------------------------------------------------------
001940* ANNFEE - ONE ROW PER ACCOUNT PER ANNIVERSARY YEAR: NOTICED,
001950* BILLED, WAIVED, SUPPRESSED OR (BY DCI8DPGF) REFUNDED
001960*-----------------------------------------------------------------
001970 FD  ANNFEE-FILE
001980     LABEL RECORDS ARE STANDARD.
001990 01  ANNFEE-REC.
002000     05  YF-KEY.
002010         10  YF-ACCTNO           PIC X(09).
002020         10  YF-YEAR             PIC 9(04).
002030     05  YF-STATUS               PIC X(01).
002040         88  YF-NOTICED                  VALUE 'N'.
002050         88  YF-BILLED                   VALUE 'B'.
002060     05  YF-ANNIV-DATE           PIC S9(7) COMP-3.
002070     05  YF-NOTICE-DATE          PIC S9(7) COMP-3.
002080     05  YF-NOTICE-CHANNEL       PIC X(01).
002090         88  YF-NOTICE-NONE              VALUE ' '.
002100     05  YF-AMOUNT               PIC 9(08)V99.
002110     05  YF-BILL-DATE            PIC S9(7) COMP-3.
002120     05  YF-REFUND-AMOUNT        PIC 9(08)V99.
002130     05  YF-REFUND-DATE          PIC S9(7) COMP-3.
002140     05  YF-REASON               PIC X(40).
002150     05  YF-ACTION-INFO.
002160         10  YF-ACT-USERID       PIC X(08).
002170         10  YF-ACT-TRMID        PIC X(04).
002180         10  YF-ACT-DATE         PIC S9(7) COMP-3.
002190         10  YF-ACT-TIME         PIC S9(7) COMP-3.

002200*-----------------------------------------------------------------
002210* INSOLV - INSOLVENCY CASES, ONE ROW PER ACCOUNT, RECORDED ON
002220* DCI8DPHK. ONLY THE KEY AND STATUS ARE NEEDED HERE
002230*-----------------------------------------------------------------
002240 FD  INSOLV-FILE
002250     LABEL RECORDS ARE STANDARD.
002260 01  INSOLV-REC.
002270     05  IV-ACCTNO               PIC X(09).
002280     05  IV-CASE-TYPE            PIC X(01).
002290     05  IV-STATUS               PIC X(01).
002300         88  IV-ACTIVE                   VALUE 'A'.
002310     05  FILLER                  PIC X(224).

002320 FD  ACCTTXN-FILE
002330     LABEL RECORDS ARE STANDARD.
002340 01  ACCTTXN-REC.
002350     05  TX-KEY.
002360         10  TX-ACCTNO           PIC X(09).
002370         10  TX-DATE             PIC S9(7) COMP-3.
002380         10  TX-SEQNO            PIC 9(04) COMP.
002390     05  TX-TYPE                 PIC X(01).
002400     05  TX-AMOUNT               PIC 9(08)V99.
002410     05  TX-POSTED-INFO.
002420         10  TX-POST-DATE        PIC S9(7) COMP-3.
002430         10  TX-POST-JOB         PIC X(08).
002440     05  TX-SOURCE               PIC X(01).
002450     05  TX-CHAIN-INFO.
002460         10  TX-CHAIN-NO         PIC 9(09) COMP.
002470         10  TX-CHAIN-PREV       PIC 9(18) COMP.
002480         10  TX-CHAIN-HASH       PIC 9(18) COMP.

002490*-----------------------------------------------------------------
002500* TXNNARR - THE NARRATIVE SATELLITE, SO THE STATEMENT SAYS WHAT
002510* THE FEE WAS FOR
002520*-----------------------------------------------------------------
002530 FD  TXNNARR-FILE
002540     LABEL RECORDS ARE STANDARD.
002550 01  TXNNARR-REC.
002560     05  NR-KEY.
002570         10  NR-ACCTNO           PIC X(09).
002580         10  NR-DATE             PIC S9(7) COMP-3.
002590         10  NR-SEQNO            PIC 9(04) COMP.
002600     05  NR-MERCHANT             PIC X(30).
002610     05  NR-CATEGORY             PIC X(04).
002620     05  NR-ORIG-REF             PIC X(16).

002630*-----------------------------------------------------------------
002640* ANFLTTR - THE POSTED NOTICES, ONE BLOCK PER ACCOUNT
002650*-----------------------------------------------------------------
002660 FD  LETTER-FILE
002670     RECORDING MODE IS F
002680     LABEL RECORDS ARE STANDARD.
002690 01  LETTER-LINE                 PIC X(80).

002700*-----------------------------------------------------------------
002710* ANFEOUT - THE EMAILED NOTICES. EACH OPENS WITH A TO: LINE
002720* CARRYING THE DELIVERY ADDRESS, THEN THE SAME LINES THE
002730* LETTER WOULD HAVE CARRIED - THE ESTMOUT SHAPE
002740*-----------------------------------------------------------------
002750 FD  EMAIL-FILE
002760     RECORDING MODE IS F
002770     LABEL RECORDS ARE STANDARD.
002780 01  EMAIL-LINE                  PIC X(80).

002790 FD  REPORT-FILE
002800     RECORDING MODE IS F
002810     LABEL RECORDS ARE STANDARD.
002820 01  REPORT-LINE                 PIC X(80).

002830*-----------------------------------------------------------------
002840* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
002850* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
002860*-----------------------------------------------------------------
002870 FD  JOURNAL-FILE
002880     RECORDING MODE IS F
002890     LABEL RECORDS ARE STANDARD.
002900 01  JR-REC.
002910     05  JR-JOBNAME              PIC X(08).
002920     05  JR-ROW-TYPE             PIC X(01).
002930     05  JR-DATE                 PIC 9(07).
002940     05  JR-TIME                 PIC 9(06).
002950     05  JR-READ-COUNT           PIC 9(07).
002960     05  JR-WRITTEN-COUNT        PIC 9(07).
002970     05  JR-REJECTED-COUNT       PIC 9(07).
002980     05  JR-STATUS               PIC X(01).
002990     05  FILLER                  PIC X(06).

003000 WORKING-STORAGE SECTION.
003010 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
003020 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

003030     COPY 'JOBGATE'.

003040*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
003050     COPY 'CHAINPRM'.

003060 77  WS-FEECFG-STATUS        PIC X(02) VALUE SPACES.
003070 77  WS-PRODCFG-STATUS       PIC X(02) VALUE SPACES.
003080 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
003090 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
003100 77  WS-ANNFEE-STATUS        PIC X(02) VALUE SPACES.
003110 77  WS-INSOLV-STATUS        PIC X(02) VALUE SPACES.
003120 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
003130 77  WS-TXNNARR-STATUS       PIC X(02) VALUE SPACES.
003140 77  WS-LETTER-STATUS        PIC X(02) VALUE SPACES.
003150 77  WS-EMAIL-STATUS         PIC X(02) VALUE SPACES.
003160 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

003170 01  WS-SWITCHES.
003180     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
003190         88  WS-EOF-YES              VALUE 'Y'.
003200     05  WS-FEE-OK-SW        PIC X(01) VALUE 'Y'.
003210         88  WS-FEE-OK               VALUE 'Y'.
003220     05  WS-DATE-OK-SW       PIC X(01) VALUE 'Y'.
003230         88  WS-DATE-OK              VALUE 'Y'.
003240     05  WS-ROW-NEW-SW       PIC X(01) VALUE 'N'.
003250         88  WS-ROW-NEW              VALUE 'Y'.
003260     05  WS-INSOLV-SW        PIC X(01) VALUE 'N'.
003270         88  WS-INSOLVENT            VALUE 'Y'.

003280 01  WS-COUNTERS.
003290     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
003300     05  WS-NOPLAN-COUNT     PIC 9(07) COMP-3 VALUE 0.
003310     05  WS-NODATE-COUNT     PIC 9(07) COMP-3 VALUE 0.
003320     05  WS-BILLED-COUNT     PIC 9(07) COMP-3 VALUE 0.
003330     05  WS-UNNOTICED-COUNT  PIC 9(07) COMP-3 VALUE 0.
003340     05  WS-FIRSTFREE-COUNT  PIC 9(07) COMP-3 VALUE 0.
003350     05  WS-ESTSUPP-COUNT    PIC 9(07) COMP-3 VALUE 0.
003360     05  WS-INSSUPP-COUNT    PIC 9(07) COMP-3 VALUE 0.
003370     05  WS-YEAR-DONE-COUNT  PIC 9(07) COMP-3 VALUE 0.
003380     05  WS-REPOST-COUNT     PIC 9(07) COMP-3 VALUE 0.
003390     05  WS-SKIPPED-COUNT    PIC 9(07) COMP-3 VALUE 0.
003400     05  WS-POSTAL-COUNT     PIC 9(07) COMP-3 VALUE 0.
003410     05  WS-EMAIL-COUNT      PIC 9(07) COMP-3 VALUE 0.
003420     05  WS-GONEAWAY-COUNT   PIC 9(07) COMP-3 VALUE 0.
003430     05  WS-NOTICE-EST-COUNT PIC 9(07) COMP-3 VALUE 0.
003440     05  WS-NOTICE-INS-COUNT PIC 9(07) COMP-3 VALUE 0.
003450     05  WS-NOTICE-DONE-COUNT PIC 9(07) COMP-3 VALUE 0.

003460*-----------------------------------------------------------------
003470* WS-NEW-BALANCE IS SIGNED AND WIDER THAN AF-CURR-BAL SO A FEE
003480* THAT WOULD OVERFLOW THE BALANCE FIELD IS CAUGHT AND REPORTED
003490* INSTEAD OF WRITTEN BAD - THE DCI8BPST PROTECTION
003500*-----------------------------------------------------------------
003510 77  WS-NEW-BALANCE          PIC S9(10)V99 COMP-3 VALUE 0.

003520 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
003530 01  WS-TODAY-GREG           PIC 9(08) VALUE 0.
003540 01  WS-TODAY-PARTS REDEFINES WS-TODAY-GREG.
003550     05  WS-TODAY-YYYY       PIC 9(04).
003560     05  WS-TODAY-MMDD       PIC X(04).

003570*-----------------------------------------------------------------
003580* THE BILLING CATCH-UP - AN ANNIVERSARY UP TO THIS MANY DAYS
003590* BACK THAT WAS NEVER BILLED (THE JOB DID NOT RUN THAT NIGHT)
003600* IS BILLED NOW. AND THE NOTICE LEAD - AN ANNIVERSARY THIS MANY
003610* DAYS AHEAD OR FEWER WITH NO NOTICE YET GETS ONE
003620*-----------------------------------------------------------------
003630 77  WS-CATCHUP-DAYS         PIC 9(03) VALUE 7.
003640 77  WS-CATCHUP-FROM         PIC S9(7) COMP-3 VALUE 0.
003650 77  WS-NOTICE-DAYS          PIC 9(03) VALUE 30.
003660 77  WS-NOTICE-LIMIT         PIC S9(7) COMP-3 VALUE 0.

003670*-----------------------------------------------------------------
003680* THE ACCTCTL 'ANFREFDY' REFUND WINDOW, QUOTED ON THE NOTICE -
003690* A MISSING ROW FALLS BACK TO THE WHOLE FEE YEAR, AS IN DCI8DPGF
003700*-----------------------------------------------------------------
003710 77  WS-REFUND-DAYS          PIC 9(05) VALUE 365.

003720*-----------------------------------------------------------------
003730* THE ACCOUNT'S OPENING DATE AND THE ANNIVERSARY BEING TRIED.
003740* CR-DATE STAMPED ONLINE CARRIES EIBDATE'S 0CYYDDD FORM AND IS
003750* BROUGHT UP TO YYYYDDD BEFORE IT IS USED
003760*-----------------------------------------------------------------
003770 77  WS-OPEN-JUL             PIC S9(7) COMP-3 VALUE 0.
003780 01  WS-OPEN-GREG            PIC 9(08) VALUE 0.
003790 01  WS-OPEN-PARTS REDEFINES WS-OPEN-GREG.
003800     05  WS-OPEN-YYYY        PIC 9(04).
003810     05  WS-OPEN-MMDD        PIC X(04).

003820 77  WS-TRY-YEAR             PIC 9(04) VALUE 0.
003830 77  WS-LAST-YEAR            PIC 9(04) VALUE 0.
003840 77  WS-FEE-YEARS            PIC 9(04) VALUE 0.
003850*    THE FEE FOR THIS ACCOUNT - THE TARIFF, OR ITS PRODUCT'S
003860 77  WS-ACCT-FEE             PIC 9(06)V99 VALUE 0.
003870 77  WS-ANNIV-JUL            PIC S9(7) COMP-3 VALUE 0.
003880 01  WS-ANNIV-GREG           PIC 9(08) VALUE 0.
003890 01  WS-ANNIV-PARTS REDEFINES WS-ANNIV-GREG.
003900     05  WS-ANNIV-YYYY       PIC 9(04).
003910     05  WS-ANNIV-MMDD.
003920         10  WS-ANNIV-MM     PIC X(02).
003930         10  WS-ANNIV-DD     PIC X(02).

003940*-----------------------------------------------------------------
003950* THE RESERVED ACCTTXN SEQUENCE FOR SYSTEM-GENERATED ANNUAL FEE
003960* ROWS - ONE PER ACCOUNT PER RUN DATE
003970*-----------------------------------------------------------------
003980 77  WS-FEE-SEQNO            PIC 9(04) COMP VALUE 8011.

003990 01  WS-NARR-REF.
004000     05  FILLER              PIC X(09) VALUE 'FEE YEAR '.
004010     05  NF-YEAR             PIC 9(04).
004020     05  FILLER              PIC X(03) VALUE SPACES.

004030*-----------------------------------------------------------------
004040* NOTICE ROUTING - 'P' POST, 'E' EMAIL, 'G' HELD FOR A GONE-AWAY
004050* ADDRESS. CONTACT-PREF 'T' AND 'N' STAY POSTAL - A FEE NOTICE
004060* IS NOT MARKETING, THE STATEMENT RULE
004070*-----------------------------------------------------------------
004080 01  WS-CHANNEL-SW           PIC X(01) VALUE 'P'.
004090     88  WS-CHANNEL-EMAIL           VALUE 'E'.
004100     88  WS-CHANNEL-HELD            VALUE 'G'.
004110 01  WS-RT-LINE              PIC X(80) VALUE SPACES.

004120 01  WS-EMAIL-TO-LINE.
004130     05  FILLER              PIC X(04) VALUE 'TO: '.
004140     05  ET-EMAIL            PIC X(30).
004150     05  FILLER              PIC X(46) VALUE SPACES.

004160 01  WS-LTR-HEAD-LINE.
004170     05  FILLER              PIC X(40) VALUE
004180         'ANNUAL ACCOUNT FEE - ADVANCE NOTICE'.
004190     05  FILLER              PIC X(08) VALUE 'ACCOUNT '.
004200     05  LH-ACCTNO           PIC X(09).
004210     05  FILLER              PIC X(23) VALUE SPACES.
004220 01  WS-LTR-NAME-LINE.
004230     05  LN-TITL             PIC X(04).
004240     05  FILLER              PIC X(01) VALUE SPACES.
004250     05  LN-FNAME            PIC X(15).
004260     05  FILLER              PIC X(01) VALUE SPACES.
004270     05  LN-SNAME            PIC X(15).
004280     05  FILLER              PIC X(44) VALUE SPACES.
004290 01  WS-LTR-ADDR-LINE.
004300     05  LA-ADDR             PIC X(20).
004310     05  FILLER              PIC X(60) VALUE SPACES.
004320 01  WS-LTR-FEE-LINE.
004330     05  FILLER              PIC X(27) VALUE
004340         'YOUR ANNUAL ACCOUNT FEE OF '.
004350     05  LF-FEE              PIC ZZZ,ZZ9.99.
004360     05  FILLER              PIC X(20) VALUE
004370         ' WILL BE CHARGED ON '.
004380     05  LF-DD               PIC X(02).
004390     05  FILLER              PIC X(01) VALUE '/'.
004400     05  LF-MM               PIC X(02).
004410     05  FILLER              PIC X(01) VALUE '/'.
004420     05  LF-YYYY             PIC 9(04).
004430     05  FILLER              PIC X(13) VALUE '.'.
004440 01  WS-LTR-REFUND1.
004450     05  FILLER              PIC X(32) VALUE
004460         'IF YOU CLOSE THE ACCOUNT WITHIN '.
004470     05  LR-DAYS             PIC ZZZZ9.
004480     05  FILLER              PIC X(43) VALUE
004490         ' DAYS OF THE CHARGE, THE UNUSED PART OF THE'.
004500 01  WS-LTR-REFUND2.
004510     05  FILLER PIC X(80) VALUE
004520         'FEE IS REFUNDED TO YOUR ACCOUNT.'.
004530 01  WS-LTR-SEPARATOR.
004540     05  FILLER PIC X(80) VALUE ALL '-'.

004550* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
004560     COPY 'DATEPARM'.

004570* THE CORRESPONDENCE LOG ROW, WRITTEN THROUGH DCI8BCLG
004580     COPY 'CORRLOG'.

004590* DOCUMENT-START ROW AHEAD OF EACH POSTED NOTICE ON ANFLTTR
004600     COPY 'PRTDOC'.

004610 01  WS-REPORT-HEADING1.
004620     05  FILLER PIC X(80) VALUE
004630         'DCI8BANF - ANNUAL ACCOUNT FEE NOTICE AND BILLING'.

004640 01  WS-REPORT-HEADING2.
004650     05  FILLER              PIC X(06) VALUE 'FEE: '.
004660     05  HD-FEE              PIC ZZZ,ZZ9.99.
004670     05  FILLER              PIC X(18) VALUE
004680         '   REFUND WINDOW: '.
004690     05  HD-DAYS             PIC ZZZZ9.
004700     05  FILLER              PIC X(41) VALUE ' DAYS'.

004710 01  WS-REPORT-HEADING3.
004720     05  FILLER PIC X(11) VALUE 'ACCOUNT'.
004730     05  FILLER PIC X(06) VALUE 'YEAR'.
004740     05  FILLER PIC X(10) VALUE 'DUE'.
004750     05  FILLER PIC X(15) VALUE 'AMOUNT'.
004760     05  FILLER PIC X(38) VALUE 'ACTION'.

004770 01  WS-DETAIL-LINE.
004780     05  DL-ACCTNO           PIC X(09).
004790     05  FILLER              PIC X(02) VALUE SPACES.
004800     05  DL-YEAR             PIC 9(04).
004810     05  FILLER              PIC X(02) VALUE SPACES.
004820     05  DL-ANNIV            PIC 9(08).
004830     05  FILLER              PIC X(02) VALUE SPACES.
004840     05  DL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
004850     05  FILLER              PIC X(02) VALUE SPACES.
004860     05  DL-ACTION           PIC X(30).
004870     05  FILLER              PIC X(08) VALUE SPACES.

004880 PROCEDURE DIVISION.

004890 0000-MAINLINE.

004900     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

004910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

004920     IF WS-FEE-OK THEN
004930         PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
004940             UNTIL WS-EOF-YES
004950     END-IF.

004960     PERFORM 9000-TERMINATE THRU 9000-EXIT.

004970     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

004980     GOBACK.

004990 1000-INITIALIZE.

005000     OPEN INPUT FEECFG-FILE.
005010     MOVE 'ANNUALFE' TO FG-CODE.
005020     READ FEECFG-FILE
005030         INVALID KEY
005040             DISPLAY 'DCI8BANF - NO ANNUALFE ROW ON FEECFG'
005050             MOVE 'N' TO WS-FEE-OK-SW
005060             MOVE 'Y' TO WS-EOF-SW
005070     END-READ.
005080     CLOSE FEECFG-FILE.

005090     IF WS-FEE-OK AND FG-AMOUNT IS NOT NUMERIC THEN
005100         DISPLAY 'DCI8BANF - FEECFG ANNUALFE AMOUNT NOT NUMERIC'
005110         MOVE 'N' TO WS-FEE-OK-SW
005120         MOVE 'Y' TO WS-EOF-SW
005130     END-IF.

005140     IF WS-FEE-OK AND FG-AMOUNT = 0 THEN
005150         DISPLAY 'DCI8BANF - FEECFG ANNUALFE AMOUNT IS ZERO'
005160         MOVE 'N' TO WS-FEE-OK-SW
005170         MOVE 'Y' TO WS-EOF-SW
005180     END-IF.

005190     OPEN INPUT ACCTCTL-FILE.
005200     MOVE 'ANFREFDY' TO CT-KEYNAME.
005210     READ ACCTCTL-FILE
005220         INVALID KEY
005230             MOVE 0 TO CT-NEXT-ACCTNO
005240     END-READ.
005250     IF WS-ACCTCTL-STATUS = '00' AND
005260        CT-NEXT-ACCTNO IS NUMERIC AND
005270        CT-NEXT-ACCTNO > 0 AND CT-NEXT-ACCTNO < 100000 THEN
005280         MOVE CT-NEXT-ACCTNO TO WS-REFUND-DAYS
005290     END-IF.
005300     CLOSE ACCTCTL-FILE.

005310     OPEN I-O ACCTFILE.
005320     OPEN I-O ANNFEE-FILE.
005330     OPEN INPUT INSOLV-FILE.
005340     OPEN I-O ACCTTXN-FILE.
005350     OPEN I-O TXNNARR-FILE.
005360     OPEN OUTPUT LETTER-FILE.
005370     OPEN OUTPUT EMAIL-FILE.
005380     OPEN OUTPUT REPORT-FILE.
005390     OPEN INPUT PRODCFG-FILE.

005400     PERFORM 1050-SET-DATES THRU 1050-EXIT.
005410     IF NOT WS-DATE-OK THEN
005420         DISPLAY 'DCI8BANF - DATE SERVICE FAILED - NO RUN'
005430         MOVE 'N' TO WS-FEE-OK-SW
005440         MOVE 'Y' TO WS-EOF-SW
005450     END-IF.

005460     IF WS-FEE-OK THEN
005470         MOVE FG-AMOUNT TO HD-FEE
005480         MOVE WS-REFUND-DAYS TO HD-DAYS
005490         WRITE REPORT-LINE FROM WS-REPORT-HEADING1
005500         WRITE REPORT-LINE FROM WS-REPORT-HEADING2
005510         MOVE SPACES TO REPORT-LINE
005520         WRITE REPORT-LINE
005530         WRITE REPORT-LINE FROM WS-REPORT-HEADING3
005540         PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT
005550     END-IF.

005560 1000-EXIT.
005570     EXIT.

005580*-----------------------------------------------------------------
005590* 1050-SET-DATES - TODAY, THE OLDEST ANNIVERSARY STILL BILLED
005600* (THE CATCH-UP) AND THE FURTHEST ONE NOTICED (THE LEAD)
005610*-----------------------------------------------------------------
005620 1050-SET-DATES.

005630     MOVE 'Y' TO WS-DATE-OK-SW.

005640     MOVE 'TOD' TO DP-FUNCTION.
005650     CALL 'DCI8BDAT' USING DATEPARM.
005660     MOVE DP-JULIAN TO WS-TODAY.
005670     MOVE DP-GREGORIAN TO WS-TODAY-GREG.
005680     COMPUTE WS-LAST-YEAR = WS-TODAY-YYYY + 1.

005690     MOVE 'SUB' TO DP-FUNCTION.
005700     MOVE WS-TODAY TO DP-JULIAN.
005710     MOVE WS-CATCHUP-DAYS TO DP-DAYS.
005720     CALL 'DCI8BDAT' USING DATEPARM.
005730     IF NOT DP-RC-GOOD THEN
005740         MOVE 'N' TO WS-DATE-OK-SW
005750         GO TO 1050-EXIT
005760     END-IF.
005770     MOVE DP-JULIAN TO WS-CATCHUP-FROM.

005780     MOVE 'ADD' TO DP-FUNCTION.
005790     MOVE WS-TODAY TO DP-JULIAN.
005800     MOVE WS-NOTICE-DAYS TO DP-DAYS.
005810     CALL 'DCI8BDAT' USING DATEPARM.
005820     IF NOT DP-RC-GOOD THEN
005830         MOVE 'N' TO WS-DATE-OK-SW
005840         GO TO 1050-EXIT
005850     END-IF.
005860     MOVE DP-JULIAN TO WS-NOTICE-LIMIT.

005870 1050-EXIT.
005880     EXIT.

005890 1100-READ-ACCOUNT.

005900     READ ACCTFILE NEXT RECORD
005910         AT END
005920             GO TO 1100-EOF
005930     END-READ.

005940     ADD 1 TO WS-READ-COUNT.
005950     GO TO 1100-EXIT.

005960 1100-EOF.
005970     MOVE 'Y' TO WS-EOF-SW.

005980 1100-EXIT.
005990     EXIT.

006000*-----------------------------------------------------------------
006010* 2000-PROCESS-ACCOUNT TAKES AN ACCOUNT ON AN ANNUAL FEE PLAN
006020* AND TRIES LAST YEAR'S, THIS YEAR'S AND NEXT YEAR'S
006030* ANNIVERSARY - ENOUGH TO CATCH A DUE DATE EITHER SIDE OF THE
006040* YEAR END
006050*-----------------------------------------------------------------
006060 2000-PROCESS-ACCOUNT.

006070     IF AF-ANNFEE-PLAN NOT = 'Y' AND
006080        AF-ANNFEE-PLAN NOT = 'W' THEN
006090         ADD 1 TO WS-NOPLAN-COUNT
006100         GO TO 2000-NEXT
006110     END-IF.

006120     PERFORM 2010-ACCOUNT-FEE THRU 2010-EXIT.

006130     PERFORM 2050-OPEN-DATE THRU 2050-EXIT.
006140     IF NOT WS-DATE-OK THEN
006150         MOVE 0 TO WS-TRY-YEAR
006160         MOVE 0 TO WS-ANNIV-GREG
006170         MOVE 'NO OPENING DATE - NO FEE' TO DL-ACTION
006180         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
006190         ADD 1 TO WS-NODATE-COUNT
006200         GO TO 2000-NEXT
006210     END-IF.

006220     COMPUTE WS-TRY-YEAR = WS-TODAY-YYYY - 1.
006230     PERFORM 2100-TRY-YEAR THRU 2100-EXIT
006240         VARYING WS-TRY-YEAR FROM WS-TRY-YEAR BY 1
006250         UNTIL WS-TRY-YEAR > WS-LAST-YEAR.

006260 2000-NEXT.
006270     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.

006280 2000-EXIT.
006290     EXIT.

006300*-----------------------------------------------------------------
006310* 2010-ACCOUNT-FEE SETS THE FEE FOR THE ACCOUNT - THE FEECFG
006320* 'ANNUALFE' TARIFF, UNLESS THE ACCOUNT'S PRODCFG PRODUCT CARRIES
006330* A FEE OF ITS OWN. A BLANK OR UNKNOWN PRODUCT KEEPS THE TARIFF
006340*-----------------------------------------------------------------
006350 2010-ACCOUNT-FEE.

006360     MOVE FG-AMOUNT TO WS-ACCT-FEE.

006370     IF AF-PRODUCT-CODE = SPACES OR
006380        AF-PRODUCT-CODE = LOW-VALUES THEN
006390         GO TO 2010-EXIT
006400     END-IF.

006410     MOVE AF-PRODUCT-CODE TO PD-CODE.

006420     READ PRODCFG-FILE
006430         INVALID KEY
006440             GO TO 2010-EXIT
006450     END-READ.

006460     IF PD-ANNUAL-FEE > 0 THEN
006470         MOVE PD-ANNUAL-FEE TO WS-ACCT-FEE
006480     END-IF.

006490 2010-EXIT.
006500     EXIT.

006510*-----------------------------------------------------------------
006520* 2050-OPEN-DATE TURNS CR-DATE INTO A YYYYMMDD OPENING DATE. A
006530* ZERO CR-DATE (A BULK-LOADED ACCOUNT) HAS NO ANNIVERSARY
006540*-----------------------------------------------------------------
006550 2050-OPEN-DATE.

006560     MOVE 'Y' TO WS-DATE-OK-SW.

006570     IF AF-CR-DATE IS NOT NUMERIC OR AF-CR-DATE NOT > 0 THEN
006580         MOVE 'N' TO WS-DATE-OK-SW
006590         GO TO 2050-EXIT
006600     END-IF.

006610     IF AF-CR-DATE < 1000000 THEN
006620         COMPUTE WS-OPEN-JUL = AF-CR-DATE + 1900000
006630     ELSE
006640         MOVE AF-CR-DATE TO WS-OPEN-JUL
006650     END-IF.

006660     MOVE 'J2G' TO DP-FUNCTION.
006670     MOVE WS-OPEN-JUL TO DP-JULIAN.
006680     CALL 'DCI8BDAT' USING DATEPARM.
006690     IF DP-RC-GOOD THEN
006700         MOVE DP-GREGORIAN TO WS-OPEN-GREG
006710     ELSE
006720         MOVE 'N' TO WS-DATE-OK-SW
006730     END-IF.

006740 2050-EXIT.
006750     EXIT.

006760*-----------------------------------------------------------------
006770* 2100-TRY-YEAR PLACES THE ANNIVERSARY IN WS-TRY-YEAR AND SENDS
006780* IT TO BILLING (REACHED, WITHIN THE CATCH-UP) OR TO THE NOTICE
006790* (STILL AHEAD, WITHIN THE LEAD). THE OPENING YEAR ITSELF IS NO
006800* ANNIVERSARY
006810*-----------------------------------------------------------------
006820 2100-TRY-YEAR.

006830     IF WS-TRY-YEAR NOT > WS-OPEN-YYYY THEN
006840         GO TO 2100-EXIT
006850     END-IF.

006860     MOVE WS-TRY-YEAR TO WS-ANNIV-YYYY.
006870     MOVE WS-OPEN-MMDD TO WS-ANNIV-MMDD.

006880     MOVE 'G2J' TO DP-FUNCTION.
006890     MOVE WS-ANNIV-GREG TO DP-GREGORIAN.
006900     CALL 'DCI8BDAT' USING DATEPARM.

006910     IF NOT DP-RC-GOOD AND WS-OPEN-MMDD = '0229' THEN
006920         MOVE '0228' TO WS-ANNIV-MMDD
006930         MOVE 'G2J' TO DP-FUNCTION
006940         MOVE WS-ANNIV-GREG TO DP-GREGORIAN
006950         CALL 'DCI8BDAT' USING DATEPARM
006960     END-IF.

006970     IF NOT DP-RC-GOOD THEN
006980         GO TO 2100-EXIT
006990     END-IF.

007000     MOVE DP-JULIAN TO WS-ANNIV-JUL.
007010     COMPUTE WS-FEE-YEARS = WS-TRY-YEAR - WS-OPEN-YYYY.

007020     IF WS-ANNIV-JUL NOT > WS-TODAY AND
007030        WS-ANNIV-JUL NOT < WS-CATCHUP-FROM THEN
007040         PERFORM 2200-BILL-YEAR THRU 2200-EXIT
007050         GO TO 2100-EXIT
007060     END-IF.

007070     IF WS-ANNIV-JUL > WS-TODAY AND
007080        WS-ANNIV-JUL NOT > WS-NOTICE-LIMIT THEN
007090         PERFORM 2600-NOTICE-YEAR THRU 2600-EXIT
007100     END-IF.

007110 2100-EXIT.
007120     EXIT.

007130*-----------------------------------------------------------------
007140* 2200-BILL-YEAR ENFORCES THE ONCE-A-YEAR RULE - A ROW FOR THE
007150* YEAR THAT HAS GOT PAST ITS NOTICE MEANS NO NEW FEE - THEN
007160* APPLIES THE FIRST-YEAR WAIVER AND THE ESTATE AND INSOLVENCY
007170* SUPPRESSIONS BEFORE CHARGING
007180*-----------------------------------------------------------------
007190 2200-BILL-YEAR.

007200     MOVE AF-ACCTNO TO YF-ACCTNO.
007210     MOVE WS-TRY-YEAR TO YF-YEAR.
007220     MOVE 'N' TO WS-ROW-NEW-SW.

007230     READ ANNFEE-FILE
007240         INVALID KEY
007250             MOVE 'Y' TO WS-ROW-NEW-SW
007260     END-READ.

007270     IF NOT WS-ROW-NEW AND NOT YF-NOTICED THEN
007280         ADD 1 TO WS-YEAR-DONE-COUNT
007290         GO TO 2200-EXIT
007300     END-IF.

007310     IF WS-ROW-NEW THEN
007320         PERFORM 2250-NEW-ROW THRU 2250-EXIT
007330     END-IF.

007340     IF AF-ANNFEE-PLAN = 'W' AND WS-FEE-YEARS = 1 THEN
007350         MOVE 'W' TO YF-STATUS
007360         MOVE 0 TO YF-AMOUNT
007370         MOVE 'FIRST YEAR WAIVED BY THE FEE PLAN' TO YF-REASON
007380         PERFORM 2550-FILE-LEDGER-ROW THRU 2550-EXIT
007390         MOVE 'FIRST YEAR - WAIVED' TO DL-ACTION
007400         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
007410         ADD 1 TO WS-FIRSTFREE-COUNT
007420         GO TO 2200-EXIT
007430     END-IF.

007440     IF AF-ESTATE-FLAG = 'D' THEN
007450         MOVE 'S' TO YF-STATUS
007460         MOVE 0 TO YF-AMOUNT
007470         MOVE 'ESTATE - DECEASED' TO YF-REASON
007480         PERFORM 2550-FILE-LEDGER-ROW THRU 2550-EXIT
007490         MOVE 'SUPPRESSED - ESTATE' TO DL-ACTION
007500         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
007510         ADD 1 TO WS-ESTSUPP-COUNT
007520         GO TO 2200-EXIT
007530     END-IF.

007540     PERFORM 2230-CHECK-INSOLVENCY THRU 2230-EXIT.
007550     IF WS-INSOLVENT THEN
007560         MOVE 'S' TO YF-STATUS
007570         MOVE 0 TO YF-AMOUNT
007580         MOVE 'INSOLVENCY' TO YF-REASON
007590         PERFORM 2550-FILE-LEDGER-ROW THRU 2550-EXIT
007600         MOVE 'SUPPRESSED - INSOLVENCY' TO DL-ACTION
007610         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
007620         ADD 1 TO WS-INSSUPP-COUNT
007630         GO TO 2200-EXIT
007640     END-IF.

007650     PERFORM 2300-POST-FEE THRU 2300-EXIT.

007660 2200-EXIT.
007670     EXIT.

007680*-----------------------------------------------------------------
007690* 2230-CHECK-INSOLVENCY - WS-INSOLV-SW 'Y' WHILE THE ACCOUNT HAS
007700* AN INSOLVENCY CASE NOT YET DISCHARGED; THE DEBT IS FROZEN AT
007710* THE CLAIM
007720*-----------------------------------------------------------------
007730 2230-CHECK-INSOLVENCY.

007740     MOVE 'N' TO WS-INSOLV-SW.
007750     MOVE AF-ACCTNO TO IV-ACCTNO.

007760     READ INSOLV-FILE
007770         INVALID KEY
007780             GO TO 2230-EXIT
007790     END-READ.

007800     IF IV-ACTIVE THEN
007810         MOVE 'Y' TO WS-INSOLV-SW
007820     END-IF.

007830 2230-EXIT.
007840     EXIT.

007850*-----------------------------------------------------------------
007860* 2250-NEW-ROW STARTS A BLANK ANNFEE ROW FOR THE ACCOUNT AND
007870* YEAR - A READ THAT MISSED LEAVES THE RECORD AREA UNDEFINED
007880*-----------------------------------------------------------------
007890 2250-NEW-ROW.

007900     MOVE AF-ACCTNO TO YF-ACCTNO.
007910     MOVE WS-TRY-YEAR TO YF-YEAR.
007920     MOVE SPACE TO YF-STATUS.
007930     MOVE WS-ANNIV-JUL TO YF-ANNIV-DATE.
007940     MOVE 0 TO YF-NOTICE-DATE.
007950     MOVE SPACE TO YF-NOTICE-CHANNEL.
007960     MOVE 0 TO YF-AMOUNT.
007970     MOVE 0 TO YF-BILL-DATE.
007980     MOVE 0 TO YF-REFUND-AMOUNT.
007990     MOVE 0 TO YF-REFUND-DATE.
008000     MOVE SPACES TO YF-REASON.

008010 2250-EXIT.
008020     EXIT.

008030*-----------------------------------------------------------------
008040* 2300-POST-FEE FILES THE TYPE 'F' TRANSACTION ON THE RESERVED
008050* SEQUENCE, ROLLS IT INTO THE BALANCE AND MARKS THE YEAR BILLED.
008060* A DUPLICATE ACCTTXN KEY MEANS AN EARLIER RUN TODAY ALREADY
008070* POSTED IT - THE ROW IS STILL MARKED SO THE ONCE-A-YEAR RULE
008080* HEALS AFTER AN ABEND BETWEEN THE TWO WRITES
008090*-----------------------------------------------------------------
008100 2300-POST-FEE.

008110     COMPUTE WS-NEW-BALANCE = AF-CURR-BAL + WS-ACCT-FEE.

008120     IF WS-NEW-BALANCE > 99999999 THEN
008130         MOVE 'WOULD OVERFLOW - NO FEE' TO DL-ACTION
008140         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
008150         ADD 1 TO WS-SKIPPED-COUNT
008160         GO TO 2300-EXIT
008170     END-IF.

008180     MOVE AF-ACCTNO           TO TX-ACCTNO.
008190     MOVE WS-TODAY            TO TX-DATE.
008200     MOVE WS-FEE-SEQNO        TO TX-SEQNO.
008210     MOVE 'F'                 TO TX-TYPE.
008220     MOVE WS-ACCT-FEE         TO TX-AMOUNT.
008230     MOVE WS-TODAY            TO TX-POST-DATE.
008240     MOVE 'DCI8BANF'          TO TX-POST-JOB.
008250     MOVE 'B'                 TO TX-SOURCE.

008260     WRITE ACCTTXN-REC
008270         INVALID KEY
008280             GO TO 2300-ALREADY-POSTED
008290         NOT INVALID KEY
008300             PERFORM 8600-SEAL-TXN-ROW THRU 8600-EXIT
008310     END-WRITE.

008320     MOVE WS-NEW-BALANCE TO AF-CURR-BAL.

008330     REWRITE ACCTFILE-REC.

008340     PERFORM 2450-WRITE-NARRATIVE THRU 2450-EXIT.

008350     IF YF-NOTICE-NONE THEN
008360         MOVE 'FEE BILLED - NO NOTICE SENT' TO DL-ACTION
008370         ADD 1 TO WS-UNNOTICED-COUNT
008380     ELSE
008390         MOVE 'FEE BILLED' TO DL-ACTION
008400     END-IF.

008410     PERFORM 2500-BILLED-ROW THRU 2500-EXIT.

008420     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.

008430     ADD 1 TO WS-BILLED-COUNT.
008440     GO TO 2300-EXIT.

008450 2300-ALREADY-POSTED.

008460     PERFORM 2500-BILLED-ROW THRU 2500-EXIT.
008470     ADD 1 TO WS-REPOST-COUNT.

008480 2300-EXIT.
008490     EXIT.

008500*-----------------------------------------------------------------
008510* 2450-WRITE-NARRATIVE - THE STATEMENT LINE READS ANNUAL ACCOUNT
008520* FEE AND NAMES THE YEAR IT PAYS FOR
008530*-----------------------------------------------------------------
008540 2450-WRITE-NARRATIVE.

008550     MOVE AF-ACCTNO TO NR-ACCTNO.
008560     MOVE WS-TODAY TO NR-DATE.
008570     MOVE WS-FEE-SEQNO TO NR-SEQNO.
008580     MOVE 'ANNUAL ACCOUNT FEE' TO NR-MERCHANT.
008590     MOVE SPACES TO NR-CATEGORY.
008600     MOVE WS-TRY-YEAR TO NF-YEAR.
008610     MOVE WS-NARR-REF TO NR-ORIG-REF.

008620     WRITE TXNNARR-REC
008630         INVALID KEY
008640             GO TO 2450-EXIT
008650     END-WRITE.

008660 2450-EXIT.
008670     EXIT.

008680 2500-BILLED-ROW.

008690     MOVE 'B' TO YF-STATUS.
008700     MOVE WS-ACCT-FEE TO YF-AMOUNT.
008710     MOVE WS-TODAY TO YF-BILL-DATE.
008720     MOVE SPACES TO YF-REASON.
008730     PERFORM 2550-FILE-LEDGER-ROW THRU 2550-EXIT.

008740 2500-EXIT.
008750     EXIT.

008760*-----------------------------------------------------------------
008770* 2550-FILE-LEDGER-ROW WRITES A NEW ANNFEE ROW OR REWRITES THE
008780* NOTICE ROW READ FOR THE YEAR
008790*-----------------------------------------------------------------
008800 2550-FILE-LEDGER-ROW.

008810     MOVE 'DCI8BANF' TO YF-ACT-USERID.
008820     MOVE SPACES TO YF-ACT-TRMID.
008830     MOVE WS-TODAY TO YF-ACT-DATE.
008840     MOVE 0 TO YF-ACT-TIME.

008850     IF WS-ROW-NEW THEN
008860         WRITE ANNFEE-REC
008870             INVALID KEY
008880                 GO TO 2550-EXIT
008890         END-WRITE
008900     ELSE
008910         REWRITE ANNFEE-REC
008920             INVALID KEY
008930                 GO TO 2550-EXIT
008940         END-REWRITE
008950     END-IF.

008960 2550-EXIT.
008970     EXIT.

008980*-----------------------------------------------------------------
008990* 2600-NOTICE-YEAR SENDS THE ADVANCE NOTICE FOR AN ANNIVERSARY
009000* WITHIN THE LEAD, ONCE - THE 'N' ROW IT FILES IS WHAT STOPS A
009010* SECOND NOTICE THE NEXT NIGHT. NOTHING IS SENT FOR A YEAR THE
009020* PLAN WAIVES, TO A DECEASED CUSTOMER OR ON AN ACCOUNT IN AN
009030* ACTIVE INSOLVENCY CASE
009040*-----------------------------------------------------------------
009050 2600-NOTICE-YEAR.

009060     IF AF-ANNFEE-PLAN = 'W' AND WS-FEE-YEARS = 1 THEN
009070         GO TO 2600-EXIT
009080     END-IF.

009090     IF AF-ESTATE-FLAG = 'D' THEN
009100         ADD 1 TO WS-NOTICE-EST-COUNT
009110         GO TO 2600-EXIT
009120     END-IF.

009130     PERFORM 2230-CHECK-INSOLVENCY THRU 2230-EXIT.
009140     IF WS-INSOLVENT THEN
009150         ADD 1 TO WS-NOTICE-INS-COUNT
009160         GO TO 2600-EXIT
009170     END-IF.

009180     MOVE AF-ACCTNO TO YF-ACCTNO.
009190     MOVE WS-TRY-YEAR TO YF-YEAR.
009200     MOVE 'N' TO WS-ROW-NEW-SW.

009210     READ ANNFEE-FILE
009220         INVALID KEY
009230             MOVE 'Y' TO WS-ROW-NEW-SW
009240     END-READ.

009250     IF NOT WS-ROW-NEW THEN
009260         ADD 1 TO WS-NOTICE-DONE-COUNT
009270         GO TO 2600-EXIT
009280     END-IF.

009290     PERFORM 2250-NEW-ROW THRU 2250-EXIT.

009300     MOVE 'P' TO WS-CHANNEL-SW.
009310     IF AF-CONTACT-PREF = 'E' AND AF-EMAIL NOT = SPACES THEN
009320         MOVE 'E' TO WS-CHANNEL-SW
009330     ELSE
009340*        POST TO A GONE-AWAY ADDRESS IS HELD AND COUNTED - THE
009350*        FEE IS STILL BILLED ON THE DAY
009360         IF AF-GONEAWAY-FLAG = 'G' THEN
009370             MOVE 'G' TO WS-CHANNEL-SW
009380         END-IF
009390     END-IF.

009400     IF WS-CHANNEL-HELD THEN
009410         MOVE 'NOTICE HELD - GONE AWAY' TO DL-ACTION
009420         ADD 1 TO WS-GONEAWAY-COUNT
009430     ELSE
009440         PERFORM 2700-PRINT-NOTICE THRU 2700-EXIT
009450         IF WS-CHANNEL-EMAIL THEN
009460             MOVE 'NOTICE EMAILED' TO DL-ACTION
009470             ADD 1 TO WS-EMAIL-COUNT
009480         ELSE
009490             MOVE 'NOTICE POSTED' TO DL-ACTION
009500             ADD 1 TO WS-POSTAL-COUNT
009510         END-IF
009520     END-IF.

009530     PERFORM 2800-LOG-CORRESPONDENCE THRU 2800-EXIT.

009540     MOVE 'N' TO YF-STATUS.
009550     MOVE WS-TODAY TO YF-NOTICE-DATE.
009560     MOVE WS-CHANNEL-SW TO YF-NOTICE-CHANNEL.
009570     MOVE WS-ACCT-FEE TO YF-AMOUNT.
009580     PERFORM 2550-FILE-LEDGER-ROW THRU 2550-EXIT.

009590     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.

009600 2600-EXIT.
009610     EXIT.

009620*-----------------------------------------------------------------
009630* 2700-PRINT-NOTICE ADDRESSES THE NOTICE THE WAY THE STATEMENT
009640* RUN ADDRESSES MAIL - THE CORRESPONDENCE ADDRESS WHEN ONE IS ON
009650* FILE, THE ADDRESS OF RECORD OTHERWISE
009660*-----------------------------------------------------------------
009670 2700-PRINT-NOTICE.

009680     IF WS-CHANNEL-EMAIL THEN
009690         MOVE AF-EMAIL TO ET-EMAIL
009700         WRITE EMAIL-LINE FROM WS-EMAIL-TO-LINE
009710     ELSE
009720         PERFORM 2780-DOC-START THRU 2780-EXIT
009730     END-IF.

009740     MOVE AF-ACCTNO TO LH-ACCTNO.
009750     MOVE WS-LTR-HEAD-LINE TO WS-RT-LINE.
009760     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

009770     MOVE AF-TITL TO LN-TITL.
009780     MOVE AF-FNAME TO LN-FNAME.
009790     MOVE AF-SNAME TO LN-SNAME.
009800     MOVE WS-LTR-NAME-LINE TO WS-RT-LINE.
009810     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

009820     IF AF-MAIL-ADDR1 NOT = SPACES OR
009830        AF-MAIL-ADDR2 NOT = SPACES THEN
009840         MOVE AF-MAIL-ADDR1 TO LA-ADDR
009850         MOVE WS-LTR-ADDR-LINE TO WS-RT-LINE
009860         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
009870         MOVE AF-MAIL-ADDR2 TO LA-ADDR
009880         MOVE WS-LTR-ADDR-LINE TO WS-RT-LINE
009890         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
009900     ELSE
009910         MOVE AF-ADDR1 TO LA-ADDR
009920         MOVE WS-LTR-ADDR-LINE TO WS-RT-LINE
009930         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
009940         MOVE AF-ADDR2 TO LA-ADDR
009950         MOVE WS-LTR-ADDR-LINE TO WS-RT-LINE
009960         PERFORM 2790-ROUTE-LINE THRU 2790-EXIT
009970     END-IF.

009980     MOVE SPACES TO WS-RT-LINE.
009990     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

010000     MOVE WS-ACCT-FEE TO LF-FEE.
010010     MOVE WS-ANNIV-DD TO LF-DD.
010020     MOVE WS-ANNIV-MM TO LF-MM.
010030     MOVE WS-ANNIV-YYYY TO LF-YYYY.
010040     MOVE WS-LTR-FEE-LINE TO WS-RT-LINE.
010050     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

010060     MOVE WS-REFUND-DAYS TO LR-DAYS.
010070     MOVE WS-LTR-REFUND1 TO WS-RT-LINE.
010080     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.
010090     MOVE WS-LTR-REFUND2 TO WS-RT-LINE.
010100     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

010110     MOVE WS-LTR-SEPARATOR TO WS-RT-LINE.
010120     PERFORM 2790-ROUTE-LINE THRU 2790-EXIT.

010130 2700-EXIT.
010140     EXIT.

010150*-----------------------------------------------------------------
010160* 2780-DOC-START OPENS A POSTED NOTICE ON ANFLTTR WITH ITS PRTDOC
010170* ROW - THE ACCOUNT AND THE ADDRESS IT IS PRINTED TO
010180*-----------------------------------------------------------------
010190 2780-DOC-START.

010200     MOVE SPACES TO PRTDOC-REC.
010210     MOVE '%DOC' TO DC-MARKER.
010220     MOVE 'ANFN' TO DC-DOC-TYPE.
010230     MOVE 'DCI8BANF' TO DC-JOBNAME.
010240     MOVE AF-ACCTNO TO DC-ACCTNO.
010250     MOVE WS-TRY-YEAR TO DC-DOC-REF.
010260     IF AF-MAIL-ADDR1 NOT = SPACES OR
010270        AF-MAIL-ADDR2 NOT = SPACES THEN
010280         MOVE AF-MAIL-ADDR1 TO DC-ADDR1
010290         MOVE AF-MAIL-ADDR2 TO DC-ADDR2
010300     ELSE
010310         MOVE AF-ADDR1 TO DC-ADDR1
010320         MOVE AF-ADDR2 TO DC-ADDR2
010330     END-IF.

010340     WRITE LETTER-LINE FROM PRTDOC-REC.

010350 2780-EXIT.
010360     EXIT.

010370 2790-ROUTE-LINE.

010380     IF WS-CHANNEL-EMAIL THEN
010390         WRITE EMAIL-LINE FROM WS-RT-LINE
010400     ELSE
010410         WRITE LETTER-LINE FROM WS-RT-LINE
010420     END-IF.

010430 2790-EXIT.
010440     EXIT.

010450*-----------------------------------------------------------------
010460* 2800-LOG-CORRESPONDENCE RECORDS THE NOTICE ON THE
010470* CORRESPONDENCE LOG AS ROUTED - THE E-MAIL ADDRESS FOR AN
010480* EMAILED NOTICE, THE POSTAL ADDRESS OTHERWISE, AND A HELD
010490* NOTICE FLAGGED SUPPRESSED FOR THE GONE-AWAY
010500*-----------------------------------------------------------------
010510 2800-LOG-CORRESPONDENCE.

010520     MOVE SPACES TO CORRLOG-REC.
010530     MOVE 0 TO CL-RUN-DATE CL-RUN-TIME CL-SEQNO.
010540     MOVE AF-ACCTNO TO CL-ACCTNO.
010550     MOVE 'ANFN' TO CL-DOC-TYPE.
010560     MOVE WS-TRY-YEAR TO CL-DOC-REF.
010570     MOVE 'DCI8BANF' TO CL-JOBNAME.
010580     MOVE AF-TITL TO CL-TITL.
010590     MOVE AF-FNAME TO CL-FNAME.
010600     MOVE AF-SNAME TO CL-SNAME.
010610     MOVE 'N' TO CL-SUPP-FLAG.

010620     IF WS-CHANNEL-EMAIL THEN
010630         MOVE 'E' TO CL-CHANNEL
010640         MOVE AF-EMAIL TO CL-EMAIL
010650         GO TO 2800-WRITE
010660     END-IF.

010670     MOVE 'P' TO CL-CHANNEL.
010680     IF AF-MAIL-ADDR1 NOT = SPACES OR
010690        AF-MAIL-ADDR2 NOT = SPACES THEN
010700         MOVE AF-MAIL-ADDR1 TO CL-ADDR1
010710         MOVE AF-MAIL-ADDR2 TO CL-ADDR2
010720     ELSE
010730         MOVE AF-ADDR1 TO CL-ADDR1
010740         MOVE AF-ADDR2 TO CL-ADDR2
010750     END-IF.

010760     IF WS-CHANNEL-HELD THEN
010770         MOVE 'Y' TO CL-SUPP-FLAG
010780         MOVE 'G' TO CL-SUPP-REASON
010790     END-IF.

010800 2800-WRITE.
010810     CALL 'DCI8BCLG' USING CORRLOG-REC.

010820 2800-EXIT.
010830     EXIT.

010840 2900-REPORT-LINE.

010850     MOVE AF-ACCTNO TO DL-ACCTNO.
010860     MOVE WS-TRY-YEAR TO DL-YEAR.
010870     MOVE WS-ANNIV-GREG TO DL-ANNIV.
010880     MOVE WS-ACCT-FEE TO DL-AMOUNT.
010890     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

010900 2900-EXIT.
010910     EXIT.

010920 9000-TERMINATE.

010930     DISPLAY 'DCI8BANF - ANNUAL ACCOUNT FEE - SUMMARY'.
010940     DISPLAY 'ACCOUNTS READ    : ' WS-READ-COUNT.
010950     DISPLAY 'NO FEE PLAN      : ' WS-NOPLAN-COUNT.
010960     DISPLAY 'NO OPENING DATE  : ' WS-NODATE-COUNT.
010970     DISPLAY 'NOTICES POSTED   : ' WS-POSTAL-COUNT.
010980     DISPLAY 'NOTICES EMAILED  : ' WS-EMAIL-COUNT.
010990     DISPLAY 'GONE-AWAY HELD   : ' WS-GONEAWAY-COUNT.
011000     DISPLAY 'NOTICE ALREADY   : ' WS-NOTICE-DONE-COUNT.
011010     DISPLAY 'ESTATE NO NOTICE : ' WS-NOTICE-EST-COUNT.
011020     DISPLAY 'INSOLV NO NOTICE : ' WS-NOTICE-INS-COUNT.
011030     DISPLAY 'FEES BILLED      : ' WS-BILLED-COUNT.
011040     DISPLAY '  OF WHICH UNNOTD: ' WS-UNNOTICED-COUNT.
011050     DISPLAY 'FIRST YEAR FREE  : ' WS-FIRSTFREE-COUNT.
011060     DISPLAY 'DECEASED ESTATE  : ' WS-ESTSUPP-COUNT.
011070     DISPLAY 'INSOLVENCY       : ' WS-INSSUPP-COUNT.
011080     DISPLAY 'ALREADY THIS YEAR: ' WS-YEAR-DONE-COUNT.
011090     DISPLAY 'ALREADY POSTED   : ' WS-REPOST-COUNT.
011100     DISPLAY 'NOT CHARGED      : ' WS-SKIPPED-COUNT.

011110     CLOSE ACCTFILE.
011120     CLOSE ANNFEE-FILE.
011130     CLOSE INSOLV-FILE.
011140     CLOSE ACCTTXN-FILE.
011150     CLOSE TXNNARR-FILE.
011160     CLOSE LETTER-FILE.
011170     CLOSE EMAIL-FILE.
011180     CLOSE REPORT-FILE.
011190     CLOSE PRODCFG-FILE.

011200 9000-EXIT.
011210     EXIT.

011220*-----------------------------------------------------------------
011230* 8600 - THE ACCTTXN ROW JUST WRITTEN JOINS ITS ACCOUNT'S
011240* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
011250* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
011260* AND THE ROW IS REWRITTEN WITH THEM
011270*-----------------------------------------------------------------
011280 8600-SEAL-TXN-ROW.

011290     MOVE 'S' TO CP-FUNCTION.
011300     MOVE 'T' TO CP-FILE.
011310     MOVE 'DCI8BANF' TO CP-JOBNAME.
011320     MOVE ACCTTXN-REC TO CP-ROW.
011330     CALL 'DCI8BHCN' USING CHAINPRM.

011340     MOVE CP-CHAIN-NO TO TX-CHAIN-NO.
011350     MOVE CP-PREV-HASH TO TX-CHAIN-PREV.
011360     MOVE CP-HASH TO TX-CHAIN-HASH.
011370     REWRITE ACCTTXN-REC.

011380 8600-EXIT.
011390     EXIT.

011400*-----------------------------------------------------------------
011410* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
011420* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
011430* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
011440*-----------------------------------------------------------------
011450 8100-WRITE-JRNL-START.

011460*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
011470*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
011480     MOVE 'DCI8BANF' TO JG-JOBNAME.
011490     CALL 'DCI8BJGT' USING JOBGATE.
011500     IF JG-RC-BLOCKED THEN
011510         MOVE JG-BLOCKED-RC TO RETURN-CODE
011520         STOP RUN
011530     END-IF.

011540     MOVE 'DCI8BANF' TO JR-JOBNAME.
011550     MOVE 'S' TO JR-ROW-TYPE.
011560     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
011570         JR-REJECTED-COUNT.
011580     MOVE SPACE TO JR-STATUS.
011590     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

011600 8100-EXIT.
011610     EXIT.

011620 8200-WRITE-JRNL-END.

011630     MOVE 'DCI8BANF' TO JR-JOBNAME.
011640     MOVE 'E' TO JR-ROW-TYPE.
011650     MOVE WS-READ-COUNT TO JR-READ-COUNT.
011660     MOVE WS-BILLED-COUNT TO JR-WRITTEN-COUNT.
011670     MOVE WS-SKIPPED-COUNT TO JR-REJECTED-COUNT.
011680     MOVE 'G' TO JR-STATUS.
011690     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

011700 8200-EXIT.
011710     EXIT.

011720 8300-STAMP-AND-WRITE.

011730     ACCEPT JR-DATE FROM DAY YYYYDDD.
011740     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
011750     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

011760     OPEN EXTEND JOURNAL-FILE.
011770     WRITE JR-REC.
011780     CLOSE JOURNAL-FILE.

011790 8300-EXIT.
011800     EXIT.

011810 END PROGRAM DCI8BANF.
