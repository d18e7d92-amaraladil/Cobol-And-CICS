000010*****************************************************************
000020* DCI8BCFQ - CONFIGURATION VALUE AS AT A DATE (CFGHIST ENQUIRY)
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BCFQ.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 12-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-12 AA   INITIAL VERSION - ANSWERS WHAT A CONFIG ROW
000160*                 HELD ON A GIVEN DATE FROM CFGHIST
000170* 2026-10-15 AA   ANSWERS FOR PRODCFG, THE PRODUCT CATALOGUE,
000180*                 AS FILE D
000190* 2026-10-15 AA   ANSWERS FOR ECLCFG, THE EXPECTED CREDIT LOSS
000200*                 RATES, AS FILE E
000210* 2026-10-15 AA   ANSWERS FOR INTROCFG, THE INTRODUCER TERMS, AS
000220*                 FILE I
000230*-----------------------------------------------------------------
000240*****************************************************************
000250* RUN ON REQUEST, TYPICALLY WHEN ANSWERING AN INTEREST OR FEE
000260* COMPLAINT. EACH CFQPARM CARD ASKS ONE QUESTION -
000270*   COL 1     - FILE: R RATECFG, C CRLIMCFG, S SCOREBND,
000280*               Q WSQUOTA, F FEECFG, G AGENCYCFG, D PRODCFG,
000290*               E ECLCFG, I INTROCFG
000300*   COL 3-10  - THE ROW'S KEY, LEFT-JUSTIFIED AS KEYED ON
000310*               DCI8DPGG (THE STATUS FOR R AND C, THE MINIMUM
000320*               SCORE FOR S, THE OPERATOR ID FOR Q, THE CODE
000330*               FOR F, G, D AND I, STAGE AND BAND FOR E)
000340*   COL 12-18 - THE DATE ASKED ABOUT, YYYYDDD
000350* A CARD WITH '*' IN COLUMN 1 IS A COMMENT.
000360*
000370* FOR EACH QUESTION THE ROW'S WHOLE CFGHIST HISTORY IS LISTED,
000380* THEN THE VALUE IN FORCE FROM THE START OF THE DATE ASKED
000390* ABOUT: THE AFTER IMAGE OF THE LATEST CHANGE EFFECTIVE ON OR
000400* BEFORE IT; FAILING THAT THE BEFORE IMAGE OF THE FIRST CHANGE
000410* EFFECTIVE AFTER IT; FAILING THAT - NO CHANGE EVER LOGGED -
000420* THE ROW AS IT STANDS ON THE LIVE FILE TODAY. A ROW NOT ON
000430* FILE ON THE DATE IS REPORTED AS SUCH. VALUES SET BEFORE
000440* CFGHIST EXISTED CANNOT BE ANSWERED FOR EARLIER THAN THE
000450* FIRST LOGGED CHANGE, AND THE REPORT SAYS WHICH CASE APPLIED
000460*****************************************************************

000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. IBM-370.
000500 OBJECT-COMPUTER. IBM-370.

000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.

000530     SELECT PARM-FILE ASSIGN TO CFQPARM
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-PARM-STATUS.

000560     SELECT CFGHIST-FILE ASSIGN TO CFGHIST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS CH-KEY
000600         FILE STATUS IS WS-CFGHIST-STATUS.

000610     SELECT RATECFG-FILE ASSIGN TO RATECFG
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS IR-STAT
000650         FILE STATUS IS WS-LIVE-STATUS.

000660     SELECT CRLIMCFG-FILE ASSIGN TO CRLIMCFG
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS CL-STAT
000700         FILE STATUS IS WS-LIVE-STATUS.

000710     SELECT SCOREBND-FILE ASSIGN TO SCOREBND
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS SB-MIN-SCORE
000750         FILE STATUS IS WS-LIVE-STATUS.

000760     SELECT WSQUOTA-FILE ASSIGN TO WSQUOTA
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS WQ-OPERID
000800         FILE STATUS IS WS-LIVE-STATUS.

000810     SELECT FEECFG-FILE ASSIGN TO FEECFG
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS RANDOM
000840         RECORD KEY IS FG-CODE
000850         FILE STATUS IS WS-LIVE-STATUS.

000860     SELECT AGENCYCFG-FILE ASSIGN TO AGENCYCFG
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS AG-CODE
000900         FILE STATUS IS WS-LIVE-STATUS.

000910     SELECT PRODCFG-FILE ASSIGN TO PRODCFG
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS RANDOM
000940         RECORD KEY IS PD-CODE
000950         FILE STATUS IS WS-LIVE-STATUS.

000960     SELECT ECLCFG-FILE ASSIGN TO ECLCFG
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS RANDOM
000990         RECORD KEY IS EC-KEY
001000         FILE STATUS IS WS-LIVE-STATUS.

001010     SELECT INTROCFG-FILE ASSIGN TO INTROCFG
001020         ORGANIZATION IS INDEXED
001030         ACCESS MODE IS RANDOM
001040         RECORD KEY IS IT-CODE
001050         FILE STATUS IS WS-LIVE-STATUS.

001060     SELECT REPORT-FILE ASSIGN TO CFQRPT
001070         ORGANIZATION IS SEQUENTIAL
001080         FILE STATUS IS WS-REPORT-STATUS.

001090     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS WS-JOURNAL-STATUS.

001120 DATA DIVISION.
001130 FILE SECTION.

001140 FD  PARM-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 01  PARM-REC.
001180     05  PM-FILE                 PIC X(01).
001190         88  PM-COMMENT                  VALUE '*'.
001200         88  PM-FILE-VALID               VALUE 'R' 'C' 'S'
001210                                               'Q' 'F' 'G'
001220                                               'D' 'E' 'I'.
001230     05  FILLER                  PIC X(01).
001240     05  PM-CFGKEY               PIC X(08).
001250     05  FILLER                  PIC X(01).
001260     05  PM-AS-OF                PIC 9(07).
001270     05  FILLER                  PIC X(62).

001280*-----------------------------------------------------------------
001290* CFGHIST - BROWSED FROM THE FIRST ROW FOR THE FILE AND KEY;
001300* ITS KEY ORDER IS EFFECTIVE DATE, THEN WHEN APPLIED
001310*-----------------------------------------------------------------
001320 FD  CFGHIST-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 01  CFGHIST-REC.
001350     05  CH-KEY.
001360         10  CH-FILE             PIC X(01).
001370         10  CH-CFGKEY           PIC X(08).
001380         10  CH-EFF-DATE         PIC 9(07).
001390         10  CH-APPLIED-DATE     PIC 9(07).
001400         10  CH-APPLIED-TIME     PIC 9(06).
001410     05  CH-ACTION               PIC X(01).
001420     05  CH-BEFORE-REC           PIC X(40).
001430     05  CH-AFTER-REC            PIC X(40).
001440     05  CH-REQ-OPID             PIC X(03).
001450     05  CH-REQ-DATE             PIC S9(7) COMP-3.
001460     05  CH-APPR-OPID            PIC X(03).
001470     05  CH-APPR-DATE            PIC S9(7) COMP-3.
001480     05  CH-JOB                  PIC X(08).

001490*-----------------------------------------------------------------
001500* THE NINE LIVE CONFIG FILES - READ ONLY FOR A ROW THAT HAS
001510* NEVER BEEN CHANGED THROUGH CFGPEND
001520*-----------------------------------------------------------------
001530 FD  RATECFG-FILE
001540     LABEL RECORDS ARE STANDARD.
001550 01  RATECFG-REC.
001560     05  IR-STAT                 PIC X(01).
001570     05  IR-ANNUAL-RATE          PIC 9(02)V99.

001580 FD  CRLIMCFG-FILE
001590     LABEL RECORDS ARE STANDARD.
001600 01  CRLIMCFG-REC.
001610     05  CL-STAT                 PIC X(01).
001620     05  CL-MIN                  PIC 9(08)V99.
001630     05  CL-MAX                  PIC 9(08)V99.

001640 FD  SCOREBND-FILE
001650     LABEL RECORDS ARE STANDARD.
001660 01  SCOREBND-REC.
001670     05  SB-MIN-SCORE            PIC 9(03).
001680     05  SB-MAX-SCORE            PIC 9(03).
001690     05  SB-MAX-LIMIT            PIC 9(08)V99.

001700 FD  WSQUOTA-FILE
001710     LABEL RECORDS ARE STANDARD.
001720 01  WSQUOTA-REC.
001730     05  WQ-OPERID               PIC X(03).
001740     05  WQ-LIMIT                PIC 9(05).

001750 FD  FEECFG-FILE
001760     LABEL RECORDS ARE STANDARD.
001770 01  FEECFG-REC.
001780     05  FG-CODE                 PIC X(08).
001790     05  FG-AMOUNT               PIC 9(06)V99.

001800 FD  AGENCYCFG-FILE
001810     LABEL RECORDS ARE STANDARD.
001820 01  AGENCYCFG-REC.
001830     05  AG-CODE                 PIC X(08).
001840     05  AG-PLACING              PIC X(01).
001850     05  AG-COMM-PCT             PIC 9(02)V99.

001860 FD  PRODCFG-FILE
001870     LABEL RECORDS ARE STANDARD.
001880 01  PRODCFG-REC.
001890     05  PD-CODE                 PIC X(04).
001900     05  PD-ANNUAL-RATE          PIC 9(02)V99.
001910     05  PD-MINPAY-PCT           PIC 9(03).
001920     05  PD-MINPAY-FLOOR         PIC 9(04)V99.
001930     05  PD-CRLIM-MIN            PIC 9(06).
001940     05  PD-CRLIM-MAX            PIC 9(06).
001950     05  PD-ANNUAL-FEE           PIC 9(04)V99.
001960     05  PD-LATE-FEE             PIC 9(03)V99.

001970 FD  ECLCFG-FILE
001980     LABEL RECORDS ARE STANDARD.
001990 01  ECLCFG-REC.
002000     05  EC-KEY.
002010         10  EC-STAGE            PIC X(01).
002020         10  EC-BAND             PIC X(03).
002030     05  EC-LOSS-PCT             PIC 9(03)V99.

002040 FD  INTROCFG-FILE
002050     LABEL RECORDS ARE STANDARD.
002060 01  INTROCFG-REC.
002070     05  IT-CODE                 PIC X(08).
002080     05  IT-ACTIVE               PIC X(01).
002090     05  IT-CLAWBACK-DAYS        PIC 9(03).
002100     05  IT-APPR-COMM            PIC 9(04)V99.
002110     05  IT-DEBIT-COMM           PIC 9(04)V99.

002120 FD  REPORT-FILE
002130     RECORDING MODE IS F
002140     LABEL RECORDS ARE STANDARD.
002150 01  REPORT-LINE                 PIC X(100).

002160*-----------------------------------------------------------------
002170* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
002180* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
002190*-----------------------------------------------------------------
002200 FD  JOURNAL-FILE
002210     RECORDING MODE IS F
002220     LABEL RECORDS ARE STANDARD.
002230 01  JR-REC.
002240     05  JR-JOBNAME              PIC X(08).
002250     05  JR-ROW-TYPE             PIC X(01).
002260     05  JR-DATE                 PIC 9(07).
002270     05  JR-TIME                 PIC 9(06).
002280     05  JR-READ-COUNT           PIC 9(07).
002290     05  JR-WRITTEN-COUNT        PIC 9(07).
002300     05  JR-REJECTED-COUNT       PIC 9(07).
002310     05  JR-STATUS               PIC X(01).
002320     05  FILLER                  PIC X(06).

002330 WORKING-STORAGE SECTION.
002340 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002350 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002360     COPY 'JOBGATE'.

002370 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
002380 77  WS-CFGHIST-STATUS       PIC X(02) VALUE SPACES.
002390 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
002400 77  WS-LIVE-STATUS          PIC X(02) VALUE SPACES.

002410 01  WS-SWITCHES.
002420     05  WS-RUN-OK-SW        PIC X(01) VALUE 'Y'.
002430         88  WS-RUN-OK               VALUE 'Y'.
002440     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
002450         88  WS-EOF-YES              VALUE 'Y'.
002460     05  WS-HIST-EOF-SW      PIC X(01) VALUE 'N'.
002470         88  WS-HIST-EOF-YES         VALUE 'Y'.
002480*    WHERE THE ANSWER CAME FROM - A CHANGE ON OR BEFORE THE
002490*    DATE, THE FIRST CHANGE AFTER IT, OR THE LIVE FILE
002500     05  WS-SOURCE-SW        PIC X(01) VALUE SPACE.
002510         88  WS-SOURCE-NONE          VALUE SPACE.
002520         88  WS-SOURCE-ON-OR-BEFORE  VALUE 'B'.
002530         88  WS-SOURCE-AFTER         VALUE 'A'.
002540         88  WS-SOURCE-LIVE          VALUE 'L'.

002550 01  WS-COUNTERS.
002560     05  WS-CARD-COUNT       PIC 9(07) COMP-3 VALUE 0.
002570     05  WS-ANSWER-COUNT     PIC 9(07) COMP-3 VALUE 0.
002580     05  WS-REJECT-COUNT     PIC 9(07) COMP-3 VALUE 0.
002590     05  WS-HIST-COUNT       PIC 9(05) COMP-3 VALUE 0.

002600 77  WS-TODAY                PIC 9(07) VALUE 0.
002610 77  WS-SOURCE-EFF-DATE      PIC 9(07) VALUE 0.

002620*    THE IMAGE THE ANSWER IS TAKEN FROM - SPACES WHEN THE ROW
002630*    WAS NOT ON FILE
002640 01  WS-ANSWER-IMAGE         PIC X(40) VALUE SPACES.

002650*-----------------------------------------------------------------
002660* ONE 40-BYTE CONFIG ROW IMAGE, SEEN THROUGH EACH FILE'S LAYOUT
002670* AND TURNED INTO PRINTABLE TEXT BY 5000-DECODE-IMAGE
002680*-----------------------------------------------------------------
002690 01  WS-DECODE-IMAGE         PIC X(40).
002700 01  WS-DECODE-RATE REDEFINES WS-DECODE-IMAGE.
002710     05  FILLER              PIC X(01).
002720     05  WD-ANNUAL-RATE      PIC 9(02)V99.
002730     05  FILLER              PIC X(35).
002740 01  WS-DECODE-CRLIM REDEFINES WS-DECODE-IMAGE.
002750     05  FILLER              PIC X(01).
002760     05  WD-CL-MIN           PIC 9(08)V99.
002770     05  WD-CL-MAX           PIC 9(08)V99.
002780     05  FILLER              PIC X(19).
002790 01  WS-DECODE-SCORE REDEFINES WS-DECODE-IMAGE.
002800     05  WD-MIN-SCORE        PIC 9(03).
002810     05  WD-MAX-SCORE        PIC 9(03).
002820     05  WD-MAX-LIMIT        PIC 9(08)V99.
002830     05  FILLER              PIC X(24).
002840 01  WS-DECODE-QUOTA REDEFINES WS-DECODE-IMAGE.
002850     05  FILLER              PIC X(03).
002860     05  WD-WQ-LIMIT         PIC 9(05).
002870     05  FILLER              PIC X(32).
002880 01  WS-DECODE-FEE REDEFINES WS-DECODE-IMAGE.
002890     05  FILLER              PIC X(08).
002900     05  WD-FG-AMOUNT        PIC 9(06)V99.
002910     05  FILLER              PIC X(24).
002920 01  WS-DECODE-AGENCY REDEFINES WS-DECODE-IMAGE.
002930     05  FILLER              PIC X(08).
002940     05  WD-AG-PLACING       PIC X(01).
002950     05  WD-AG-COMM-PCT      PIC 9(02)V99.
002960     05  FILLER              PIC X(27).
002970 01  WS-DECODE-PROD REDEFINES WS-DECODE-IMAGE.
002980     05  FILLER              PIC X(04).
002990     05  WD-PD-RATE          PIC 9(02)V99.
003000     05  WD-PD-MINPAY-PCT    PIC 9(03).
003010     05  FILLER              PIC X(12).
003020     05  WD-PD-CRLIM-MAX     PIC 9(06).
003030     05  FILLER              PIC X(11).
003040 01  WS-DECODE-LOSS REDEFINES WS-DECODE-IMAGE.
003050     05  FILLER              PIC X(04).
003060     05  WD-EC-LOSS-PCT      PIC 9(03)V99.
003070     05  FILLER              PIC X(31).
003080 01  WS-DECODE-INTRO REDEFINES WS-DECODE-IMAGE.
003090     05  FILLER              PIC X(08).
003100     05  WD-IT-ACTIVE        PIC X(01).
003110     05  WD-IT-CLAWBACK-DAYS PIC 9(03).
003120     05  WD-IT-APPR-COMM     PIC 9(04)V99.
003130     05  WD-IT-DEBIT-COMM    PIC 9(04)V99.
003140     05  FILLER              PIC X(16).

003150 01  WS-DECODE-TEXT          PIC X(32) VALUE SPACES.

003160 01  WS-TEXT-RATE.
003170     05  FILLER              PIC X(05) VALUE 'RATE '.
003180     05  WT-RATE             PIC Z9.99.
003190     05  FILLER              PIC X(01) VALUE '%'.
003200 01  WS-TEXT-CRLIM.
003210     05  WT-CL-MIN           PIC ZZZZZZZ9.99.
003220     05  FILLER              PIC X(04) VALUE ' TO '.
003230     05  WT-CL-MAX           PIC ZZZZZZZ9.99.
003240 01  WS-TEXT-SCORE.
003250     05  FILLER              PIC X(03) VALUE 'TO '.
003260     05  WT-MAX-SCORE        PIC 9(03).
003270     05  FILLER              PIC X(07) VALUE ' LIMIT '.
003280     05  WT-MAX-LIMIT        PIC ZZZZZZZ9.99.
003290 01  WS-TEXT-QUOTA.
003300     05  FILLER              PIC X(06) VALUE 'LIMIT '.
003310     05  WT-WQ-LIMIT         PIC ZZZZ9.
003320 01  WS-TEXT-FEE.
003330     05  FILLER              PIC X(04) VALUE 'FEE '.
003340     05  WT-FG-AMOUNT        PIC ZZZZZ9.99.
003350 01  WS-TEXT-AGENCY.
003360     05  FILLER              PIC X(08) VALUE 'PLACING '.
003370     05  WT-AG-PLACING       PIC X(01).
003380     05  FILLER              PIC X(06) VALUE ' COMM '.
003390     05  WT-AG-COMM-PCT      PIC Z9.99.
003400     05  FILLER              PIC X(01) VALUE '%'.
003410*    RATE, MINIMUM PAYMENT PERCENT AND TOP OF THE LIMIT RANGE -
003420*    THE FIGURES A PRICING COMPLAINT TURNS ON
003430 01  WS-TEXT-PROD.
003440     05  FILLER              PIC X(05) VALUE 'RATE '.
003450     05  WT-PD-RATE          PIC Z9.99.
003460     05  FILLER              PIC X(06) VALUE '% MIN '.
003470     05  WT-PD-MINPAY-PCT    PIC ZZ9.
003480     05  FILLER              PIC X(05) VALUE '% MAX'.
003490     05  WT-PD-CRLIM-MAX     PIC ZZZZZ9.
003500 01  WS-TEXT-LOSS.
003510     05  FILLER              PIC X(10) VALUE 'LOSS RATE '.
003520     05  WT-EC-LOSS-PCT      PIC ZZ9.99.
003530     05  FILLER              PIC X(01) VALUE '%'.
003540*    ACTIVE FLAG, CLAWBACK DAYS, APPROVAL/FIRST-DEBIT COMMISSION
003550 01  WS-TEXT-INTRO.
003560     05  FILLER              PIC X(04) VALUE 'ACT '.
003570     05  WT-IT-ACTIVE        PIC X(01).
003580     05  FILLER              PIC X(06) VALUE ' DAYS '.
003590     05  WT-IT-CLAWBACK-DAYS PIC ZZ9.
003600     05  FILLER              PIC X(01) VALUE SPACE.
003610     05  WT-IT-APPR-COMM     PIC ZZZ9.99.
003620     05  FILLER              PIC X(01) VALUE '/'.
003630     05  WT-IT-DEBIT-COMM    PIC ZZZ9.99.

003640 01  WS-REPORT-HEADING1.
003650     05  FILLER              PIC X(44) VALUE
003660         'DCI8BCFQ - CONFIGURATION VALUE AS AT A DATE'.
003670     05  FILLER              PIC X(10) VALUE '  RUN DATE'.
003680     05  FILLER              PIC X(01) VALUE SPACE.
003690     05  RH-TODAY            PIC 9(07).
003700     05  FILLER              PIC X(38) VALUE SPACES.

003710 01  WS-QUESTION-LINE.
003720     05  FILLER              PIC X(06) VALUE 'FILE '.
003730     05  QL-FILE             PIC X(01).
003740     05  FILLER              PIC X(06) VALUE '  KEY '.
003750     05  QL-CFGKEY           PIC X(08).
003760     05  FILLER              PIC X(09) VALUE '  AS AT '.
003770     05  QL-AS-OF            PIC 9(07).
003780     05  FILLER              PIC X(63) VALUE SPACES.

003790 01  WS-HIST-HEADING.
003800     05  FILLER              PIC X(04) VALUE SPACES.
003810     05  FILLER              PIC X(10) VALUE 'EFFECTIVE'.
003820     05  FILLER              PIC X(09) VALUE 'APPLIED'.
003830     05  FILLER              PIC X(04) VALUE 'ACT'.
003840     05  FILLER              PIC X(33) VALUE 'BEFORE'.
003850     05  FILLER              PIC X(33) VALUE 'AFTER'.
003860     05  FILLER              PIC X(07) VALUE 'KEYED'.

003870 01  WS-HIST-LINE.
003880     05  FILLER              PIC X(04) VALUE SPACES.
003890     05  HL-EFF-DATE         PIC 9(07).
003900     05  FILLER              PIC X(03) VALUE SPACES.
003910     05  HL-APPLIED-DATE     PIC 9(07).
003920     05  FILLER              PIC X(02) VALUE SPACES.
003930     05  HL-ACTION           PIC X(01).
003940     05  FILLER              PIC X(03) VALUE SPACES.
003950     05  HL-BEFORE           PIC X(32).
003960     05  FILLER              PIC X(01) VALUE SPACE.
003970     05  HL-AFTER            PIC X(32).
003980     05  FILLER              PIC X(01) VALUE SPACE.
003990     05  HL-REQ-OPID         PIC X(03).
004000     05  FILLER              PIC X(01) VALUE '/'.
004010     05  HL-APPR-OPID        PIC X(03).

004020 01  WS-NO-HIST-LINE.
004030     05  FILLER              PIC X(100) VALUE
004040         '    NO CHANGE TO THIS ROW HAS BEEN LOGGED ON CFGHIST'.

004050 01  WS-ANSWER-LINE.
004060     05  FILLER              PIC X(04) VALUE SPACES.
004070     05  FILLER              PIC X(17) VALUE 'VALUE IN FORCE : '.
004080     05  AL-VALUE            PIC X(32).
004090     05  FILLER              PIC X(01) VALUE SPACE.
004100     05  AL-SOURCE           PIC X(38).
004110     05  AL-SOURCE-DATE      PIC 9(07) BLANK WHEN ZERO.
004120     05  FILLER              PIC X(01) VALUE SPACE.

004130 01  WS-REJECT-LINE.
004140     05  FILLER              PIC X(04) VALUE SPACES.
004150     05  RL-CARD             PIC X(30).
004160     05  FILLER              PIC X(04) VALUE SPACES.
004170     05  RL-REASON           PIC X(40).
004180     05  FILLER              PIC X(22) VALUE SPACES.

004190 PROCEDURE DIVISION.

004200 0000-MAINLINE.

004210     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

004220     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

004230     PERFORM 2000-ANSWER-ONE-CARD THRU 2000-EXIT
004240         UNTIL WS-EOF-YES.

004250     PERFORM 9000-TERMINATE THRU 9000-EXIT.

004260     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

004270     GOBACK.

004280 1000-INITIALIZE.

004290     OPEN INPUT PARM-FILE.
004300     OPEN INPUT CFGHIST-FILE.
004310     OPEN INPUT RATECFG-FILE.
004320     OPEN INPUT CRLIMCFG-FILE.
004330     OPEN INPUT SCOREBND-FILE.
004340     OPEN INPUT WSQUOTA-FILE.
004350     OPEN INPUT FEECFG-FILE.
004360     OPEN INPUT AGENCYCFG-FILE.
004370     OPEN INPUT PRODCFG-FILE.
004380     OPEN INPUT ECLCFG-FILE.
004390     OPEN INPUT INTROCFG-FILE.
004400     OPEN OUTPUT REPORT-FILE.

004410     ACCEPT WS-TODAY FROM DAY YYYYDDD.
004420     MOVE WS-TODAY TO RH-TODAY.
004430     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.

004440     IF WS-PARM-STATUS NOT = '00' THEN
004450         DISPLAY 'DCI8BCFQ - NO CFQPARM FILE, NOTHING ASKED'
004460         MOVE 'Y' TO WS-EOF-SW
004470         GO TO 1000-EXIT
004480     END-IF.

004490     PERFORM 1100-READ-PARM THRU 1100-EXIT.

004500 1000-EXIT.
004510     EXIT.

004520 1100-READ-PARM.

004530     READ PARM-FILE
004540         AT END
004550             GO TO 1100-EOF
004560     END-READ.

004570     IF PM-COMMENT THEN
004580         GO TO 1100-READ-PARM
004590     END-IF.

004600     ADD 1 TO WS-CARD-COUNT.
004610     GO TO 1100-EXIT.

004620 1100-EOF.
004630     MOVE 'Y' TO WS-EOF-SW.

004640 1100-EXIT.
004650     EXIT.

004660*-----------------------------------------------------------------
004670* 2000-ANSWER-ONE-CARD - THE QUESTION, THE ROW'S HISTORY AS IT
004680* IS BROWSED, THEN THE ANSWER
004690*-----------------------------------------------------------------
004700 2000-ANSWER-ONE-CARD.

004710     IF NOT PM-FILE-VALID THEN
004720         MOVE 'FILE MUST BE R, C, S, Q, F, G, D, E OR I'
004730             TO RL-REASON
004740         GO TO 2000-REJECT
004750     END-IF.
004760     IF PM-CFGKEY = SPACES THEN
004770         MOVE 'NO KEY GIVEN' TO RL-REASON
004780         GO TO 2000-REJECT
004790     END-IF.
004800     IF PM-AS-OF IS NOT NUMERIC OR PM-AS-OF(5:3) = '000' OR
004810         PM-AS-OF(5:3) > '366' THEN
004820         MOVE 'DATE MUST BE YYYYDDD' TO RL-REASON
004830         GO TO 2000-REJECT
004840     END-IF.

004850     MOVE SPACES TO REPORT-LINE.
004860     WRITE REPORT-LINE.
004870     MOVE PM-FILE TO QL-FILE.
004880     MOVE PM-CFGKEY TO QL-CFGKEY.
004890     MOVE PM-AS-OF TO QL-AS-OF.
004900     WRITE REPORT-LINE FROM WS-QUESTION-LINE.

004910     MOVE SPACE TO WS-SOURCE-SW.
004920     MOVE SPACES TO WS-ANSWER-IMAGE.
004930     MOVE 0 TO WS-SOURCE-EFF-DATE.
004940     PERFORM 3000-BROWSE-HISTORY THRU 3000-EXIT.

004950     IF WS-SOURCE-NONE THEN
004960         PERFORM 4000-READ-LIVE THRU 4000-EXIT
004970     END-IF.

004980     PERFORM 6000-WRITE-ANSWER THRU 6000-EXIT.
004990     ADD 1 TO WS-ANSWER-COUNT.
005000     GO TO 2000-NEXT.

005010 2000-REJECT.
005020     MOVE PARM-REC TO RL-CARD.
005030     WRITE REPORT-LINE FROM WS-REJECT-LINE.
005040     ADD 1 TO WS-REJECT-COUNT.

005050 2000-NEXT.
005060     PERFORM 1100-READ-PARM THRU 1100-EXIT.

005070 2000-EXIT.
005080     EXIT.

005090*-----------------------------------------------------------------
005100* 3000-BROWSE-HISTORY - EVERY CFGHIST ROW FOR THE FILE AND KEY,
005110* OLDEST EFFECTIVE DATE FIRST. THE LAST ROW EFFECTIVE ON OR
005120* BEFORE THE DATE WINS; FAILING ANY, THE FIRST ROW AFTER IT
005130* TELLS WHAT STOOD BEFORE IT WAS CHANGED
005140*-----------------------------------------------------------------
005150 3000-BROWSE-HISTORY.

005160     MOVE 'N' TO WS-HIST-EOF-SW.
005170     MOVE 0 TO WS-HIST-COUNT.
005180     MOVE PM-FILE TO CH-FILE.
005190     MOVE PM-CFGKEY TO CH-CFGKEY.
005200     MOVE 0 TO CH-EFF-DATE CH-APPLIED-DATE CH-APPLIED-TIME.

005210     START CFGHIST-FILE KEY IS NOT LESS THAN CH-KEY
005220         INVALID KEY
005230             MOVE 'Y' TO WS-HIST-EOF-SW
005240     END-START.

005250     PERFORM 3100-ONE-HISTORY-ROW THRU 3100-EXIT
005260         UNTIL WS-HIST-EOF-YES.

005270     IF WS-HIST-COUNT = 0 THEN
005280         WRITE REPORT-LINE FROM WS-NO-HIST-LINE
005290     END-IF.

005300 3000-EXIT.
005310     EXIT.

005320 3100-ONE-HISTORY-ROW.

005330     READ CFGHIST-FILE NEXT RECORD
005340         AT END
005350             MOVE 'Y' TO WS-HIST-EOF-SW
005360             GO TO 3100-EXIT
005370     END-READ.

005380     IF CH-FILE NOT = PM-FILE OR CH-CFGKEY NOT = PM-CFGKEY THEN
005390         MOVE 'Y' TO WS-HIST-EOF-SW
005400         GO TO 3100-EXIT
005410     END-IF.

005420     IF WS-HIST-COUNT = 0 THEN
005430         WRITE REPORT-LINE FROM WS-HIST-HEADING
005440     END-IF.
005450     ADD 1 TO WS-HIST-COUNT.

005460     MOVE CH-EFF-DATE TO HL-EFF-DATE.
005470     MOVE CH-APPLIED-DATE TO HL-APPLIED-DATE.
005480     MOVE CH-ACTION TO HL-ACTION.
005490     MOVE CH-BEFORE-REC TO WS-DECODE-IMAGE.
005500     PERFORM 5000-DECODE-IMAGE THRU 5000-EXIT.
005510     MOVE WS-DECODE-TEXT TO HL-BEFORE.
005520     MOVE CH-AFTER-REC TO WS-DECODE-IMAGE.
005530     PERFORM 5000-DECODE-IMAGE THRU 5000-EXIT.
005540     MOVE WS-DECODE-TEXT TO HL-AFTER.
005550     MOVE CH-REQ-OPID TO HL-REQ-OPID.
005560     MOVE CH-APPR-OPID TO HL-APPR-OPID.
005570     WRITE REPORT-LINE FROM WS-HIST-LINE.

005580     IF CH-EFF-DATE NOT > PM-AS-OF THEN
005590         MOVE 'B' TO WS-SOURCE-SW
005600         MOVE CH-AFTER-REC TO WS-ANSWER-IMAGE
005610         MOVE CH-EFF-DATE TO WS-SOURCE-EFF-DATE
005620     ELSE IF WS-SOURCE-NONE THEN
005630         MOVE 'A' TO WS-SOURCE-SW
005640         MOVE CH-BEFORE-REC TO WS-ANSWER-IMAGE
005650         MOVE CH-EFF-DATE TO WS-SOURCE-EFF-DATE
005660          END-IF
005670     END-IF.

005680 3100-EXIT.
005690     EXIT.

005700*    NEVER CHANGED THROUGH CFGPEND - WHAT IS ON FILE NOW HAS
005710*    STOOD SINCE BEFORE CFGHIST BEGAN
005720 4000-READ-LIVE.

005730     MOVE 'L' TO WS-SOURCE-SW.

005740     IF PM-FILE = 'R' THEN
005750         MOVE PM-CFGKEY(1:1) TO IR-STAT
005760         READ RATECFG-FILE
005770             INVALID KEY
005780                 GO TO 4000-EXIT
005790         END-READ
005800         MOVE RATECFG-REC TO WS-ANSWER-IMAGE
005810     ELSE IF PM-FILE = 'C' THEN
005820         MOVE PM-CFGKEY(1:1) TO CL-STAT
005830         READ CRLIMCFG-FILE
005840             INVALID KEY
005850                 GO TO 4000-EXIT
005860         END-READ
005870         MOVE CRLIMCFG-REC TO WS-ANSWER-IMAGE
005880     ELSE IF PM-FILE = 'S' THEN
005890         MOVE PM-CFGKEY(1:3) TO SB-MIN-SCORE
005900         READ SCOREBND-FILE
005910             INVALID KEY
005920                 GO TO 4000-EXIT
005930         END-READ
005940         MOVE SCOREBND-REC TO WS-ANSWER-IMAGE
005950     ELSE IF PM-FILE = 'Q' THEN
005960         MOVE PM-CFGKEY(1:3) TO WQ-OPERID
005970         READ WSQUOTA-FILE
005980             INVALID KEY
005990                 GO TO 4000-EXIT
006000         END-READ
006010         MOVE WSQUOTA-REC TO WS-ANSWER-IMAGE
006020     ELSE IF PM-FILE = 'F' THEN
006030         MOVE PM-CFGKEY TO FG-CODE
006040         READ FEECFG-FILE
006050             INVALID KEY
006060                 GO TO 4000-EXIT
006070         END-READ
006080         MOVE FEECFG-REC TO WS-ANSWER-IMAGE
006090     ELSE IF PM-FILE = 'D' THEN
006100         MOVE PM-CFGKEY(1:4) TO PD-CODE
006110         READ PRODCFG-FILE
006120             INVALID KEY
006130                 GO TO 4000-EXIT
006140         END-READ
006150         MOVE PRODCFG-REC TO WS-ANSWER-IMAGE
006160     ELSE IF PM-FILE = 'E' THEN
006170         MOVE PM-CFGKEY(1:4) TO EC-KEY
006180         READ ECLCFG-FILE
006190             INVALID KEY
006200                 GO TO 4000-EXIT
006210         END-READ
006220         MOVE ECLCFG-REC TO WS-ANSWER-IMAGE
006230     ELSE IF PM-FILE = 'I' THEN
006240         MOVE PM-CFGKEY TO IT-CODE
006250         READ INTROCFG-FILE
006260             INVALID KEY
006270                 GO TO 4000-EXIT
006280         END-READ
006290         MOVE INTROCFG-REC TO WS-ANSWER-IMAGE
006300     ELSE
006310         MOVE PM-CFGKEY TO AG-CODE
006320         READ AGENCYCFG-FILE
006330             INVALID KEY
006340                 GO TO 4000-EXIT
006350         END-READ
006360         MOVE AGENCYCFG-REC TO WS-ANSWER-IMAGE
006370                                 END-IF
006380                             END-IF
006390                         END-IF
006400                     END-IF
006410                 END-IF
006420             END-IF
006430         END-IF
006440     END-IF.

006450 4000-EXIT.
006460     EXIT.

006470*-----------------------------------------------------------------
006480* 5000-DECODE-IMAGE - WS-DECODE-IMAGE TO WS-DECODE-TEXT IN THE
006490* LAYOUT OF THE CARD'S FILE
006500*-----------------------------------------------------------------
006510 5000-DECODE-IMAGE.

006520     MOVE SPACES TO WS-DECODE-TEXT.

006530     IF WS-DECODE-IMAGE = SPACES THEN
006540         MOVE 'NOT ON FILE' TO WS-DECODE-TEXT
006550         GO TO 5000-EXIT
006560     END-IF.

006570     IF PM-FILE = 'R' THEN
006580         MOVE WD-ANNUAL-RATE TO WT-RATE
006590         MOVE WS-TEXT-RATE TO WS-DECODE-TEXT
006600     ELSE IF PM-FILE = 'C' THEN
006610         MOVE WD-CL-MIN TO WT-CL-MIN
006620         MOVE WD-CL-MAX TO WT-CL-MAX
006630         MOVE WS-TEXT-CRLIM TO WS-DECODE-TEXT
006640     ELSE IF PM-FILE = 'S' THEN
006650         MOVE WD-MAX-SCORE TO WT-MAX-SCORE
006660         MOVE WD-MAX-LIMIT TO WT-MAX-LIMIT
006670         MOVE WS-TEXT-SCORE TO WS-DECODE-TEXT
006680     ELSE IF PM-FILE = 'Q' THEN
006690         MOVE WD-WQ-LIMIT TO WT-WQ-LIMIT
006700         MOVE WS-TEXT-QUOTA TO WS-DECODE-TEXT
006710     ELSE IF PM-FILE = 'F' THEN
006720         MOVE WD-FG-AMOUNT TO WT-FG-AMOUNT
006730         MOVE WS-TEXT-FEE TO WS-DECODE-TEXT
006740     ELSE IF PM-FILE = 'D' THEN
006750         MOVE WD-PD-RATE TO WT-PD-RATE
006760         MOVE WD-PD-MINPAY-PCT TO WT-PD-MINPAY-PCT
006770         MOVE WD-PD-CRLIM-MAX TO WT-PD-CRLIM-MAX
006780         MOVE WS-TEXT-PROD TO WS-DECODE-TEXT
006790     ELSE IF PM-FILE = 'E' THEN
006800         MOVE WD-EC-LOSS-PCT TO WT-EC-LOSS-PCT
006810         MOVE WS-TEXT-LOSS TO WS-DECODE-TEXT
006820     ELSE IF PM-FILE = 'I' THEN
006830         MOVE WD-IT-ACTIVE TO WT-IT-ACTIVE
006840         MOVE WD-IT-CLAWBACK-DAYS TO WT-IT-CLAWBACK-DAYS
006850         MOVE WD-IT-APPR-COMM TO WT-IT-APPR-COMM
006860         MOVE WD-IT-DEBIT-COMM TO WT-IT-DEBIT-COMM
006870         MOVE WS-TEXT-INTRO TO WS-DECODE-TEXT
006880     ELSE
006890         MOVE WD-AG-PLACING TO WT-AG-PLACING
006900         MOVE WD-AG-COMM-PCT TO WT-AG-COMM-PCT
006910         MOVE WS-TEXT-AGENCY TO WS-DECODE-TEXT
006920                                 END-IF
006930                             END-IF
006940                         END-IF
006950                     END-IF
006960                 END-IF
006970             END-IF
006980         END-IF
006990     END-IF.

007000 5000-EXIT.
007010     EXIT.

007020 6000-WRITE-ANSWER.

007030     MOVE WS-ANSWER-IMAGE TO WS-DECODE-IMAGE.
007040     PERFORM 5000-DECODE-IMAGE THRU 5000-EXIT.
007050     MOVE WS-DECODE-TEXT TO AL-VALUE.
007060     MOVE WS-SOURCE-EFF-DATE TO AL-SOURCE-DATE.

007070     IF WS-SOURCE-ON-OR-BEFORE THEN
007080         MOVE 'SET BY THE CHANGE EFFECTIVE' TO AL-SOURCE
007090     ELSE IF WS-SOURCE-AFTER THEN
007100         MOVE 'AS STOOD BEFORE THE CHANGE EFFECTIVE'
007110             TO AL-SOURCE
007120     ELSE
007130         MOVE 'NEVER CHANGED - AS ON FILE TODAY' TO AL-SOURCE
007140          END-IF
007150     END-IF.

007160     WRITE REPORT-LINE FROM WS-ANSWER-LINE.

007170 6000-EXIT.
007180     EXIT.

007190 9000-TERMINATE.

007200     DISPLAY 'DCI8BCFQ - CONFIG AS-AT ENQUIRY - RUN SUMMARY'.
007210     DISPLAY 'CARDS READ       : ' WS-CARD-COUNT.
007220     DISPLAY 'ANSWERED         : ' WS-ANSWER-COUNT.
007230     DISPLAY 'REJECTED         : ' WS-REJECT-COUNT.

007240     CLOSE PARM-FILE.
007250     CLOSE CFGHIST-FILE.
007260     CLOSE RATECFG-FILE.
007270     CLOSE CRLIMCFG-FILE.
007280     CLOSE SCOREBND-FILE.
007290     CLOSE WSQUOTA-FILE.
007300     CLOSE FEECFG-FILE.
007310     CLOSE AGENCYCFG-FILE.
007320     CLOSE PRODCFG-FILE.
007330     CLOSE ECLCFG-FILE.
007340     CLOSE INTROCFG-FILE.
007350     CLOSE REPORT-FILE.

007360 9000-EXIT.
007370     EXIT.

007380*-----------------------------------------------------------------
007390* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
007400* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
007410* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
007420*-----------------------------------------------------------------
007430 8100-WRITE-JRNL-START.

007440*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
007450*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
007460     MOVE 'DCI8BCFQ' TO JG-JOBNAME.
007470     CALL 'DCI8BJGT' USING JOBGATE.
007480     IF JG-RC-BLOCKED THEN
007490         MOVE JG-BLOCKED-RC TO RETURN-CODE
007500         STOP RUN
007510     END-IF.

007520     MOVE 'DCI8BCFQ' TO JR-JOBNAME.
007530     MOVE 'S' TO JR-ROW-TYPE.
007540     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
007550         JR-REJECTED-COUNT.
007560     MOVE SPACE TO JR-STATUS.
007570     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

007580 8100-EXIT.
007590     EXIT.

007600 8200-WRITE-JRNL-END.

007610     MOVE 'DCI8BCFQ' TO JR-JOBNAME.
007620     MOVE 'E' TO JR-ROW-TYPE.
007630     MOVE WS-CARD-COUNT TO JR-READ-COUNT.
007640     MOVE WS-ANSWER-COUNT TO JR-WRITTEN-COUNT.
007650     MOVE WS-REJECT-COUNT TO JR-REJECTED-COUNT.
007660     IF WS-RUN-OK THEN
007670         MOVE 'G' TO JR-STATUS
007680     ELSE
007690         MOVE 'F' TO JR-STATUS
007700     END-IF.
007710     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

007720 8200-EXIT.
007730     EXIT.

007740 8300-STAMP-AND-WRITE.

007750     ACCEPT JR-DATE FROM DAY YYYYDDD.
007760     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
007770     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

007780     OPEN EXTEND JOURNAL-FILE.
007790     WRITE JR-REC.
007800     CLOSE JOURNAL-FILE.

007810 8300-EXIT.
007820     EXIT.

007830 END PROGRAM DCI8BCFQ.
