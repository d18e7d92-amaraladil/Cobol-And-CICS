000010*****************************************************************
000020* DCI8BSOD - MONTHLY SEGREGATION-OF-DUTIES EXCEPTION REPORT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BSOD.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 09-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-09 AA   INITIAL VERSION - CROSS-CHECKS THE WHO-STAMPS
000160*                 FOR ONE OPERATOR HOLDING BOTH ENDS OF A
000170*                 PIECE OF WORK
000180* 2026-10-15 AA   PENDAPP LAYOUT CARRIES AP-INTRO-CODE
000190*-----------------------------------------------------------------
000200*****************************************************************
000210* DCI8DPHB ANSWERS FOR ONE OPERATOR AT A TIME; INTERNAL AUDIT
000220* WANTS THE WHOLE SHOP PROVED EACH MONTH. THIS JOB READS THE
000230* WHO-STAMPS ON FIVE FILES AND PRINTS, SECTION BY SECTION, EVERY
000240* PIECE OF WORK ONE OPERATOR CONTROLLED FROM BOTH ENDS, WITH THE
000250* ROWS THAT PROVE IT:
000260*   1 - A PENDAPP APPLICATION CAPTURED AND VETTED (APPROVED OR
000270*       DECLINED) BY THE SAME OPERATOR
000280*   2 - AN ACCTHIST LIMIT RAISE BY THE OPERATOR WHO CREATED THE
000290*       ACCOUNT (AF-CR-USERID)
000300*   3 - A SUSPENSE ITEM REALLOCATED TO AN ACCOUNT THE SAME
000310*       OPERATOR CREATED
000320*   4 - AN OVLFEE WAIVER OR REVERSAL ON AN ACCOUNT THE SAME
000330*       OPERATOR LAST CHANGED (AF-LAST-CHG-USERID)
000340*   5 - A SUPERVISOR OVERRIDE (THE OVRQEXT DRAIN) WHOSE
000350*       SUPERVISOR IS THE DENIED OPERATOR
000360* THE EVENT - THE VETTING, THE RAISE, THE REALLOCATION, THE
000370* WAIVER, THE OVERRIDE - MUST FALL IN THE TARGET MONTH: LAST
000380* MONTH, UNLESS AN SODPARM CARD (COLS 1-6, YYYYMM) NAMES ANOTHER.
000390* ONLINE STAMPS CARRY EIBDATE'S 0CYYDDD AND BATCH ONES YYYYDDD;
000400* BOTH ARE TAKEN TO YYYYDDD BEFORE THE MONTH TEST AND THE PRINT.
000410* BATCH-WRITTEN ROWS WITH NO OPERATOR (SPACES) NEVER MATCH.
000420* THE OVRQEXT DRAIN IS NIGHTLY, SO THE JOB'S OVRQEXT DD MUST
000430* CONCATENATE THE MONTH'S GENERATIONS
000440*****************************************************************

000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.

000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.

000510     SELECT PARM-FILE ASSIGN TO SODPARM
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-PARM-STATUS.

000540     SELECT ACCTFILE ASSIGN TO ACCTFILE
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS AF-ACCTKEY
000580         FILE STATUS IS WS-ACCTFILE-STATUS.

000590     SELECT PENDAPP-FILE ASSIGN TO PENDAPP
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS AP-APPLID
000630         FILE STATUS IS WS-PENDAPP-STATUS.

000640     SELECT ACCTHIST-FILE ASSIGN TO ACCTHIST
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS AH-KEY
000680         FILE STATUS IS WS-ACCTHIST-STATUS.

000690     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS SEQUENTIAL
000720         RECORD KEY IS SU-KEY
000730         FILE STATUS IS WS-SUSPENSE-STATUS.

000740     SELECT OVLFEE-FILE ASSIGN TO OVLFEE
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS SEQUENTIAL
000770         RECORD KEY IS FE-KEY
000780         FILE STATUS IS WS-OVLFEE-STATUS.

000790     SELECT OVRQ-FILE ASSIGN TO OVRQEXT
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-OVRQ-STATUS.

000820     SELECT REPORT-FILE ASSIGN TO SODRPT
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
000940     05  PM-TARGET-MONTH         PIC X(06).
000950     05  FILLER                  PIC X(74).

000960 FD  ACCTFILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  ACCTFILE-REC.
000990     05  AF-ACCTKEY.
001000         10  AF-ACCTNO           PIC X(09).
001010     05  AF-FNAME                PIC X(15).
001020     05  AF-SNAME                PIC X(15).
001030     05  AF-TITL                 PIC X(04).
001040     05  AF-ADDR1                PIC X(20).
001050     05  AF-ADDR2                PIC X(20).
001060     05  AF-CRLIMIT              PIC 9(08)V99.
001070     05  AF-STAT                 PIC X(01).
001080     05  AF-CREATED-INFO.
001090         10  AF-CR-USERID        PIC X(08).
001100         10  AF-CR-TRMID         PIC X(04).
001110         10  AF-CR-DATE          PIC S9(7) COMP-3.
001120         10  AF-CR-TIME          PIC S9(7) COMP-3.
001130     05  AF-LAST-HIST-SEQ        PIC 9(04) COMP.
001140     05  AF-LAST-CHANGED-INFO.
001150         10  AF-LAST-CHG-DATE    PIC S9(7) COMP-3.
001160         10  AF-LAST-CHG-TIME    PIC S9(7) COMP-3.
001170     05  AF-PHONE                PIC X(15).
001180     05  AF-EMAIL                PIC X(30).
001190     05  AF-LAST-CHG-USERID      PIC X(08).
001200     05  AF-MAIL-ADDR1           PIC X(20).
001210     05  AF-MAIL-ADDR2           PIC X(20).
001220     05  AF-FORMER-SNAME         PIC X(15).
001230     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
001240     05  AF-BUREAU-SCORE         PIC 9(03).
001250     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001260     05  AF-BRANCH               PIC X(04).
001270     05  AF-CONTACT-PREF         PIC X(01).
001280     05  AF-STMT-CYCLE           PIC X(01).
001290     05  AF-GONEAWAY-FLAG        PIC X(01).
001300     05  AF-CUST-ID              PIC 9(08).
001310     05  AF-ESTATE-FLAG          PIC X(01).
001320     05  AF-SENS-FLAG            PIC X(01).
001330     05  AF-ANNFEE-PLAN          PIC X(01).
001340     05  AF-SETTLE-FLAG          PIC X(01).
001350     05  AF-PRODUCT-CODE         PIC X(04).

001360 FD  PENDAPP-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 01  PENDAPP-REC.
001390     05  AP-APPLID               PIC 9(08).
001400     05  AP-STATUS               PIC X(01).
001410         88  AP-PENDING              VALUE 'P'.
001420         88  AP-APPROVED             VALUE 'A'.
001430         88  AP-DECLINED             VALUE 'D'.
001440     05  AP-ACCTNO               PIC X(09).
001450     05  AP-TITL                 PIC X(04).
001460     05  AP-FNAME                PIC X(15).
001470     05  AP-SNAME                PIC X(15).
001480     05  AP-ADDR1                PIC X(20).
001490     05  AP-ADDR2                PIC X(20).
001500     05  AP-STAT                 PIC X(01).
001510     05  AP-CRLIMIT              PIC 9(08)V99.
001520     05  AP-PHONE                PIC X(15).
001530     05  AP-EMAIL                PIC X(30).
001540     05  AP-MAIL-ADDR1           PIC X(20).
001550     05  AP-MAIL-ADDR2           PIC X(20).
001560     05  AP-FORMER-SNAME         PIC X(15).
001570     05  AP-BRANCH               PIC X(04).
001580     05  AP-CAPTURED-INFO.
001590         10  AP-CAP-USERID       PIC X(08).
001600         10  AP-CAP-TRMID        PIC X(04).
001610         10  AP-CAP-DATE         PIC S9(7) COMP-3.
001620         10  AP-CAP-TIME         PIC S9(7) COMP-3.
001630     05  AP-VETTED-INFO.
001640         10  AP-VET-USERID       PIC X(08).
001650         10  AP-VET-TRMID        PIC X(04).
001660         10  AP-VET-DATE         PIC S9(7) COMP-3.
001670         10  AP-VET-TIME         PIC S9(7) COMP-3.
001680     05  AP-VET-REASON           PIC X(40).
001690     05  AP-NOTIFIED-FLAG        PIC X(01).
001700         88  AP-NOTIFIED             VALUE 'Y'.
001710     05  AP-IE-DATE              PIC S9(7) COMP-3.
001720     05  AP-INTRO-CODE           PIC X(08).

001730 FD  ACCTHIST-FILE
001740     LABEL RECORDS ARE STANDARD.
001750 01  ACCTHIST-REC.
001760     05  AH-KEY.
001770         10  AH-ACCTNO           PIC X(09).
001780         10  AH-SEQNO            PIC 9(04) COMP.
001790     05  AH-FNAME                PIC X(15).
001800     05  AH-SNAME                PIC X(15).
001810     05  AH-TITL                 PIC X(04).
001820     05  AH-ADDR1                PIC X(20).
001830     05  AH-ADDR2                PIC X(20).
001840     05  AH-CRLIMIT              PIC 9(08)V99.
001850     05  AH-STAT                 PIC X(01).
001860     05  AH-AFTER-FNAME          PIC X(15).
001870     05  AH-AFTER-SNAME          PIC X(15).
001880     05  AH-AFTER-TITL           PIC X(04).
001890     05  AH-AFTER-ADDR1          PIC X(20).
001900     05  AH-AFTER-ADDR2          PIC X(20).
001910     05  AH-AFTER-CRLIMIT        PIC 9(08)V99.
001920     05  AH-AFTER-STAT           PIC X(01).
001930     05  AH-CHANGED-INFO.
001940         10  AH-CHG-USERID       PIC X(08).
001950         10  AH-CHG-TRMID        PIC X(04).
001960         10  AH-CHG-DATE         PIC S9(7) COMP-3.
001970         10  AH-CHG-TIME         PIC S9(7) COMP-3.
001980     05  AH-EVENT-TYPE           PIC X(01).
001990         88  AH-EVENT-CREATE         VALUE 'C'.
002000     05  AH-CHAIN-INFO.
002010         10  AH-CHAIN-NO         PIC 9(09) COMP.
002020         10  AH-CHAIN-PREV       PIC 9(18) COMP.
002030         10  AH-CHAIN-HASH       PIC 9(18) COMP.

002040 FD  SUSPENSE-FILE
002050     LABEL RECORDS ARE STANDARD.
002060 01  SUSPENSE-REC.
002070     05  SU-KEY.
002080         10  SU-ACCTNO           PIC X(09).
002090         10  SU-DATE             PIC S9(7) COMP-3.
002100         10  SU-SEQNO            PIC 9(04) COMP.
002110     05  SU-TYPE                 PIC X(01).
002120     05  SU-AMOUNT               PIC 9(08)V99.
002130     05  SU-REASON               PIC X(35).
002140     05  SU-STATUS               PIC X(01).
002150         88  SU-OPEN                 VALUE 'O'.
002160         88  SU-REALLOCATED          VALUE 'R'.
002170     05  SU-PARKED-DATE          PIC S9(7) COMP-3.
002180     05  SU-RESOLVED-INFO.
002190         10  SU-RES-ACCTNO       PIC X(09).
002200         10  SU-RES-USERID       PIC X(08).
002210         10  SU-RES-TRMID        PIC X(04).
002220         10  SU-RES-DATE         PIC S9(7) COMP-3.
002230         10  SU-RES-TIME         PIC S9(7) COMP-3.
002240     05  SU-SOURCE               PIC X(08).
002250     05  SU-PAYER-INFO.
002260         10  SU-PAYER-NAME       PIC X(30).
002270         10  SU-PAYER-REF        PIC X(16).
002280         10  SU-CHEQUE-NO        PIC X(08).
002290         10  SU-SORT-CODE        PIC X(06).
002300         10  SU-BANK-ACCT        PIC X(08).

002310 FD  OVLFEE-FILE
002320     LABEL RECORDS ARE STANDARD.
002330 01  OVLFEE-REC.
002340     05  FE-KEY.
002350         10  FE-ACCTNO           PIC X(09).
002360         10  FE-CYCLE            PIC 9(06).
002370     05  FE-STATUS               PIC X(01).
002380         88  FE-ASSESSED             VALUE 'A'.
002390         88  FE-WAIVED               VALUE 'W'.
002400         88  FE-REVERSED             VALUE 'R'.
002410     05  FE-AMOUNT               PIC 9(08)V99.
002420     05  FE-REASON               PIC X(40).
002430     05  FE-ACTION-INFO.
002440         10  FE-ACT-USERID       PIC X(08).
002450         10  FE-ACT-TRMID        PIC X(04).
002460         10  FE-ACT-DATE         PIC S9(7) COMP-3.
002470         10  FE-ACT-TIME         PIC S9(7) COMP-3.

002480 FD  OVRQ-FILE
002490     RECORDING MODE IS F
002500     LABEL RECORDS ARE STANDARD.
002510 01  OVRQ-REC.
002520     05  OV-TRMID                PIC X(04).
002530     05  OV-DENIED-OPID          PIC X(03).
002540     05  OV-SUPVR-OPID           PIC X(03).
002550     05  OV-FUNCTION             PIC X(08).
002560     05  OV-REASON               PIC X(40).
002570     05  OV-DATE                 PIC S9(7) COMP-3.
002580     05  OV-TIME                 PIC S9(7) COMP-3.

002590 FD  REPORT-FILE
002600     RECORDING MODE IS F
002610     LABEL RECORDS ARE STANDARD.
002620 01  REPORT-LINE                 PIC X(100).

002630*-----------------------------------------------------------------
002640* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
002650* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
002660*-----------------------------------------------------------------
002670 FD  JOURNAL-FILE
002680     RECORDING MODE IS F
002690     LABEL RECORDS ARE STANDARD.
002700 01  JR-REC.
002710     05  JR-JOBNAME              PIC X(08).
002720     05  JR-ROW-TYPE             PIC X(01).
002730     05  JR-DATE                 PIC 9(07).
002740     05  JR-TIME                 PIC 9(06).
002750     05  JR-READ-COUNT           PIC 9(07).
002760     05  JR-WRITTEN-COUNT        PIC 9(07).
002770     05  JR-REJECTED-COUNT       PIC 9(07).
002780     05  JR-STATUS               PIC X(01).
002790     05  FILLER                  PIC X(06).

002800 WORKING-STORAGE SECTION.
002810 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002820 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002830     COPY 'JOBGATE'.

002840 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
002850 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
002860 77  WS-PENDAPP-STATUS       PIC X(02) VALUE SPACES.
002870 77  WS-ACCTHIST-STATUS      PIC X(02) VALUE SPACES.
002880 77  WS-SUSPENSE-STATUS      PIC X(02) VALUE SPACES.
002890 77  WS-OVLFEE-STATUS        PIC X(02) VALUE SPACES.
002900 77  WS-OVRQ-STATUS          PIC X(02) VALUE SPACES.
002910 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

002920     COPY 'DATEPARM'.

002930 01  WS-SWITCHES.
002940     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
002950         88  WS-EOF-YES              VALUE 'Y'.
002960     05  WS-ACCT-FOUND-SW    PIC X(01) VALUE 'N'.
002970         88  WS-ACCT-FOUND           VALUE 'Y'.
002980     05  WS-IN-MONTH-SW      PIC X(01) VALUE 'N'.
002990         88  WS-IN-MONTH             VALUE 'Y'.

003000 01  WS-COUNTERS.
003010     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
003020     05  WS-HIT-COUNT        PIC 9(07) COMP-3 VALUE 0.
003030     05  WS-SECTION-COUNT    PIC 9(07) COMP-3 VALUE 0.
003040     05  WS-APPL-HITS        PIC 9(07) COMP-3 VALUE 0.
003050     05  WS-RAISE-HITS       PIC 9(07) COMP-3 VALUE 0.
003060     05  WS-SUSP-HITS        PIC 9(07) COMP-3 VALUE 0.
003070     05  WS-WAIVE-HITS       PIC 9(07) COMP-3 VALUE 0.
003080     05  WS-OVRD-HITS        PIC 9(07) COMP-3 VALUE 0.

003090*-----------------------------------------------------------------
003100* THE TARGET MONTH - LAST MONTH OFF TODAY UNLESS SODPARM NAMES
003110* ONE - AND ITS FIRST AND LAST DAYS AS YYYYDDD
003120*-----------------------------------------------------------------
003130 01  WS-TODAY-GREG.
003140     05  WS-TODAY-YYYY       PIC 9(04).
003150     05  WS-TODAY-MM         PIC 9(02).
003160     05  WS-TODAY-DD         PIC 9(02).
003170 01  WS-TARGET-WORK.
003180     05  WS-TARGET-YYYY      PIC 9(04).
003190     05  WS-TARGET-MM        PIC 9(02).
003200 01  WS-TARGET-MONTH REDEFINES WS-TARGET-WORK PIC 9(06).
003210 01  WS-BOUND-GREG.
003220     05  WS-BOUND-YYYY       PIC 9(04).
003230     05  WS-BOUND-MM         PIC 9(02).
003240     05  WS-BOUND-DD         PIC 9(02).
003250 01  WS-BOUND-DATE REDEFINES WS-BOUND-GREG PIC 9(08).
003260 77  WS-MONTH-START          PIC S9(7) COMP-3 VALUE 0.
003270 77  WS-MONTH-END            PIC S9(7) COMP-3 VALUE 0.

003280*    A WHO-STAMP DATE TAKEN TO YYYYDDD (SEE 2900)
003290 77  WS-STAMP-DATE           PIC S9(7) COMP-3 VALUE 0.
003300 77  WS-FIRST-DATE           PIC S9(7) COMP-3 VALUE 0.

003310 01  WS-REPORT-HEADING1.
003320     05  FILLER              PIC X(44) VALUE
003330         'DCI8BSOD - SEGREGATION OF DUTIES EXCEPTIONS'.
003340     05  FILLER              PIC X(14) VALUE ' TARGET MONTH '.
003350     05  RH-TARGET-MONTH     PIC 9(06).
003360     05  FILLER              PIC X(36) VALUE SPACES.

003370 01  WS-SECTION-HEADING.
003380     05  SH-TITLE            PIC X(100).

003390 01  WS-COLUMN-HEADING.
003400     05  FILLER              PIC X(11) VALUE 'ACCOUNT'.
003410     05  FILLER              PIC X(10) VALUE 'OPERATOR'.
003420     05  CH-ROW1             PIC X(24).
003430     05  FILLER              PIC X(09) VALUE 'DATE'.
003440     05  CH-ROW2             PIC X(24).
003450     05  FILLER              PIC X(09) VALUE 'DATE'.
003460     05  CH-DETAIL           PIC X(13).

003470*-----------------------------------------------------------------
003480* ONE HIT - THE ACCOUNT AND OPERATOR, THEN THE TWO ROWS THAT
003490* PUT THE OPERATOR AT BOTH ENDS, EACH WITH ITS DATE
003500*-----------------------------------------------------------------
003510 01  WS-DETAIL-LINE.
003520     05  DL-ACCTNO           PIC X(09).
003530     05  FILLER              PIC X(02) VALUE SPACES.
003540     05  DL-USERID           PIC X(08).
003550     05  FILLER              PIC X(02) VALUE SPACES.
003560     05  DL-ROW1             PIC X(24).
003570     05  DL-DATE1            PIC 9(07) BLANK WHEN ZERO.
003580     05  FILLER              PIC X(02) VALUE SPACES.
003590     05  DL-ROW2             PIC X(24).
003600     05  DL-DATE2            PIC 9(07) BLANK WHEN ZERO.
003610     05  FILLER              PIC X(02) VALUE SPACES.
003620     05  DL-DETAIL           PIC X(13).
003630 01  DL-AMOUNT-VIEW REDEFINES WS-DETAIL-LINE.
003640     05  FILLER              PIC X(87).
003650     05  DL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.

003660 01  WS-REASON-LINE.
003670     05  FILLER              PIC X(21) VALUE SPACES.
003680     05  FILLER              PIC X(08) VALUE 'REASON: '.
003690     05  RL-REASON           PIC X(40).
003700     05  FILLER              PIC X(31) VALUE SPACES.

003710 01  WS-NONE-LINE.
003720     05  FILLER              PIC X(100) VALUE
003730         '  NONE IN THE TARGET MONTH'.

003740 01  WS-COUNT-LINE.
003750     05  FILLER              PIC X(02) VALUE SPACES.
003760     05  CL-LABEL            PIC X(24)
003770         VALUE 'EXCEPTIONS IN SECTION'.
003780     05  CL-COUNT            PIC ZZZZZZ9.
003790     05  FILLER              PIC X(67) VALUE SPACES.

003800 01  WS-ROW-TEXT.
003810     05  RT-LABEL            PIC X(13).
003820     05  RT-KEY              PIC X(11).

003830 77  WS-SEQ-DISP             PIC 9(04) VALUE 0.
003840 77  WS-APPL-DISP            PIC 9(08) VALUE 0.
003850 77  WS-CYCLE-DISP           PIC 9(06) VALUE 0.

003860 PROCEDURE DIVISION.

003870 0000-MAINLINE.

003880     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

003890     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

003900     PERFORM 2000-CHECK-APPLICATIONS THRU 2000-EXIT.
003910     PERFORM 3000-CHECK-LIMIT-RAISES THRU 3000-EXIT.
003920     PERFORM 4000-CHECK-SUSPENSE THRU 4000-EXIT.
003930     PERFORM 5000-CHECK-FEE-WAIVERS THRU 5000-EXIT.
003940     PERFORM 6000-CHECK-OVERRIDES THRU 6000-EXIT.

003950     PERFORM 9000-TERMINATE THRU 9000-EXIT.

003960     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

003970     GOBACK.

003980*-----------------------------------------------------------------
003990* 1000-INITIALIZE - THE TARGET MONTH AND ITS BOUNDS, THE REPORT
004000* HEADING, AND ACCTFILE OPEN FOR THE LOOK-UPS
004010*-----------------------------------------------------------------
004020 1000-INITIALIZE.

004030     MOVE 'TOD' TO DP-FUNCTION.
004040     CALL 'DCI8BDAT' USING DATEPARM.
004050     MOVE DP-GREGORIAN TO WS-TODAY-GREG.

004060*    LAST MONTH BY DEFAULT, ROLLING JANUARY BACK INTO DECEMBER
004070     MOVE WS-TODAY-YYYY TO WS-TARGET-YYYY.
004080     MOVE WS-TODAY-MM TO WS-TARGET-MM.
004090     IF WS-TARGET-MM = 1 THEN
004100         MOVE 12 TO WS-TARGET-MM
004110         SUBTRACT 1 FROM WS-TARGET-YYYY
004120     ELSE
004130         SUBTRACT 1 FROM WS-TARGET-MM
004140     END-IF.

004150     OPEN INPUT PARM-FILE.
004160     IF WS-PARM-STATUS = '00' THEN
004170         PERFORM 1050-READ-PARM THRU 1050-EXIT
004180         CLOSE PARM-FILE
004190     END-IF.

004200*    FIRST DAY OF THE MONTH, AND THE DAY BEFORE THE FIRST OF
004210*    THE NEXT
004220     MOVE WS-TARGET-YYYY TO WS-BOUND-YYYY.
004230     MOVE WS-TARGET-MM TO WS-BOUND-MM.
004240     MOVE 1 TO WS-BOUND-DD.
004250     MOVE 'G2J' TO DP-FUNCTION.
004260     MOVE WS-BOUND-DATE TO DP-GREGORIAN.
004270     CALL 'DCI8BDAT' USING DATEPARM.
004280     MOVE DP-JULIAN TO WS-MONTH-START.

004290     IF WS-BOUND-MM = 12 THEN
004300         MOVE 1 TO WS-BOUND-MM
004310         ADD 1 TO WS-BOUND-YYYY
004320     ELSE
004330         ADD 1 TO WS-BOUND-MM
004340     END-IF.
004350     MOVE 'G2J' TO DP-FUNCTION.
004360     MOVE WS-BOUND-DATE TO DP-GREGORIAN.
004370     CALL 'DCI8BDAT' USING DATEPARM.
004380     MOVE 'SUB' TO DP-FUNCTION.
004390     MOVE 1 TO DP-DAYS.
004400     CALL 'DCI8BDAT' USING DATEPARM.
004410     MOVE DP-JULIAN TO WS-MONTH-END.

004420     OPEN INPUT ACCTFILE.
004430     OPEN OUTPUT REPORT-FILE.

004440     MOVE WS-TARGET-MONTH TO RH-TARGET-MONTH.
004450     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.

004460 1000-EXIT.
004470     EXIT.

004480*-----------------------------------------------------------------
004490* 1050-READ-PARM TAKES THE OPTIONAL TARGET-MONTH CARD. A CARD
004500* THAT IS NOT A VALID YYYYMM IS REPORTED AND IGNORED
004510*-----------------------------------------------------------------
004520 1050-READ-PARM.

004530     READ PARM-FILE
004540         AT END
004550             GO TO 1050-EXIT
004560     END-READ.

004570     IF PM-TARGET-MONTH IS NOT NUMERIC THEN
004580         DISPLAY 'DCI8BSOD - SODPARM MONTH NOT NUMERIC: '
004590             PARM-REC
004600         GO TO 1050-EXIT
004610     END-IF.

004620     IF PM-TARGET-MONTH(5:2) < '01' OR
004630        PM-TARGET-MONTH(5:2) > '12' THEN
004640         DISPLAY 'DCI8BSOD - SODPARM MONTH OUT OF RANGE: '
004650             PARM-REC
004660         GO TO 1050-EXIT
004670     END-IF.

004680     MOVE PM-TARGET-MONTH TO WS-TARGET-MONTH.
004690     DISPLAY 'DCI8BSOD - TARGET MONTH FROM SODPARM: '
004700         WS-TARGET-MONTH.

004710 1050-EXIT.
004720     EXIT.

004730*-----------------------------------------------------------------
004740* 2000-CHECK-APPLICATIONS - SECTION 1: CAPTURED AND VETTED BY
004750* ONE OPERATOR, VETTED IN THE MONTH
004760*-----------------------------------------------------------------
004770 2000-CHECK-APPLICATIONS.

004780     MOVE '1 - APPLICATION CAPTURED AND VETTED BY ONE OPERATOR'
004790         TO SH-TITLE.
004800     MOVE 'CAPTURED (PENDAPP)' TO CH-ROW1.
004810     MOVE 'VETTED' TO CH-ROW2.
004820     MOVE 'LIMIT' TO CH-DETAIL.
004830     PERFORM 7000-START-SECTION THRU 7000-EXIT.

004840     OPEN INPUT PENDAPP-FILE.
004850     MOVE 'N' TO WS-EOF-SW.
004860     PERFORM 2100-CHECK-ONE-APPL THRU 2100-EXIT
004870         UNTIL WS-EOF-YES.
004880     CLOSE PENDAPP-FILE.

004890     MOVE WS-SECTION-COUNT TO WS-APPL-HITS.
004900     PERFORM 7100-END-SECTION THRU 7100-EXIT.

004910 2000-EXIT.
004920     EXIT.

004930 2100-CHECK-ONE-APPL.

004940     READ PENDAPP-FILE NEXT RECORD
004950         AT END
004960             MOVE 'Y' TO WS-EOF-SW
004970             GO TO 2100-EXIT
004980     END-READ.

004990     ADD 1 TO WS-READ-COUNT.

005000     IF NOT AP-APPROVED AND NOT AP-DECLINED THEN
005010         GO TO 2100-EXIT
005020     END-IF.

005030     IF AP-VET-USERID = SPACES OR
005040        AP-VET-USERID NOT = AP-CAP-USERID THEN
005050         GO TO 2100-EXIT
005060     END-IF.

005070     MOVE AP-VET-DATE TO WS-STAMP-DATE.
005080     PERFORM 2900-TEST-MONTH THRU 2900-EXIT.
005090     IF NOT WS-IN-MONTH THEN
005100         GO TO 2100-EXIT
005110     END-IF.

005120     MOVE SPACES TO WS-DETAIL-LINE.
005130     MOVE AP-ACCTNO TO DL-ACCTNO.
005140     MOVE AP-VET-USERID TO DL-USERID.
005150     MOVE AP-APPLID TO WS-APPL-DISP.
005160     MOVE 'APPLICATION' TO RT-LABEL.
005170     MOVE WS-APPL-DISP TO RT-KEY.
005180     MOVE WS-ROW-TEXT TO DL-ROW1.
005190     MOVE WS-STAMP-DATE TO DL-DATE2.
005200     MOVE AP-CAP-DATE TO WS-STAMP-DATE.
005210     PERFORM 2950-TO-YYYYDDD THRU 2950-EXIT.
005220     MOVE WS-STAMP-DATE TO DL-DATE1.
005230     IF AP-APPROVED THEN
005240         MOVE 'APPROVED' TO DL-ROW2
005250     ELSE
005260         MOVE 'DECLINED' TO DL-ROW2
005270     END-IF.
005280     MOVE AP-CRLIMIT TO DL-AMOUNT.
005290     PERFORM 7200-WRITE-HIT THRU 7200-EXIT.

005300 2100-EXIT.
005310     EXIT.

005320*-----------------------------------------------------------------
005330* 2900-TEST-MONTH - WS-STAMP-DATE TO YYYYDDD, THEN INSIDE THE
005340* TARGET MONTH OR NOT. 2950 DOES THE CONVERSION ALONE: EIBDATE
005350* FORM (0CYYDDD, BELOW A MILLION) GAINS 1900000; YYYYDDD AND
005360* ZERO STAND
005370*-----------------------------------------------------------------
005380 2900-TEST-MONTH.

005390     PERFORM 2950-TO-YYYYDDD THRU 2950-EXIT.

005400     IF WS-STAMP-DATE NOT < WS-MONTH-START AND
005410        WS-STAMP-DATE NOT > WS-MONTH-END THEN
005420         MOVE 'Y' TO WS-IN-MONTH-SW
005430     ELSE
005440         MOVE 'N' TO WS-IN-MONTH-SW
005450     END-IF.

005460 2900-EXIT.
005470     EXIT.

005480 2950-TO-YYYYDDD.

005490     IF WS-STAMP-DATE > 0 AND WS-STAMP-DATE < 1000000 THEN
005500         ADD 1900000 TO WS-STAMP-DATE
005510     END-IF.

005520 2950-EXIT.
005530     EXIT.

005540*-----------------------------------------------------------------
005550* 3000-CHECK-LIMIT-RAISES - SECTION 2: AN ACCTHIST ROW IN THE
005560* MONTH THAT PUT THE LIMIT UP, KEYED BY THE OPERATOR WHO
005570* CREATED THE ACCOUNT. THE CREATE ROW ITSELF IS NOT A RAISE
005580*-----------------------------------------------------------------
005590 3000-CHECK-LIMIT-RAISES.

005600     MOVE '2 - LIMIT RAISED BY THE ACCOUNT''S OWN CREATOR'
005610         TO SH-TITLE.
005620     MOVE 'ACCOUNT CREATED' TO CH-ROW1.
005630     MOVE 'LIMIT RAISED (ACCTHIST)' TO CH-ROW2.
005640     MOVE 'NEW LIMIT' TO CH-DETAIL.
005650     PERFORM 7000-START-SECTION THRU 7000-EXIT.

005660     OPEN INPUT ACCTHIST-FILE.
005670     MOVE 'N' TO WS-EOF-SW.
005680     PERFORM 3100-CHECK-ONE-HIST THRU 3100-EXIT
005690         UNTIL WS-EOF-YES.
005700     CLOSE ACCTHIST-FILE.

005710     MOVE WS-SECTION-COUNT TO WS-RAISE-HITS.
005720     PERFORM 7100-END-SECTION THRU 7100-EXIT.

005730 3000-EXIT.
005740     EXIT.

005750 3100-CHECK-ONE-HIST.

005760     READ ACCTHIST-FILE NEXT RECORD
005770         AT END
005780             MOVE 'Y' TO WS-EOF-SW
005790             GO TO 3100-EXIT
005800     END-READ.

005810     ADD 1 TO WS-READ-COUNT.

005820     IF AH-EVENT-CREATE OR AH-CHG-USERID = SPACES OR
005830        AH-AFTER-CRLIMIT NOT > AH-CRLIMIT THEN
005840         GO TO 3100-EXIT
005850     END-IF.

005860     MOVE AH-CHG-DATE TO WS-STAMP-DATE.
005870     PERFORM 2900-TEST-MONTH THRU 2900-EXIT.
005880     IF NOT WS-IN-MONTH THEN
005890         GO TO 3100-EXIT
005900     END-IF.

005910     MOVE AH-ACCTNO TO AF-ACCTNO.
005920     PERFORM 7300-READ-ACCOUNT THRU 7300-EXIT.
005930     IF NOT WS-ACCT-FOUND OR AF-CR-USERID NOT = AH-CHG-USERID
005940     THEN
005950         GO TO 3100-EXIT
005960     END-IF.

005970     MOVE SPACES TO WS-DETAIL-LINE.
005980     MOVE AH-ACCTNO TO DL-ACCTNO.
005990     MOVE AH-CHG-USERID TO DL-USERID.
006000     MOVE 'ACCTFILE CR-USERID' TO DL-ROW1.
006010     MOVE WS-STAMP-DATE TO DL-DATE2.
006020     MOVE AF-CR-DATE TO WS-STAMP-DATE.
006030     PERFORM 2950-TO-YYYYDDD THRU 2950-EXIT.
006040     MOVE WS-STAMP-DATE TO DL-DATE1.
006050     MOVE AH-SEQNO TO WS-SEQ-DISP.
006060     MOVE 'ACCTHIST SEQ' TO RT-LABEL.
006070     MOVE WS-SEQ-DISP TO RT-KEY.
006080     MOVE WS-ROW-TEXT TO DL-ROW2.
006090     MOVE AH-AFTER-CRLIMIT TO DL-AMOUNT.
006100     PERFORM 7200-WRITE-HIT THRU 7200-EXIT.

006110 3100-EXIT.
006120     EXIT.

006130*-----------------------------------------------------------------
006140* 4000-CHECK-SUSPENSE - SECTION 3: A SUSPENSE ITEM REALLOCATED
006150* IN THE MONTH TO AN ACCOUNT THE SAME OPERATOR CREATED
006160*-----------------------------------------------------------------
006170 4000-CHECK-SUSPENSE.

006180     MOVE '3 - SUSPENSE REALLOCATED TO ITS OWN CREATION'
006190         TO SH-TITLE.
006200     MOVE 'ACCOUNT CREATED' TO CH-ROW1.
006210     MOVE 'REALLOCATED FROM (KEY)' TO CH-ROW2.
006220     MOVE 'AMOUNT' TO CH-DETAIL.
006230     PERFORM 7000-START-SECTION THRU 7000-EXIT.

006240     OPEN INPUT SUSPENSE-FILE.
006250     MOVE 'N' TO WS-EOF-SW.
006260     PERFORM 4100-CHECK-ONE-ITEM THRU 4100-EXIT
006270         UNTIL WS-EOF-YES.
006280     CLOSE SUSPENSE-FILE.

006290     MOVE WS-SECTION-COUNT TO WS-SUSP-HITS.
006300     PERFORM 7100-END-SECTION THRU 7100-EXIT.

006310 4000-EXIT.
006320     EXIT.

006330 4100-CHECK-ONE-ITEM.

006340     READ SUSPENSE-FILE NEXT RECORD
006350         AT END
006360             MOVE 'Y' TO WS-EOF-SW
006370             GO TO 4100-EXIT
006380     END-READ.

006390     ADD 1 TO WS-READ-COUNT.

006400     IF NOT SU-REALLOCATED OR SU-RES-USERID = SPACES THEN
006410         GO TO 4100-EXIT
006420     END-IF.

006430     MOVE SU-RES-DATE TO WS-STAMP-DATE.
006440     PERFORM 2900-TEST-MONTH THRU 2900-EXIT.
006450     IF NOT WS-IN-MONTH THEN
006460         GO TO 4100-EXIT
006470     END-IF.

006480     MOVE SU-RES-ACCTNO TO AF-ACCTNO.
006490     PERFORM 7300-READ-ACCOUNT THRU 7300-EXIT.
006500     IF NOT WS-ACCT-FOUND OR AF-CR-USERID NOT = SU-RES-USERID
006510     THEN
006520         GO TO 4100-EXIT
006530     END-IF.

006540     MOVE SPACES TO WS-DETAIL-LINE.
006550     MOVE SU-RES-ACCTNO TO DL-ACCTNO.
006560     MOVE SU-RES-USERID TO DL-USERID.
006570     MOVE 'ACCTFILE CR-USERID' TO DL-ROW1.
006580     MOVE WS-STAMP-DATE TO DL-DATE2.
006590     MOVE AF-CR-DATE TO WS-STAMP-DATE.
006600     PERFORM 2950-TO-YYYYDDD THRU 2950-EXIT.
006610     MOVE WS-STAMP-DATE TO DL-DATE1.
006620     MOVE SU-SEQNO TO WS-SEQ-DISP.
006630     STRING 'SUSPENSE ' SU-ACCTNO '/' WS-SEQ-DISP
006640         DELIMITED BY SIZE INTO DL-ROW2.
006650     MOVE SU-AMOUNT TO DL-AMOUNT.
006660     PERFORM 7200-WRITE-HIT THRU 7200-EXIT.

006670 4100-EXIT.
006680     EXIT.

006690*-----------------------------------------------------------------
006700* 5000-CHECK-FEE-WAIVERS - SECTION 4: AN OVER-LIMIT FEE WAIVED
006710* AHEAD ('W') OR REVERSED ('R') IN THE MONTH BY THE OPERATOR
006720* WHO LAST CHANGED THE ACCOUNT. THE WAIVER ITSELF ONLY
006730* REWRITES THE BALANCE, SO IT NEVER STAMPS AF-LAST-CHG-USERID
006740*-----------------------------------------------------------------
006750 5000-CHECK-FEE-WAIVERS.

006760     MOVE '4 - OVER-LIMIT FEE WAIVED BY ITS LAST CHANGER'
006770         TO SH-TITLE.
006780     MOVE 'ACCOUNT LAST CHANGED' TO CH-ROW1.
006790     MOVE 'OVLFEE CYCLE / ACTION' TO CH-ROW2.
006800     MOVE 'FEE' TO CH-DETAIL.
006810     PERFORM 7000-START-SECTION THRU 7000-EXIT.

006820     OPEN INPUT OVLFEE-FILE.
006830     MOVE 'N' TO WS-EOF-SW.
006840     PERFORM 5100-CHECK-ONE-FEE THRU 5100-EXIT
006850         UNTIL WS-EOF-YES.
006860     CLOSE OVLFEE-FILE.

006870     MOVE WS-SECTION-COUNT TO WS-WAIVE-HITS.
006880     PERFORM 7100-END-SECTION THRU 7100-EXIT.

006890 5000-EXIT.
006900     EXIT.

006910 5100-CHECK-ONE-FEE.

006920     READ OVLFEE-FILE NEXT RECORD
006930         AT END
006940             MOVE 'Y' TO WS-EOF-SW
006950             GO TO 5100-EXIT
006960     END-READ.

006970     ADD 1 TO WS-READ-COUNT.

006980     IF NOT FE-WAIVED AND NOT FE-REVERSED THEN
006990         GO TO 5100-EXIT
007000     END-IF.

007010     IF FE-ACT-USERID = SPACES THEN
007020         GO TO 5100-EXIT
007030     END-IF.

007040     MOVE FE-ACT-DATE TO WS-STAMP-DATE.
007050     PERFORM 2900-TEST-MONTH THRU 2900-EXIT.
007060     IF NOT WS-IN-MONTH THEN
007070         GO TO 5100-EXIT
007080     END-IF.

007090     MOVE FE-ACCTNO TO AF-ACCTNO.
007100     PERFORM 7300-READ-ACCOUNT THRU 7300-EXIT.
007110     IF NOT WS-ACCT-FOUND OR
007120        AF-LAST-CHG-USERID NOT = FE-ACT-USERID THEN
007130         GO TO 5100-EXIT
007140     END-IF.

007150     MOVE SPACES TO WS-DETAIL-LINE.
007160     MOVE FE-ACCTNO TO DL-ACCTNO.
007170     MOVE FE-ACT-USERID TO DL-USERID.
007180     MOVE 'ACCTFILE LAST-CHG-USERID' TO DL-ROW1.
007190     MOVE WS-STAMP-DATE TO DL-DATE2.
007200     MOVE AF-LAST-CHG-DATE TO WS-STAMP-DATE.
007210     PERFORM 2950-TO-YYYYDDD THRU 2950-EXIT.
007220     MOVE WS-STAMP-DATE TO DL-DATE1.
007230     MOVE FE-CYCLE TO WS-CYCLE-DISP.
007240     IF FE-WAIVED THEN
007250         STRING 'OVLFEE ' WS-CYCLE-DISP ' WAIVED'
007260             DELIMITED BY SIZE INTO DL-ROW2
007270     ELSE
007280         STRING 'OVLFEE ' WS-CYCLE-DISP ' REVERSED'
007290             DELIMITED BY SIZE INTO DL-ROW2
007300     END-IF.
007310     MOVE FE-AMOUNT TO DL-AMOUNT.
007320     PERFORM 7200-WRITE-HIT THRU 7200-EXIT.
007330     MOVE FE-REASON TO RL-REASON.
007340     WRITE REPORT-LINE FROM WS-REASON-LINE.

007350 5100-EXIT.
007360     EXIT.

007370*-----------------------------------------------------------------
007380* 6000-CHECK-OVERRIDES - SECTION 5: AN OVERRIDE IN THE MONTH
007390* WHOSE SUPERVISOR IS THE OPERATOR WHO WAS DENIED. DCI8DPGH
007400* REFUSES ONE, SO A HIT HERE MEANS THE CHECK WAS GOT ROUND
007410*-----------------------------------------------------------------
007420 6000-CHECK-OVERRIDES.

007430     MOVE '5 - SUPERVISOR OVERRIDE GRANTED TO ONESELF'
007440         TO SH-TITLE.
007450     MOVE 'OVERRIDE OF FUNCTION' TO CH-ROW1.
007460     MOVE 'TERMINAL' TO CH-ROW2.
007470     MOVE SPACES TO CH-DETAIL.
007480     PERFORM 7000-START-SECTION THRU 7000-EXIT.

007490     OPEN INPUT OVRQ-FILE.
007500     MOVE 'N' TO WS-EOF-SW.
007510     IF WS-OVRQ-STATUS NOT = '00' THEN
007520         DISPLAY 'DCI8BSOD - OVRQEXT WILL NOT OPEN, STATUS '
007530             WS-OVRQ-STATUS ' - SECTION 5 NOT CHECKED'
007540         MOVE 'Y' TO WS-EOF-SW
007550     END-IF.
007560     PERFORM 6100-CHECK-ONE-OVERRIDE THRU 6100-EXIT
007570         UNTIL WS-EOF-YES.
007580     IF WS-OVRQ-STATUS NOT = '35' THEN
007590         CLOSE OVRQ-FILE
007600     END-IF.

007610     MOVE WS-SECTION-COUNT TO WS-OVRD-HITS.
007620     PERFORM 7100-END-SECTION THRU 7100-EXIT.

007630 6000-EXIT.
007640     EXIT.

007650 6100-CHECK-ONE-OVERRIDE.

007660     READ OVRQ-FILE
007670         AT END
007680             MOVE 'Y' TO WS-EOF-SW
007690             GO TO 6100-EXIT
007700     END-READ.

007710     ADD 1 TO WS-READ-COUNT.

007720     IF OV-SUPVR-OPID = SPACES OR
007730        OV-SUPVR-OPID NOT = OV-DENIED-OPID THEN
007740         GO TO 6100-EXIT
007750     END-IF.

007760     MOVE OV-DATE TO WS-STAMP-DATE.
007770     PERFORM 2900-TEST-MONTH THRU 2900-EXIT.
007780     IF NOT WS-IN-MONTH THEN
007790         GO TO 6100-EXIT
007800     END-IF.

007810     MOVE SPACES TO WS-DETAIL-LINE.
007820     MOVE OV-SUPVR-OPID TO DL-USERID.
007830     MOVE OV-FUNCTION TO DL-ROW1.
007840     MOVE WS-STAMP-DATE TO DL-DATE1.
007850     MOVE OV-TRMID TO DL-ROW2.
007860     PERFORM 7200-WRITE-HIT THRU 7200-EXIT.
007870     MOVE OV-REASON TO RL-REASON.
007880     WRITE REPORT-LINE FROM WS-REASON-LINE.

007890 6100-EXIT.
007900     EXIT.

007910*-----------------------------------------------------------------
007920* 7000/7100 OPEN AND CLOSE A SECTION; 7200 PRINTS ONE HIT
007930*-----------------------------------------------------------------
007940 7000-START-SECTION.

007950     MOVE 0 TO WS-SECTION-COUNT.
007960     MOVE SPACES TO REPORT-LINE.
007970     WRITE REPORT-LINE.
007980     WRITE REPORT-LINE FROM WS-SECTION-HEADING.
007990     WRITE REPORT-LINE FROM WS-COLUMN-HEADING.

008000 7000-EXIT.
008010     EXIT.

008020 7100-END-SECTION.

008030     IF WS-SECTION-COUNT = 0 THEN
008040         WRITE REPORT-LINE FROM WS-NONE-LINE
008050     ELSE
008060         MOVE WS-SECTION-COUNT TO CL-COUNT
008070         WRITE REPORT-LINE FROM WS-COUNT-LINE
008080     END-IF.

008090 7100-EXIT.
008100     EXIT.

008110 7200-WRITE-HIT.

008120     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
008130     ADD 1 TO WS-SECTION-COUNT.
008140     ADD 1 TO WS-HIT-COUNT.

008150 7200-EXIT.
008160     EXIT.

008170 7300-READ-ACCOUNT.

008180     MOVE 'Y' TO WS-ACCT-FOUND-SW.
008190     READ ACCTFILE
008200         INVALID KEY
008210             MOVE 'N' TO WS-ACCT-FOUND-SW
008220     END-READ.

008230 7300-EXIT.
008240     EXIT.

008250 9000-TERMINATE.

008260     CLOSE ACCTFILE.
008270     CLOSE REPORT-FILE.

008280     DISPLAY 'DCI8BSOD - SEGREGATION OF DUTIES - RUN SUMMARY'.
008290     DISPLAY 'TARGET MONTH     : ' WS-TARGET-MONTH.
008300     DISPLAY 'ROWS READ        : ' WS-READ-COUNT.
008310     DISPLAY 'APPL SAME OPER   : ' WS-APPL-HITS.
008320     DISPLAY 'RAISED BY MAKER  : ' WS-RAISE-HITS.
008330     DISPLAY 'SUSP TO OWN ACCT : ' WS-SUSP-HITS.
008340     DISPLAY 'WAIVED BY CHGR   : ' WS-WAIVE-HITS.
008350     DISPLAY 'SELF OVERRIDES   : ' WS-OVRD-HITS.
008360     DISPLAY 'EXCEPTIONS       : ' WS-HIT-COUNT.

008370 9000-EXIT.
008380     EXIT.

008390*-----------------------------------------------------------------
008400* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
008410* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
008420* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
008430*-----------------------------------------------------------------
008440 8100-WRITE-JRNL-START.

008450*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
008460*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
008470     MOVE 'DCI8BSOD' TO JG-JOBNAME.
008480     CALL 'DCI8BJGT' USING JOBGATE.
008490     IF JG-RC-BLOCKED THEN
008500         MOVE JG-BLOCKED-RC TO RETURN-CODE
008510         STOP RUN
008520     END-IF.

008530     MOVE 'DCI8BSOD' TO JR-JOBNAME.
008540     MOVE 'S' TO JR-ROW-TYPE.
008550     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
008560         JR-REJECTED-COUNT.
008570     MOVE SPACE TO JR-STATUS.
008580     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

008590 8100-EXIT.
008600     EXIT.

008610 8200-WRITE-JRNL-END.

008620     MOVE 'DCI8BSOD' TO JR-JOBNAME.
008630     MOVE 'E' TO JR-ROW-TYPE.
008640     MOVE WS-READ-COUNT TO JR-READ-COUNT.
008650     MOVE WS-HIT-COUNT TO JR-WRITTEN-COUNT.
008660     MOVE 0 TO JR-REJECTED-COUNT.
008670     MOVE 'G' TO JR-STATUS.
008680     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

008690 8200-EXIT.
008700     EXIT.

008710 8300-STAMP-AND-WRITE.

008720     ACCEPT JR-DATE FROM DAY YYYYDDD.
008730     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
008740     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

008750     OPEN EXTEND JOURNAL-FILE.
008760     WRITE JR-REC.
008770     CLOSE JOURNAL-FILE.

008780 8300-EXIT.
008790     EXIT.

008800 END PROGRAM DCI8BSOD.
