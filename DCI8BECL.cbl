000010*****************************************************************
000020* DCI8BECL - MONTH-END EXPECTED CREDIT LOSS PROVISION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BECL.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - STAGES EVERY ACCOUNT FOR
000160*                 IMPAIRMENT, PROVIDES FOR IT AT THE ECLCFG LOSS
000170*                 RATE AND JOURNALS THE MONTH'S MOVEMENT TO THE GL
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS MONTH-END JOB READS A SINGLE CONTROL CARD FROM ECLPARM
000210* GIVING THE PERIOD AS YYYYMM (THE DCI8BSNP CARD), THEN WALKS
000220* ACCTFILE IN KEY SEQUENCE AND PUTS EVERY ACCOUNT IN ONE OF THREE
000230* PROVISIONING STAGES, TESTED IN THIS ORDER:
000240*   STAGE 3 - CREDIT-IMPAIRED: AN ACTIVE INSOLVENCY CASE (INSOLV),
000250*             A CHARGE-OFF PENDING - THE COLLECTOR HAS RECORDED
000260*             DISPOSITION F ON ITS WORKLIST ITEM, THE STEP BEFORE
000270*             THE SUPERVISOR'S DCI8DPGT CHARGE-OFF - OR ITS OLDEST
000280*             UNPAID BILLCYCL CYCLE MORE THAN 90 DAYS PAST DUE
000290*   STAGE 2 - SIGNIFICANT DETERIORATION: THE OLDEST UNPAID
000300*             CYCLE MORE THAN 30 DAYS PAST DUE (THE DCI8BAGE
000310*             BUCKETS), AN ON-TRACK ARRANGE HARDSHIP ARRANGEMENT,
000320*             OR A BUREAU SCORE NOW IN A LOWER SCOREBND BAND THAN
000330*             THE ONE IT WAS IN WHEN THIS JOB FIRST SAW IT
000340*   STAGE 1 - PERFORMING: EVERYTHING ELSE
000350* THE BAND FIRST SEEN IS KEPT ON ECLACCT, ONE ROW PER ACCOUNT,
000360* WITH THE STAGE, BAND, RATE AND PROVISION OF THE LATEST RUN - THE
000370* ACCOUNT-LEVEL BASIS FOR THE FIGURES. AN ACCOUNT WITH NO SCORE,
000380* OR ONE IN NO BAND, HAS NO DROP TO MEASURE.
000390* AN ACCOUNT WITH A DRAWN BALANCE IS PROVIDED AT THE ECLCFG LOSS
000400* RATE FOR ITS STAGE AND BAND - OR THE STAGE'S 'ALL' ROW WHEN
000410* ITS BAND HAS NONE - AS A PERCENT OF CURR-BAL. ONE WITH NO RATE
000420* AT ALL IS PROVIDED AT ZERO AND COUNTED AS UNRATED.
000430* THE REPORT (ECLRPT) SHOWS ACCOUNTS, BALANCE AND PROVISION BY
000440* STAGE, BY BRANCH AND BY PRODUCT (NONE FOR NO PRODUCT), WITH
000450* LAST MONTH'S PROVISION FROM THE ECLHIST FILE AND THE MOVEMENT.
000460* THIS MONTH'S LINES ARE FILED ON ECLHIST IN TURN; A RERUN OF THE
000470* SAME PERIOD FINDS ITS OWN ROWS AND REWRITES THEM.
000480* EACH BRANCH'S MOVEMENT IS WRITTEN TO ECLJNL IN THE GLEXT LAYOUT
000490* AS A BALANCED PAIR - AN INCREASE DEBITS IMPAIRMT (THE CHARGE)
000500* AND CREDITS PROVISN (THE ALLOWANCE), A RELEASE THE REVERSE -
000510* CLOSED BY A TRL ROW WITH THE LINE COUNT AND BOTH SIDES' TOTALS
000520*****************************************************************

000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.

000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.

000590     SELECT PARM-FILE ASSIGN TO ECLPARM
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-PARM-STATUS.

000620     SELECT ACCTFILE ASSIGN TO ACCTFILE
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS SEQUENTIAL
000650         RECORD KEY IS AF-ACCTKEY
000660         FILE STATUS IS WS-ACCTFILE-STATUS.

000670     SELECT CYCLE-FILE ASSIGN TO BILLCYCL
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS CY-KEY
000710         FILE STATUS IS WS-CYCLE-STATUS.

000720     SELECT INSOLV-FILE ASSIGN TO INSOLV
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS IV-ACCTNO
000760         FILE STATUS IS WS-INSOLV-STATUS.

000770     SELECT WORKLIST-FILE ASSIGN TO WORKLIST
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS WL-ACCTNO
000810         FILE STATUS IS WS-WORKLIST-STATUS.

000820     SELECT ARRANGE-FILE ASSIGN TO ARRANGE
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS AR-ACCTNO
000860         FILE STATUS IS WS-ARRANGE-STATUS.

000870     SELECT SCOREBND-FILE ASSIGN TO SCOREBND
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS SB-MIN-SCORE
000910         FILE STATUS IS WS-SCOREBND-STATUS.

000920     SELECT ECLCFG-FILE ASSIGN TO ECLCFG
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS EC-KEY
000960         FILE STATUS IS WS-ECLCFG-STATUS.

000970     SELECT ECLACCT-FILE ASSIGN TO ECLACCT
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS RANDOM
001000         RECORD KEY IS EA-ACCTNO
001010         FILE STATUS IS WS-ECLACCT-STATUS.

001020     SELECT ECLHIST-FILE ASSIGN TO ECLHIST
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS DYNAMIC
001050         RECORD KEY IS EL-KEY
001060         FILE STATUS IS WS-ECLHIST-STATUS.

001070     SELECT REPORT-FILE ASSIGN TO ECLRPT
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-REPORT-STATUS.

001100     SELECT EXTRACT-FILE ASSIGN TO ECLJNL
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS WS-EXTRACT-STATUS.

001130     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS WS-JOURNAL-STATUS.

001160 DATA DIVISION.
001170 FILE SECTION.

001180 FD  PARM-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  PARM-REC.
001220     05  EP-PERIOD               PIC X(06).
001230     05  FILLER                  PIC X(24).

001240*-----------------------------------------------------------------
001250* ACCTFILE - BALANCE, SCORE, BRANCH AND PRODUCT ARE TAKEN
001260*-----------------------------------------------------------------
001270 FD  ACCTFILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  ACCTFILE-REC.
001300     05  AF-ACCTKEY.
001310         10  AF-ACCTNO           PIC X(09).
001320     05  FILLER                  PIC X(223).
001330     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
001340     05  AF-BUREAU-SCORE         PIC 9(03).
001350     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001360     05  AF-BRANCH               PIC X(04).
001370     05  FILLER                  PIC X(15).
001380     05  AF-PRODUCT-CODE         PIC X(04).

001390*-----------------------------------------------------------------
001400* BILLCYCL - ONE ROW PER ACCOUNT PER STATEMENT PERIOD, BROWSED
001410* FROM THE ACCOUNT'S FIRST PERIOD FOR ITS OLDEST UNPAID CYCLE
001420*-----------------------------------------------------------------
001430 FD  CYCLE-FILE
001440     LABEL RECORDS ARE STANDARD.
001450 01  BILLCYCL-REC.
001460     05  CY-KEY.
001470         10  CY-ACCTNO           PIC X(09).
001480         10  CY-PERIOD           PIC 9(06).
001490     05  CY-STMT-DATE            PIC S9(7) COMP-3.
001500     05  CY-CLOSE-BAL            PIC S9(08)V99 COMP-3.
001510     05  CY-MIN-PAYMENT          PIC 9(08)V99.
001520     05  CY-DUE-DATE             PIC S9(7) COMP-3.
001530     05  CY-PAID-FLAG            PIC X(01).
001540         88  CY-UNPAID                   VALUE 'U'.
001550     05  CY-PAID-DATE            PIC S9(7) COMP-3.

001560 FD  INSOLV-FILE
001570     LABEL RECORDS ARE STANDARD.
001580 01  INSOLV-REC.
001590     05  IV-ACCTNO               PIC X(09).
001600     05  IV-CASE-TYPE            PIC X(01).
001610     05  IV-STATUS               PIC X(01).
001620         88  IV-ACTIVE                   VALUE 'A'.
001630     05  FILLER                  PIC X(224).

001640 FD  WORKLIST-FILE
001650     LABEL RECORDS ARE STANDARD.
001660 01  WORKLIST-REC.
001670     05  WL-ACCTNO               PIC X(09).
001680     05  WL-LOADED-DATE          PIC S9(7) COMP-3.
001690     05  WL-DISPOSITION          PIC X(01).
001700         88  WL-RECOMMEND-FREEZE         VALUE 'F'.
001710     05  FILLER                  PIC X(39).

001720 FD  ARRANGE-FILE
001730     LABEL RECORDS ARE STANDARD.
001740 01  ARRANGE-REC.
001750     05  AR-ACCTNO               PIC X(09).
001760     05  FILLER                  PIC X(22).
001770     05  AR-STATUS               PIC X(01).
001780         88  AR-ON-TRACK                 VALUE 'A'.
001790     05  FILLER                  PIC X(20).

001800 FD  SCOREBND-FILE
001810     LABEL RECORDS ARE STANDARD.
001820 01  SCOREBND-REC.
001830     05  SB-MIN-SCORE            PIC 9(03).
001840     05  SB-MAX-SCORE            PIC 9(03).
001850     05  SB-MAX-LIMIT            PIC 9(08)V99.

001860*-----------------------------------------------------------------
001870* ECLCFG - THE LOSS RATES, MAINTAINED ON DCI8DPGG AS FILE E
001880*-----------------------------------------------------------------
001890 FD  ECLCFG-FILE
001900     LABEL RECORDS ARE STANDARD.
001910 01  ECLCFG-REC.
001920     05  EC-KEY.
001930         10  EC-STAGE            PIC X(01).
001940         10  EC-BAND             PIC X(03).
001950     05  EC-LOSS-PCT             PIC 9(03)V99.

001960*-----------------------------------------------------------------
001970* ECLACCT - ONE ROW PER ACCOUNT THIS JOB HAS STAGED. THE BASE
001980* BAND IS THE SCOREBND MINIMUM SCORE OF THE BAND THE ACCOUNT WAS
001990* IN WHEN FIRST SEEN WITH A SCORE (SPACES UNTIL THEN), AND THE
002000* REST IS THE LATEST RUN'S WORKING FOR THE ACCOUNT
002010*-----------------------------------------------------------------
002020 FD  ECLACCT-FILE
002030     LABEL RECORDS ARE STANDARD.
002040 01  ECLACCT-REC.
002050     05  EA-ACCTNO               PIC X(09).
002060     05  EA-BASE-BAND            PIC X(03).
002070     05  EA-BASE-PERIOD          PIC 9(06).
002080     05  EA-LAST-PERIOD          PIC 9(06).
002090     05  EA-LAST-STAGE           PIC X(01).
002100     05  EA-LAST-BAND            PIC X(03).
002110     05  EA-LAST-RATE            PIC 9(03)V99.
002120     05  EA-LAST-BALANCE         PIC S9(08)V99 COMP-3.
002130     05  EA-LAST-PROVISION       PIC 9(08)V99 COMP-3.
002140     05  FILLER                  PIC X(05).

002150*-----------------------------------------------------------------
002160* ECLHIST - ONE ROW PER PERIOD PER REPORT LINE: DIMENSION S
002170* (STAGE), B (BRANCH) OR P (PRODUCT) AND ITS VALUE - THE
002180* EXPHIST PATTERN, SO NEXT MONTH HAS THIS MONTH TO MOVE FROM
002190*-----------------------------------------------------------------
002200 FD  ECLHIST-FILE
002210     LABEL RECORDS ARE STANDARD.
002220 01  ECLHIST-REC.
002230     05  EL-KEY.
002240         10  EL-PERIOD           PIC 9(06).
002250         10  EL-DIM              PIC X(01).
002260         10  EL-VALUE            PIC X(04).
002270     05  EL-COUNT                PIC 9(07).
002280     05  EL-BALANCE              PIC S9(13)V99 COMP-3.
002290     05  EL-PROVISION            PIC 9(13)V99 COMP-3.
002300     05  EL-RUN-DATE             PIC 9(07).
002310     05  FILLER                  PIC X(09).

002320 FD  REPORT-FILE
002330     RECORDING MODE IS F
002340     LABEL RECORDS ARE STANDARD.
002350 01  REPORT-LINE                 PIC X(80).

002360*-----------------------------------------------------------------
002370* ECLJNL - THE PROVISION JOURNAL IN THE GLEXT LAYOUT, ONE LINE
002380* PER BRANCH/GL-ACCOUNT/SIDE PLUS A TRL ROW
002390*-----------------------------------------------------------------
002400 FD  EXTRACT-FILE
002410     RECORDING MODE IS F
002420     LABEL RECORDS ARE STANDARD.
002430 01  EXTRACT-REC                 PIC X(40).

002440*-----------------------------------------------------------------
002450* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
002460* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
002470*-----------------------------------------------------------------
002480 FD  JOURNAL-FILE
002490     RECORDING MODE IS F
002500     LABEL RECORDS ARE STANDARD.
002510 01  JR-REC.
002520     05  JR-JOBNAME              PIC X(08).
002530     05  JR-ROW-TYPE             PIC X(01).
002540     05  JR-DATE                 PIC 9(07).
002550     05  JR-TIME                 PIC 9(06).
002560     05  JR-READ-COUNT           PIC 9(07).
002570     05  JR-WRITTEN-COUNT        PIC 9(07).
002580     05  JR-REJECTED-COUNT       PIC 9(07).
002590     05  JR-STATUS               PIC X(01).
002600     05  FILLER                  PIC X(06).

002610 WORKING-STORAGE SECTION.
002620 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002630 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002640     COPY 'JOBGATE'.

002650 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
002660 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
002670 77  WS-CYCLE-STATUS         PIC X(02) VALUE SPACES.
002680 77  WS-INSOLV-STATUS        PIC X(02) VALUE SPACES.
002690 77  WS-WORKLIST-STATUS      PIC X(02) VALUE SPACES.
002700 77  WS-ARRANGE-STATUS       PIC X(02) VALUE SPACES.
002710 77  WS-SCOREBND-STATUS      PIC X(02) VALUE SPACES.
002720 77  WS-ECLCFG-STATUS        PIC X(02) VALUE SPACES.
002730 77  WS-ECLACCT-STATUS       PIC X(02) VALUE SPACES.
002740 77  WS-ECLHIST-STATUS       PIC X(02) VALUE SPACES.
002750 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
002760 77  WS-EXTRACT-STATUS       PIC X(02) VALUE SPACES.

002770 01  WS-SWITCHES.
002780     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
002790         88  WS-EOF-YES              VALUE 'Y'.
002800     05  WS-PARM-OK-SW       PIC X(01) VALUE 'Y'.
002810         88  WS-PARM-OK              VALUE 'Y'.
002820     05  WS-CYCLE-EOF-SW     PIC X(01) VALUE 'N'.
002830         88  WS-CYCLE-EOF            VALUE 'Y'.
002840     05  WS-BAND-EOF-SW      PIC X(01) VALUE 'N'.
002850         88  WS-BAND-EOF             VALUE 'Y'.
002860     05  WS-BAND-HIT-SW      PIC X(01) VALUE 'N'.
002870         88  WS-BAND-HIT             VALUE 'Y'.
002880     05  WS-HIST-EOF-SW      PIC X(01) VALUE 'N'.
002890         88  WS-HIST-EOF             VALUE 'Y'.
002900     05  WS-EA-FOUND-SW      PIC X(01) VALUE 'N'.
002910         88  WS-EA-FOUND             VALUE 'Y'.
002920     05  WS-LINE-FOUND-SW    PIC X(01) VALUE 'N'.
002930         88  WS-LINE-FOUND           VALUE 'Y'.
002940     05  WS-RATE-FOUND-SW    PIC X(01) VALUE 'N'.
002950         88  WS-RATE-FOUND           VALUE 'Y'.
002960*    WHAT THE ACCOUNT'S FILES SAY ABOUT IT THIS MONTH
002970     05  WS-INSOLVENT-SW     PIC X(01) VALUE 'N'.
002980         88  WS-INSOLVENT            VALUE 'Y'.
002990     05  WS-CHGOFF-SW        PIC X(01) VALUE 'N'.
003000         88  WS-CHGOFF-PENDING       VALUE 'Y'.
003010     05  WS-ARRANGED-SW      PIC X(01) VALUE 'N'.
003020         88  WS-ARRANGED             VALUE 'Y'.
003030*    THE OLDEST UNPAID CYCLE'S ARREARS BUCKET
003040     05  WS-ARREARS          PIC X(01) VALUE '0'.
003050         88  WS-ARREARS-NONE         VALUE '0'.
003060         88  WS-ARREARS-30           VALUE '3'.
003070         88  WS-ARREARS-90           VALUE '9'.

003080 01  WS-COUNTERS.
003090     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
003100     05  WS-DRAWN-COUNT      PIC 9(07) COMP-3 VALUE 0.
003110     05  WS-UNRATED-COUNT    PIC 9(07) COMP-3 VALUE 0.
003120     05  WS-EA-NEW-COUNT     PIC 9(07) COMP-3 VALUE 0.
003130     05  WS-HIST-COUNT       PIC 9(07) COMP-3 VALUE 0.
003140     05  WS-GL-COUNT         PIC 9(07) COMP-3 VALUE 0.
003150*    WHY EACH ACCOUNT LEFT STAGE 1 - THE FIRST TEST IT MET
003160     05  WS-WHY-INSOLV       PIC 9(07) COMP-3 VALUE 0.
003170     05  WS-WHY-CHGOFF       PIC 9(07) COMP-3 VALUE 0.
003180     05  WS-WHY-90           PIC 9(07) COMP-3 VALUE 0.
003190     05  WS-WHY-30           PIC 9(07) COMP-3 VALUE 0.
003200     05  WS-WHY-ARRANGE      PIC 9(07) COMP-3 VALUE 0.
003210     05  WS-WHY-SCORE        PIC 9(07) COMP-3 VALUE 0.

003220 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
003230 77  WS-TODAY-YYYYDDD        PIC 9(07) VALUE 0.
003240 77  WS-DUE-30               PIC S9(7) COMP-3 VALUE 0.
003250 77  WS-DUE-90               PIC S9(7) COMP-3 VALUE 0.

003260*    THE PERIOD BEING PROVIDED FOR AND THE ONE BEFORE IT
003270 01  WS-PERIOD               PIC 9(06) VALUE 0.
003280 01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
003290     05  WS-PERIOD-YYYY      PIC 9(04).
003300     05  WS-PERIOD-MM        PIC 9(02).
003310 01  WS-PREV-PERIOD          PIC 9(06) VALUE 0.
003320 01  WS-PREV-PARTS REDEFINES WS-PREV-PERIOD.
003330     05  WS-PREV-YYYY        PIC 9(04).
003340     05  WS-PREV-MM          PIC 9(02).

003350*-----------------------------------------------------------------
003360* THE CURRENT ACCOUNT'S WORKING - ITS SCORE BAND NOW AND WHEN
003370* FIRST SEEN (EACH THE BAND'S MINIMUM SCORE), STAGE, RATE AND
003380* PROVISION
003390*-----------------------------------------------------------------
003400 77  WS-SCORE                PIC 9(03) VALUE 0.
003410 01  WS-CURR-BAND            PIC X(03) VALUE SPACES.
003420 01  WS-CURR-BAND-NUM REDEFINES WS-CURR-BAND PIC 9(03).
003430 01  WS-BASE-BAND            PIC X(03) VALUE SPACES.
003440 01  WS-BASE-BAND-NUM REDEFINES WS-BASE-BAND PIC 9(03).
003450 77  WS-STAGE                PIC X(01) VALUE '1'.
003460 77  WS-LOSS-PCT             PIC 9(03)V99 VALUE 0.
003470 77  WS-ACCT-PROV            PIC 9(08)V99 VALUE 0.
003480 77  WS-ACCT-PRODUCT         PIC X(04) VALUE SPACES.

003490*-----------------------------------------------------------------
003500* REPORT LINES - ONE SLOT PER STAGE, BRANCH AND PRODUCT MET THIS
003510* MONTH OR LAST, IN FIRST-SEEN ORDER (THE THREE STAGES FIRST),
003520* THE SUBSCRIPTED-TABLE STYLE OF DCI8BPGS. A LINE THE FULL TABLE
003530* COULD NOT HOLD WOULD LEAVE THE JOURNAL SHORT, SO THE RUN ENDS
003540* FAILED RATHER THAN SHIP IT
003550*-----------------------------------------------------------------
003560 01  WS-LINE-TABLE.
003570     05  WS-LN-ENTRY OCCURS 300 TIMES.
003580         10  WS-LN-DIM           PIC X(01).
003590         10  WS-LN-VALUE         PIC X(04).
003600         10  WS-LN-COUNT         PIC 9(07) COMP-3.
003610         10  WS-LN-BALANCE       PIC S9(13)V99 COMP-3.
003620         10  WS-LN-PROVISION     PIC 9(13)V99 COMP-3.
003630         10  WS-LN-PREV-PROV     PIC 9(13)V99 COMP-3.
003640 77  WS-LN-USED              PIC S9(04) COMP VALUE 0.
003650 77  WS-LN-SUB               PIC S9(04) COMP VALUE 0.
003660 77  WS-LN-DROPPED           PIC 9(07) COMP-3 VALUE 0.
003670*    THE LINE BEING LOOKED FOR
003680 77  WS-FIND-DIM             PIC X(01) VALUE SPACE.
003690 77  WS-FIND-VALUE           PIC X(04) VALUE SPACES.
003700*    THE DIMENSION 4100 IS PRINTING
003710 77  WS-PRINT-DIM            PIC X(01) VALUE SPACE.

003720 77  WS-TOTAL-COUNT          PIC 9(07) COMP-3 VALUE 0.
003730 77  WS-TOTAL-BALANCE        PIC S9(13)V99 COMP-3 VALUE 0.
003740 77  WS-TOTAL-PROVISION      PIC 9(13)V99 COMP-3 VALUE 0.
003750 77  WS-TOTAL-PREV-PROV      PIC 9(13)V99 COMP-3 VALUE 0.
003760 77  WS-MOVEMENT             PIC S9(13)V99 COMP-3 VALUE 0.

003770*    THE JOURNAL'S TWO SIDES
003780 77  WS-DR-TOTAL             PIC S9(14)V99 COMP-3 VALUE 0.
003790 77  WS-CR-TOTAL             PIC S9(14)V99 COMP-3 VALUE 0.
003800 77  WS-DR-ACCT              PIC X(08) VALUE SPACES.
003810 77  WS-CR-ACCT              PIC X(08) VALUE SPACES.

003820* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
003830     COPY 'DATEPARM'.

003840 01  WS-GL-LINE.
003850     05  GL-REC-TYPE         PIC X(03) VALUE 'DTL'.
003860     05  GL-BRANCH           PIC X(04).
003870     05  GL-ACCOUNT          PIC X(08).
003880     05  GL-DRCR             PIC X(01).
003890     05  GL-AMOUNT           PIC 9(12)V99.
003900     05  GL-DATE             PIC 9(07).
003910     05  FILLER              PIC X(03) VALUE SPACES.

003920 01  WS-GL-TRAILER.
003930     05  FILLER              PIC X(03) VALUE 'TRL'.
003940     05  GT-LINE-COUNT       PIC 9(07).
003950     05  GT-DR-TOTAL         PIC 9(12)V99.
003960     05  GT-CR-TOTAL         PIC 9(12)V99.
003970     05  FILLER              PIC X(02) VALUE SPACES.

003980 01  WS-REPORT-HEADING1.
003990     05  FILLER              PIC X(44) VALUE
004000         'DCI8BECL - EXPECTED CREDIT LOSS PROVISION   '.
004010     05  FILLER              PIC X(07) VALUE 'PERIOD '.
004020     05  RH-PERIOD           PIC 9(06).
004030     05  FILLER              PIC X(05) VALUE ' RUN '.
004040     05  RH-RUN-DATE         PIC 9(08).
004050     05  FILLER              PIC X(10) VALUE SPACES.

004060 01  WS-REPORT-HEADING2.
004070     05  RH-SECTION          PIC X(06).
004080     05  FILLER PIC X(08) VALUE '  ACCTS'.
004090     05  FILLER PIC X(19) VALUE '     DRAWN BALANCE'.
004100     05  FILLER PIC X(15) VALUE '      PROVISION'.
004110     05  FILLER PIC X(15) VALUE '     LAST MONTH'.
004120     05  FILLER PIC X(17) VALUE '        MOVEMENT'.

004130 01  WS-DETAIL-LINE.
004140     05  DL-VALUE            PIC X(04).
004150     05  FILLER              PIC X(02) VALUE SPACES.
004160     05  DL-COUNT            PIC ZZZ,ZZ9.
004170     05  FILLER              PIC X(01) VALUE SPACES.
004180     05  DL-BALANCE          PIC ---,---,---,--9.99.
004190     05  FILLER              PIC X(01) VALUE SPACES.
004200     05  DL-PROVISION        PIC ZZZ,ZZZ,ZZ9.99.
004210     05  FILLER              PIC X(01) VALUE SPACES.
004220     05  DL-PREV-PROV        PIC ZZZ,ZZZ,ZZ9.99.
004230     05  FILLER              PIC X(01) VALUE SPACES.
004240     05  DL-MOVEMENT         PIC ---,---,--9.99.
004250     05  FILLER              PIC X(03) VALUE SPACES.

004260 PROCEDURE DIVISION.

004270 0000-MAINLINE.

004280     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

004290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

004300     IF WS-PARM-OK THEN
004310         PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
004320             UNTIL WS-EOF-YES
004330         PERFORM 3000-WRITE-HISTORY THRU 3000-EXIT
004340         PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
004350         PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
004360     END-IF.

004370     PERFORM 9000-TERMINATE THRU 9000-EXIT.

004380     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

004390     GOBACK.

004400 1000-INITIALIZE.

004410     OPEN INPUT PARM-FILE.
004420     READ PARM-FILE
004430         AT END
004440             DISPLAY 'DCI8BECL - NO CONTROL CARD IN ECLPARM'
004450             MOVE 'N' TO WS-PARM-OK-SW
004460     END-READ.
004470     CLOSE PARM-FILE.

004480     IF WS-PARM-OK THEN
004490         IF EP-PERIOD IS NOT NUMERIC THEN
004500             DISPLAY 'DCI8BECL - ECLPARM PERIOD NOT NUMERIC'
004510             MOVE 'N' TO WS-PARM-OK-SW
004520         ELSE
004530             MOVE EP-PERIOD TO WS-PERIOD
004540             IF WS-PERIOD-MM = 0 OR WS-PERIOD-MM > 12 THEN
004550                 DISPLAY 'DCI8BECL - ECLPARM PERIOD NOT YYYYMM'
004560                 MOVE 'N' TO WS-PARM-OK-SW
004570             END-IF
004580         END-IF
004590     END-IF.

004600     IF NOT WS-PARM-OK THEN
004610         MOVE 'Y' TO WS-EOF-SW
004620         GO TO 1000-EXIT
004630     END-IF.

004640     MOVE WS-PERIOD-YYYY TO WS-PREV-YYYY.
004650     IF WS-PERIOD-MM = 1 THEN
004660         SUBTRACT 1 FROM WS-PREV-YYYY
004670         MOVE 12 TO WS-PREV-MM
004680     ELSE
004690         COMPUTE WS-PREV-MM = WS-PERIOD-MM - 1
004700     END-IF.

004710     OPEN INPUT ACCTFILE.
004720     OPEN INPUT CYCLE-FILE.
004730     OPEN INPUT INSOLV-FILE.
004740     OPEN INPUT WORKLIST-FILE.
004750     OPEN INPUT ARRANGE-FILE.
004760     OPEN INPUT SCOREBND-FILE.
004770     OPEN INPUT ECLCFG-FILE.
004780     OPEN I-O ECLACCT-FILE.
004790     OPEN I-O ECLHIST-FILE.
004800     OPEN OUTPUT REPORT-FILE.
004810     OPEN OUTPUT EXTRACT-FILE.

004820     MOVE 'TOD' TO DP-FUNCTION.
004830     CALL 'DCI8BDAT' USING DATEPARM.
004840     MOVE DP-JULIAN TO WS-TODAY.
004850     MOVE DP-JULIAN TO WS-TODAY-YYYYDDD.
004860     MOVE DP-GREGORIAN TO RH-RUN-DATE.
004870     MOVE WS-PERIOD TO RH-PERIOD.

004880*    THE THREE STAGE LINES ALWAYS PRINT, EVEN WHEN EMPTY
004890     MOVE 'S' TO WS-FIND-DIM.
004900     MOVE '1' TO WS-FIND-VALUE.
004910     PERFORM 2720-FIND-LINE THRU 2720-EXIT.
004920     MOVE '2' TO WS-FIND-VALUE.
004930     PERFORM 2720-FIND-LINE THRU 2720-EXIT.
004940     MOVE '3' TO WS-FIND-VALUE.
004950     PERFORM 2720-FIND-LINE THRU 2720-EXIT.

004960     PERFORM 1200-LOAD-PREVIOUS THRU 1200-EXIT.

004970     PERFORM 1100-READ-ACCTFILE THRU 1100-EXIT.

004980 1000-EXIT.
004990     EXIT.

005000 1100-READ-ACCTFILE.

005010     READ ACCTFILE NEXT RECORD
005020         AT END
005030             GO TO 1100-EOF
005040     END-READ.

005050     ADD 1 TO WS-READ-COUNT.
005060     GO TO 1100-EXIT.

005070 1100-EOF.
005080     MOVE 'Y' TO WS-EOF-SW.

005090 1100-EXIT.
005100     EXIT.

005110*-----------------------------------------------------------------
005120* 1200-LOAD-PREVIOUS - LAST PERIOD'S ECLHIST LINES INTO THE TABLE
005130* AS THE FIGURES THIS MONTH MOVES FROM. A BRANCH OR PRODUCT WITH
005140* NOTHING LEFT THIS MONTH STILL GETS ITS LINE, SO ITS PROVISION
005150* IS RELEASED
005160*-----------------------------------------------------------------
005170 1200-LOAD-PREVIOUS.

005180     MOVE LOW-VALUES TO EL-KEY.
005190     MOVE WS-PREV-PERIOD TO EL-PERIOD.
005200     MOVE 'N' TO WS-HIST-EOF-SW.

005210     START ECLHIST-FILE KEY NOT < EL-KEY
005220         INVALID KEY
005230             GO TO 1200-EXIT
005240     END-START.

005250     PERFORM 1210-LOAD-ONE-ROW THRU 1210-EXIT
005260         UNTIL WS-HIST-EOF.

005270 1200-EXIT.
005280     EXIT.

005290 1210-LOAD-ONE-ROW.

005300     READ ECLHIST-FILE NEXT RECORD
005310         AT END
005320             MOVE 'Y' TO WS-HIST-EOF-SW
005330             GO TO 1210-EXIT
005340     END-READ.

005350     IF EL-PERIOD NOT = WS-PREV-PERIOD THEN
005360         MOVE 'Y' TO WS-HIST-EOF-SW
005370         GO TO 1210-EXIT
005380     END-IF.

005390     MOVE EL-DIM TO WS-FIND-DIM.
005400     MOVE EL-VALUE TO WS-FIND-VALUE.
005410     PERFORM 2720-FIND-LINE THRU 2720-EXIT.
005420     IF WS-LN-SUB > 0 THEN
005430         MOVE EL-PROVISION TO WS-LN-PREV-PROV(WS-LN-SUB)
005440     END-IF.

005450 1210-EXIT.
005460     EXIT.

005470*-----------------------------------------------------------------
005480* 2000-PROCESS-ACCOUNT - STAGE THE ACCOUNT, PROVIDE FOR WHAT IT
005490* HAS DRAWN AND FILE IT UNDER ITS STAGE, BRANCH AND PRODUCT. AN
005500* ACCOUNT IN CREDIT OR AT NIL IS STILL STAGED, SO ITS BASE BAND
005510* IS TAKEN, BUT CARRIES NO PROVISION AND IS NOT COUNTED
005520*-----------------------------------------------------------------
005530 2000-PROCESS-ACCOUNT.

005540     PERFORM 2100-CHECK-ARREARS THRU 2100-EXIT.
005550     PERFORM 2150-CHECK-CASES THRU 2150-EXIT.
005560     PERFORM 2200-SCORE-BAND THRU 2200-EXIT.
005570     PERFORM 2400-READ-BASELINE THRU 2400-EXIT.
005580     PERFORM 2300-SET-STAGE THRU 2300-EXIT.

005590     MOVE 0 TO WS-LOSS-PCT.
005600     MOVE 0 TO WS-ACCT-PROV.
005610     IF AF-CURR-BAL > 0 THEN
005620         ADD 1 TO WS-DRAWN-COUNT
005630         PERFORM 2500-LOSS-RATE THRU 2500-EXIT
005640         COMPUTE WS-ACCT-PROV ROUNDED =
005650             AF-CURR-BAL * WS-LOSS-PCT / 100
005660         PERFORM 2700-ADD-TO-LINES THRU 2700-EXIT
005670     END-IF.

005680     PERFORM 2600-UPDATE-BASELINE THRU 2600-EXIT.

005690     PERFORM 1100-READ-ACCTFILE THRU 1100-EXIT.

005700 2000-EXIT.
005710     EXIT.

005720*-----------------------------------------------------------------
005730* 2100-CHECK-ARREARS - THE ACCOUNT'S OLDEST UNPAID CYCLE, AGED
005740* ON THE DCI8BAGE BOUNDARIES: DUE DATE PLUS 30 AND PLUS 90 DAYS
005750*-----------------------------------------------------------------
005760 2100-CHECK-ARREARS.

005770     MOVE '0' TO WS-ARREARS.
005780     MOVE 'N' TO WS-CYCLE-EOF-SW.
005790     MOVE AF-ACCTNO TO CY-ACCTNO.
005800     MOVE 0 TO CY-PERIOD.

005810     START CYCLE-FILE KEY NOT < CY-KEY
005820         INVALID KEY
005830             GO TO 2100-EXIT
005840     END-START.

005850     PERFORM 2110-NEXT-CYCLE THRU 2110-EXIT
005860         UNTIL WS-CYCLE-EOF.

005870 2100-EXIT.
005880     EXIT.

005890 2110-NEXT-CYCLE.

005900     READ CYCLE-FILE NEXT RECORD
005910         AT END
005920             MOVE 'Y' TO WS-CYCLE-EOF-SW
005930             GO TO 2110-EXIT
005940     END-READ.

005950     IF CY-ACCTNO NOT = AF-ACCTNO THEN
005960         MOVE 'Y' TO WS-CYCLE-EOF-SW
005970         GO TO 2110-EXIT
005980     END-IF.

005990     IF NOT CY-UNPAID OR CY-DUE-DATE NOT < WS-TODAY THEN
006000         GO TO 2110-EXIT
006010     END-IF.

006020*    THE FIRST UNPAID CYCLE PAST ITS DUE DATE IS THE OLDEST -
006030*    NOTHING LATER CAN BE FURTHER BEHIND
006040     MOVE 'Y' TO WS-CYCLE-EOF-SW.

006050     MOVE 'ADD' TO DP-FUNCTION.
006060     MOVE CY-DUE-DATE TO DP-JULIAN.
006070     MOVE 30 TO DP-DAYS.
006080     CALL 'DCI8BDAT' USING DATEPARM.
006090     IF NOT DP-RC-GOOD THEN
006100         GO TO 2110-EXIT
006110     END-IF.
006120     MOVE DP-JULIAN TO WS-DUE-30.

006130     MOVE 'ADD' TO DP-FUNCTION.
006140     MOVE CY-DUE-DATE TO DP-JULIAN.
006150     MOVE 90 TO DP-DAYS.
006160     CALL 'DCI8BDAT' USING DATEPARM.
006170     IF NOT DP-RC-GOOD THEN
006180         GO TO 2110-EXIT
006190     END-IF.
006200     MOVE DP-JULIAN TO WS-DUE-90.

006210     IF WS-TODAY > WS-DUE-90 THEN
006220         MOVE '9' TO WS-ARREARS
006230     ELSE IF WS-TODAY > WS-DUE-30 THEN
006240         MOVE '3' TO WS-ARREARS
006250         END-IF
006260     END-IF.

006270 2110-EXIT.
006280     EXIT.

006290*-----------------------------------------------------------------
006300* 2150-CHECK-CASES - AN ACTIVE INSOLVENCY CASE, A CHARGE-OFF
006310* RECOMMENDED ON THE WORKLIST, AN ON-TRACK ARRANGEMENT
006320*-----------------------------------------------------------------
006330 2150-CHECK-CASES.

006340     MOVE 'N' TO WS-INSOLVENT-SW.
006350     MOVE 'N' TO WS-CHGOFF-SW.
006360     MOVE 'N' TO WS-ARRANGED-SW.

006370     MOVE AF-ACCTNO TO IV-ACCTNO.
006380     READ INSOLV-FILE
006390         INVALID KEY
006400             MOVE SPACE TO IV-STATUS
006410     END-READ.
006420     IF IV-ACTIVE THEN
006430         MOVE 'Y' TO WS-INSOLVENT-SW
006440     END-IF.

006450     MOVE AF-ACCTNO TO WL-ACCTNO.
006460     READ WORKLIST-FILE
006470         INVALID KEY
006480             MOVE SPACE TO WL-DISPOSITION
006490     END-READ.
006500     IF WL-RECOMMEND-FREEZE THEN
006510         MOVE 'Y' TO WS-CHGOFF-SW
006520     END-IF.

006530     MOVE AF-ACCTNO TO AR-ACCTNO.
006540     READ ARRANGE-FILE
006550         INVALID KEY
006560             MOVE SPACE TO AR-STATUS
006570     END-READ.
006580     IF AR-ON-TRACK THEN
006590         MOVE 'Y' TO WS-ARRANGED-SW
006600     END-IF.

006610 2150-EXIT.
006620     EXIT.

006630*-----------------------------------------------------------------
006640* 2200-SCORE-BAND - THE SCOREBND BAND HOLDING THE ACCOUNT'S
006650* BUREAU SCORE, BY ITS MINIMUM SCORE. AN ACCOUNT NEVER SCORED
006660* IS IN NO BAND
006670*-----------------------------------------------------------------
006680 2200-SCORE-BAND.

006690     MOVE SPACES TO WS-CURR-BAND.
006700     MOVE 'N' TO WS-BAND-HIT-SW.
006710     MOVE 'N' TO WS-BAND-EOF-SW.

006720     IF AF-BUREAU-SCORE IS NOT NUMERIC OR AF-BSCORE-DATE = 0 THEN
006730         GO TO 2200-EXIT
006740     END-IF.
006750     MOVE AF-BUREAU-SCORE TO WS-SCORE.

006760     MOVE 0 TO SB-MIN-SCORE.
006770     START SCOREBND-FILE KEY NOT < SB-MIN-SCORE
006780         INVALID KEY
006790             GO TO 2200-EXIT
006800     END-START.

006810     PERFORM 2210-NEXT-BAND THRU 2210-EXIT
006820         UNTIL WS-BAND-EOF OR WS-BAND-HIT.

006830     IF WS-BAND-HIT THEN
006840         MOVE SB-MIN-SCORE TO WS-CURR-BAND-NUM
006850     END-IF.

006860 2200-EXIT.
006870     EXIT.

006880 2210-NEXT-BAND.

006890     READ SCOREBND-FILE NEXT RECORD
006900         AT END
006910             MOVE 'Y' TO WS-BAND-EOF-SW
006920             GO TO 2210-EXIT
006930     END-READ.

006940     IF WS-SCORE NOT < SB-MIN-SCORE AND
006950             WS-SCORE NOT > SB-MAX-SCORE THEN
006960         MOVE 'Y' TO WS-BAND-HIT-SW
006970     END-IF.

006980 2210-EXIT.
006990     EXIT.

007000*-----------------------------------------------------------------
007010* 2300-SET-STAGE - THE WORST STAGE ANY TEST PUTS THE ACCOUNT IN,
007020* COUNTED UNDER THE FIRST TEST IT MET
007030*-----------------------------------------------------------------
007040 2300-SET-STAGE.

007050     MOVE '3' TO WS-STAGE.

007060     IF WS-INSOLVENT THEN
007070         ADD 1 TO WS-WHY-INSOLV
007080         GO TO 2300-EXIT
007090     END-IF.
007100     IF WS-CHGOFF-PENDING THEN
007110         ADD 1 TO WS-WHY-CHGOFF
007120         GO TO 2300-EXIT
007130     END-IF.
007140     IF WS-ARREARS-90 THEN
007150         ADD 1 TO WS-WHY-90
007160         GO TO 2300-EXIT
007170     END-IF.

007180     MOVE '2' TO WS-STAGE.

007190     IF WS-ARREARS-30 THEN
007200         ADD 1 TO WS-WHY-30
007210         GO TO 2300-EXIT
007220     END-IF.
007230     IF WS-ARRANGED THEN
007240         ADD 1 TO WS-WHY-ARRANGE
007250         GO TO 2300-EXIT
007260     END-IF.
007270     IF WS-BAND-HIT AND WS-BASE-BAND NOT = SPACES THEN
007280         IF WS-CURR-BAND-NUM < WS-BASE-BAND-NUM THEN
007290             ADD 1 TO WS-WHY-SCORE
007300             GO TO 2300-EXIT
007310         END-IF
007320     END-IF.

007330     MOVE '1' TO WS-STAGE.

007340 2300-EXIT.
007350     EXIT.

007360*-----------------------------------------------------------------
007370* 2400-READ-BASELINE - THE ACCOUNT'S ECLACCT ROW AND THE BAND IT
007380* WAS FIRST SEEN IN. AN ACCOUNT NEW TO THIS JOB, OR NEVER YET
007390* SCORED, TAKES TODAY'S BAND AS ITS BASE
007400*-----------------------------------------------------------------
007410 2400-READ-BASELINE.

007420     MOVE 'Y' TO WS-EA-FOUND-SW.
007430     MOVE AF-ACCTNO TO EA-ACCTNO.
007440     READ ECLACCT-FILE
007450         INVALID KEY
007460             MOVE 'N' TO WS-EA-FOUND-SW
007470     END-READ.

007480     IF NOT WS-EA-FOUND THEN
007490         MOVE SPACES TO ECLACCT-REC
007500         MOVE AF-ACCTNO TO EA-ACCTNO
007510         MOVE 0 TO EA-BASE-PERIOD
007520         MOVE 0 TO EA-LAST-BALANCE
007530         MOVE 0 TO EA-LAST-PROVISION
007540     END-IF.

007550     IF EA-BASE-BAND = SPACES AND WS-BAND-HIT THEN
007560         MOVE WS-CURR-BAND TO EA-BASE-BAND
007570         MOVE WS-PERIOD TO EA-BASE-PERIOD
007580     END-IF.

007590     MOVE EA-BASE-BAND TO WS-BASE-BAND.

007600 2400-EXIT.
007610     EXIT.

007620*-----------------------------------------------------------------
007630* 2500-LOSS-RATE - THE ECLCFG RATE FOR THE STAGE AND BAND, ELSE
007640* THE STAGE'S 'ALL' ROW, ELSE NONE
007650*-----------------------------------------------------------------
007660 2500-LOSS-RATE.

007670     MOVE 'Y' TO WS-RATE-FOUND-SW.

007680     IF WS-BAND-HIT THEN
007690         MOVE WS-STAGE TO EC-STAGE
007700         MOVE WS-CURR-BAND TO EC-BAND
007710         READ ECLCFG-FILE
007720             INVALID KEY
007730                 MOVE 'N' TO WS-RATE-FOUND-SW
007740         END-READ
007750         IF WS-RATE-FOUND THEN
007760             MOVE EC-LOSS-PCT TO WS-LOSS-PCT
007770             GO TO 2500-EXIT
007780         END-IF
007790     END-IF.

007800     MOVE 'Y' TO WS-RATE-FOUND-SW.
007810     MOVE WS-STAGE TO EC-STAGE.
007820     MOVE 'ALL' TO EC-BAND.
007830     READ ECLCFG-FILE
007840         INVALID KEY
007850             MOVE 'N' TO WS-RATE-FOUND-SW
007860     END-READ.

007870     IF WS-RATE-FOUND THEN
007880         MOVE EC-LOSS-PCT TO WS-LOSS-PCT
007890     ELSE
007900         ADD 1 TO WS-UNRATED-COUNT
007910     END-IF.

007920 2500-EXIT.
007930     EXIT.

007940*-----------------------------------------------------------------
007950* 2600-UPDATE-BASELINE - THIS RUN'S WORKING ON THE ACCOUNT'S
007960* ECLACCT ROW, ADDED THE FIRST TIME IT IS SEEN
007970*-----------------------------------------------------------------
007980 2600-UPDATE-BASELINE.

007990     MOVE WS-PERIOD TO EA-LAST-PERIOD.
008000     MOVE WS-STAGE TO EA-LAST-STAGE.
008010     MOVE WS-CURR-BAND TO EA-LAST-BAND.
008020     MOVE WS-LOSS-PCT TO EA-LAST-RATE.
008030     MOVE AF-CURR-BAL TO EA-LAST-BALANCE.
008040     MOVE WS-ACCT-PROV TO EA-LAST-PROVISION.

008050     IF WS-EA-FOUND THEN
008060         REWRITE ECLACCT-REC
008070             INVALID KEY
008080                 CONTINUE
008090         END-REWRITE
008100     ELSE
008110         WRITE ECLACCT-REC
008120             INVALID KEY
008130                 CONTINUE
008140         END-WRITE
008150         ADD 1 TO WS-EA-NEW-COUNT
008160     END-IF.

008170 2600-EXIT.
008180     EXIT.

008190*-----------------------------------------------------------------
008200* 2700-ADD-TO-LINES - THE ACCOUNT ONTO ITS STAGE, BRANCH AND
008210* PRODUCT LINES. ROWS FILED BEFORE THE PRODUCT EXISTED CARRY
008220* LOW-VALUES THERE AND COUNT AS NO PRODUCT
008230*-----------------------------------------------------------------
008240 2700-ADD-TO-LINES.

008250     MOVE 'S' TO WS-FIND-DIM.
008260     MOVE WS-STAGE TO WS-FIND-VALUE.
008270     PERFORM 2710-ADD-ONE-LINE THRU 2710-EXIT.

008280     MOVE 'B' TO WS-FIND-DIM.
008290     MOVE AF-BRANCH TO WS-FIND-VALUE.
008300     PERFORM 2710-ADD-ONE-LINE THRU 2710-EXIT.

008310     IF AF-PRODUCT-CODE = SPACES OR
008320         AF-PRODUCT-CODE = LOW-VALUES THEN
008330         MOVE 'NONE' TO WS-ACCT-PRODUCT
008340     ELSE
008350         MOVE AF-PRODUCT-CODE TO WS-ACCT-PRODUCT
008360     END-IF.
008370     MOVE 'P' TO WS-FIND-DIM.
008380     MOVE WS-ACCT-PRODUCT TO WS-FIND-VALUE.
008390     PERFORM 2710-ADD-ONE-LINE THRU 2710-EXIT.

008400     ADD 1 TO WS-TOTAL-COUNT.
008410     ADD AF-CURR-BAL TO WS-TOTAL-BALANCE.
008420     ADD WS-ACCT-PROV TO WS-TOTAL-PROVISION.

008430 2700-EXIT.
008440     EXIT.

008450 2710-ADD-ONE-LINE.

008460     PERFORM 2720-FIND-LINE THRU 2720-EXIT.

008470     IF WS-LN-SUB > 0 THEN
008480         ADD 1 TO WS-LN-COUNT(WS-LN-SUB)
008490         ADD AF-CURR-BAL TO WS-LN-BALANCE(WS-LN-SUB)
008500         ADD WS-ACCT-PROV TO WS-LN-PROVISION(WS-LN-SUB)
008510     END-IF.

008520 2710-EXIT.
008530     EXIT.

008540*-----------------------------------------------------------------
008550* 2720-FIND-LINE - WS-LN-SUB TO THE LINE FOR WS-FIND-DIM AND
008560* WS-FIND-VALUE, OPENING A NEW ONE THE FIRST TIME IT IS MET.
008570* ZERO WHEN THE TABLE IS FULL - COUNTED, AND THE RUN FAILS
008580*-----------------------------------------------------------------
008590 2720-FIND-LINE.

008600     MOVE 'N' TO WS-LINE-FOUND-SW.
008610     PERFORM 2730-MATCH-LINE THRU 2730-EXIT
008620         VARYING WS-LN-SUB FROM 1 BY 1
008630         UNTIL WS-LN-SUB > WS-LN-USED
008640            OR WS-LINE-FOUND.

008650     IF WS-LINE-FOUND THEN
008660         SUBTRACT 1 FROM WS-LN-SUB
008670         GO TO 2720-EXIT
008680     END-IF.

008690     IF WS-LN-USED NOT < 300 THEN
008700         ADD 1 TO WS-LN-DROPPED
008710         MOVE 0 TO WS-LN-SUB
008720         GO TO 2720-EXIT
008730     END-IF.

008740     ADD 1 TO WS-LN-USED.
008750     MOVE WS-LN-USED TO WS-LN-SUB.
008760     MOVE WS-FIND-DIM TO WS-LN-DIM(WS-LN-SUB).
008770     MOVE WS-FIND-VALUE TO WS-LN-VALUE(WS-LN-SUB).
008780     MOVE 0 TO WS-LN-COUNT(WS-LN-SUB).
008790     MOVE 0 TO WS-LN-BALANCE(WS-LN-SUB).
008800     MOVE 0 TO WS-LN-PROVISION(WS-LN-SUB).
008810     MOVE 0 TO WS-LN-PREV-PROV(WS-LN-SUB).

008820 2720-EXIT.
008830     EXIT.

008840* ONE STEP OF THE TABLE SEARCH - THE VARYING CLAUSE STEPS PAST A
008850* MATCH BEFORE THE TEST, HENCE THE SUBTRACT ABOVE
008860 2730-MATCH-LINE.

008870     IF WS-LN-DIM(WS-LN-SUB) = WS-FIND-DIM AND
008880        WS-LN-VALUE(WS-LN-SUB) = WS-FIND-VALUE THEN
008890         MOVE 'Y' TO WS-LINE-FOUND-SW
008900     END-IF.

008910 2730-EXIT.
008920     EXIT.

008930*-----------------------------------------------------------------
008940* 3000-WRITE-HISTORY - THIS MONTH'S LINES TO ECLHIST, REWRITING
008950* ANY A RERUN OF THE PERIOD FINDS ALREADY THERE
008960*-----------------------------------------------------------------
008970 3000-WRITE-HISTORY.

008980     PERFORM 3010-WRITE-ONE-ROW THRU 3010-EXIT
008990         VARYING WS-LN-SUB FROM 1 BY 1
009000         UNTIL WS-LN-SUB > WS-LN-USED.

009010 3000-EXIT.
009020     EXIT.

009030 3010-WRITE-ONE-ROW.

009040     MOVE SPACES TO ECLHIST-REC.
009050     MOVE WS-PERIOD TO EL-PERIOD.
009060     MOVE WS-LN-DIM(WS-LN-SUB) TO EL-DIM.
009070     MOVE WS-LN-VALUE(WS-LN-SUB) TO EL-VALUE.
009080     MOVE WS-LN-COUNT(WS-LN-SUB) TO EL-COUNT.
009090     MOVE WS-LN-BALANCE(WS-LN-SUB) TO EL-BALANCE.
009100     MOVE WS-LN-PROVISION(WS-LN-SUB) TO EL-PROVISION.
009110     MOVE WS-TODAY-YYYYDDD TO EL-RUN-DATE.

009120     WRITE ECLHIST-REC
009130         INVALID KEY
009140             REWRITE ECLHIST-REC
009150     END-WRITE.

009160     ADD 1 TO WS-HIST-COUNT.

009170 3010-EXIT.
009180     EXIT.

009190*-----------------------------------------------------------------
009200* 4000-PRINT-REPORT - THE STAGE, BRANCH AND PRODUCT SECTIONS AND
009210* THE GRAND TOTAL
009220*-----------------------------------------------------------------
009230 4000-PRINT-REPORT.

009240     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.

009250     MOVE 'STAGE' TO RH-SECTION.
009260     MOVE 'S' TO WS-PRINT-DIM.
009270     PERFORM 4100-PRINT-SECTION THRU 4100-EXIT.

009280     MOVE 'BRANCH' TO RH-SECTION.
009290     MOVE 'B' TO WS-PRINT-DIM.
009300     PERFORM 4100-PRINT-SECTION THRU 4100-EXIT.

009310     MOVE 'PROD' TO RH-SECTION.
009320     MOVE 'P' TO WS-PRINT-DIM.
009330     PERFORM 4100-PRINT-SECTION THRU 4100-EXIT.

009340*    EVERY ACCOUNT IS ON ONE STAGE LINE, SO LAST MONTH'S TOTAL IS
009350*    THE SUM OF THE STAGE LINES
009360     MOVE 0 TO WS-TOTAL-PREV-PROV.
009370     PERFORM 4200-ADD-PREV-STAGE THRU 4200-EXIT
009380         VARYING WS-LN-SUB FROM 1 BY 1
009390         UNTIL WS-LN-SUB > WS-LN-USED.

009400     MOVE SPACES TO REPORT-LINE.
009410     WRITE REPORT-LINE.
009420     MOVE 'TOTL' TO DL-VALUE.
009430     MOVE WS-TOTAL-COUNT TO DL-COUNT.
009440     MOVE WS-TOTAL-BALANCE TO DL-BALANCE.
009450     MOVE WS-TOTAL-PROVISION TO DL-PROVISION.
009460     MOVE WS-TOTAL-PREV-PROV TO DL-PREV-PROV.
009470     COMPUTE WS-MOVEMENT = WS-TOTAL-PROVISION
009480         - WS-TOTAL-PREV-PROV.
009490     MOVE WS-MOVEMENT TO DL-MOVEMENT.
009500     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

009510 4000-EXIT.
009520     EXIT.

009530 4100-PRINT-SECTION.

009540     MOVE SPACES TO REPORT-LINE.
009550     WRITE REPORT-LINE.
009560     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

009570     PERFORM 4110-PRINT-LINE THRU 4110-EXIT
009580         VARYING WS-LN-SUB FROM 1 BY 1
009590         UNTIL WS-LN-SUB > WS-LN-USED.

009600 4100-EXIT.
009610     EXIT.

009620 4110-PRINT-LINE.

009630     IF WS-LN-DIM(WS-LN-SUB) NOT = WS-PRINT-DIM THEN
009640         GO TO 4110-EXIT
009650     END-IF.

009660     MOVE WS-LN-VALUE(WS-LN-SUB) TO DL-VALUE.
009670     MOVE WS-LN-COUNT(WS-LN-SUB) TO DL-COUNT.
009680     MOVE WS-LN-BALANCE(WS-LN-SUB) TO DL-BALANCE.
009690     MOVE WS-LN-PROVISION(WS-LN-SUB) TO DL-PROVISION.
009700     MOVE WS-LN-PREV-PROV(WS-LN-SUB) TO DL-PREV-PROV.
009710     COMPUTE WS-MOVEMENT = WS-LN-PROVISION(WS-LN-SUB)
009720         - WS-LN-PREV-PROV(WS-LN-SUB).
009730     MOVE WS-MOVEMENT TO DL-MOVEMENT.
009740     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

009750 4110-EXIT.
009760     EXIT.

009770 4200-ADD-PREV-STAGE.

009780     IF WS-LN-DIM(WS-LN-SUB) = 'S' THEN
009790         ADD WS-LN-PREV-PROV(WS-LN-SUB) TO WS-TOTAL-PREV-PROV
009800     END-IF.

009810 4200-EXIT.
009820     EXIT.

009830*-----------------------------------------------------------------
009840* 5000-WRITE-JOURNAL - EACH BRANCH'S MOVEMENT AS A BALANCED PAIR
009850* AND THE TRL ROW THE LEDGER SIDE RECONCILES AGAINST. A BRANCH
009860* WHOSE PROVISION DID NOT MOVE WRITES NOTHING
009870*-----------------------------------------------------------------
009880 5000-WRITE-JOURNAL.

009890     PERFORM 5100-BRANCH-MOVEMENT THRU 5100-EXIT
009900         VARYING WS-LN-SUB FROM 1 BY 1
009910         UNTIL WS-LN-SUB > WS-LN-USED.

009920     MOVE WS-GL-COUNT TO GT-LINE-COUNT.
009930     MOVE WS-DR-TOTAL TO GT-DR-TOTAL.
009940     MOVE WS-CR-TOTAL TO GT-CR-TOTAL.
009950     WRITE EXTRACT-REC FROM WS-GL-TRAILER.

009960 5000-EXIT.
009970     EXIT.

009980 5100-BRANCH-MOVEMENT.

009990     IF WS-LN-DIM(WS-LN-SUB) NOT = 'B' THEN
010000         GO TO 5100-EXIT
010010     END-IF.

010020     COMPUTE WS-MOVEMENT = WS-LN-PROVISION(WS-LN-SUB)
010030         - WS-LN-PREV-PROV(WS-LN-SUB).

010040     IF WS-MOVEMENT = 0 THEN
010050         GO TO 5100-EXIT
010060     END-IF.

010070     IF WS-MOVEMENT > 0 THEN
010080         MOVE 'IMPAIRMT' TO WS-DR-ACCT
010090         MOVE 'PROVISN ' TO WS-CR-ACCT
010100     ELSE
010110         MOVE 'PROVISN ' TO WS-DR-ACCT
010120         MOVE 'IMPAIRMT' TO WS-CR-ACCT
010130         COMPUTE WS-MOVEMENT = 0 - WS-MOVEMENT
010140     END-IF.

010150     MOVE 'DTL' TO GL-REC-TYPE.
010160     MOVE WS-LN-VALUE(WS-LN-SUB) TO GL-BRANCH.
010170     MOVE WS-MOVEMENT TO GL-AMOUNT.
010180     MOVE WS-TODAY-YYYYDDD TO GL-DATE.

010190     MOVE WS-DR-ACCT TO GL-ACCOUNT.
010200     MOVE 'D' TO GL-DRCR.
010210     WRITE EXTRACT-REC FROM WS-GL-LINE.
010220     ADD 1 TO WS-GL-COUNT.
010230     ADD WS-MOVEMENT TO WS-DR-TOTAL.

010240     MOVE WS-CR-ACCT TO GL-ACCOUNT.
010250     MOVE 'C' TO GL-DRCR.
010260     WRITE EXTRACT-REC FROM WS-GL-LINE.
010270     ADD 1 TO WS-GL-COUNT.
010280     ADD WS-MOVEMENT TO WS-CR-TOTAL.

010290 5100-EXIT.
010300     EXIT.

010310 9000-TERMINATE.

010320     DISPLAY 'DCI8BECL - EXPECTED CREDIT LOSS - RUN SUMMARY'.
010330     DISPLAY 'PERIOD           : ' WS-PERIOD.
010340     DISPLAY 'ACCOUNTS READ    : ' WS-READ-COUNT.
010350     DISPLAY 'ACCOUNTS DRAWN   : ' WS-DRAWN-COUNT.
010360     DISPLAY 'NEW TO ECLACCT   : ' WS-EA-NEW-COUNT.
010370     DISPLAY 'STAGE 3 INSOLV   : ' WS-WHY-INSOLV.
010380     DISPLAY 'STAGE 3 CHG-OFF  : ' WS-WHY-CHGOFF.
010390     DISPLAY 'STAGE 3 90+ DAYS : ' WS-WHY-90.
010400     DISPLAY 'STAGE 2 30+ DAYS : ' WS-WHY-30.
010410     DISPLAY 'STAGE 2 ARRANGED : ' WS-WHY-ARRANGE.
010420     DISPLAY 'STAGE 2 SCORE    : ' WS-WHY-SCORE.
010430     DISPLAY 'UNRATED - NO ECLCFG ROW: ' WS-UNRATED-COUNT.
010440     DISPLAY 'TOTAL PROVISION  : ' WS-TOTAL-PROVISION.
010450     DISPLAY 'ECLHIST ROWS     : ' WS-HIST-COUNT.
010460     DISPLAY 'JOURNAL LINES    : ' WS-GL-COUNT.
010470     DISPLAY 'DEBIT TOTAL      : ' WS-DR-TOTAL.
010480     DISPLAY 'CREDIT TOTAL     : ' WS-CR-TOTAL.

010490     IF WS-LN-DROPPED > 0 THEN
010500         DISPLAY 'LINE TABLE FULL - LINES NOT HELD: '
010510             WS-LN-DROPPED
010520         DISPLAY 'JOURNAL DOES NOT RECONCILE - DO NOT SHIP'
010530     END-IF.

010540     IF NOT WS-PARM-OK THEN
010550         GO TO 9000-EXIT
010560     END-IF.

010570     CLOSE ACCTFILE.
010580     CLOSE CYCLE-FILE.
010590     CLOSE INSOLV-FILE.
010600     CLOSE WORKLIST-FILE.
010610     CLOSE ARRANGE-FILE.
010620     CLOSE SCOREBND-FILE.
010630     CLOSE ECLCFG-FILE.
010640     CLOSE ECLACCT-FILE.
010650     CLOSE ECLHIST-FILE.
010660     CLOSE REPORT-FILE.
010670     CLOSE EXTRACT-FILE.

010680 9000-EXIT.
010690     EXIT.

010700*-----------------------------------------------------------------
010710* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
010720* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
010730* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
010740*-----------------------------------------------------------------
010750 8100-WRITE-JRNL-START.

010760*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
010770*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
010780     MOVE 'DCI8BECL' TO JG-JOBNAME.
010790     CALL 'DCI8BJGT' USING JOBGATE.
010800     IF JG-RC-BLOCKED THEN
010810         MOVE JG-BLOCKED-RC TO RETURN-CODE
010820         STOP RUN
010830     END-IF.

010840     MOVE 'DCI8BECL' TO JR-JOBNAME.
010850     MOVE 'S' TO JR-ROW-TYPE.
010860     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
010870         JR-REJECTED-COUNT.
010880     MOVE SPACE TO JR-STATUS.
010890     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

010900 8100-EXIT.
010910     EXIT.

010920 8200-WRITE-JRNL-END.

010930     MOVE 'DCI8BECL' TO JR-JOBNAME.
010940     MOVE 'E' TO JR-ROW-TYPE.
010950     MOVE WS-READ-COUNT TO JR-READ-COUNT.
010960     MOVE WS-GL-COUNT TO JR-WRITTEN-COUNT.
010970     MOVE WS-LN-DROPPED TO JR-REJECTED-COUNT.
010980*    NO PERIOD TO PROVIDE FOR, OR A JOURNAL THAT WOULD NOT
010990*    RECONCILE, JOURNALS FAILED SO THE MORNING CHECK CATCHES IT
011000     IF WS-LN-DROPPED > 0 OR NOT WS-PARM-OK THEN
011010         MOVE 'F' TO JR-STATUS
011020     ELSE
011030         MOVE 'G' TO JR-STATUS
011040     END-IF.
011050     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

011060 8200-EXIT.
011070     EXIT.

011080 8300-STAMP-AND-WRITE.

011090     ACCEPT JR-DATE FROM DAY YYYYDDD.
011100     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
011110     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

011120     OPEN EXTEND JOURNAL-FILE.
011130     WRITE JR-REC.
011140     CLOSE JOURNAL-FILE.

011150 8300-EXIT.
011160     EXIT.

011170 END PROGRAM DCI8BECL.
