000010*****************************************************************
000020* DCI8BCRI - MONTHLY CARD REISSUE AND EMBOSSER EXTRACT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BCRI.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 09-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-09 AA   INITIAL VERSION - RENEWS THE CARDS EXPIRING
000160*                 NEXT MONTH ON LIVE, UNFROZEN ACCOUNTS AND
000170*                 SENDS THEM, WITH THE NEW AND REPLACEMENT
000180*                 PLASTICS ORDERED ON DCI8DPHE, TO THE EMBOSSER
000182* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000184*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000186*                 STOPS WITH RETURN CODE 12 WHEN A
000188*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000190*-----------------------------------------------------------------
000200*****************************************************************
000210* THIS JOB WALKS THE CARDREC PLASTIC REGISTER IN KEY ORDER AND
000220* PICKS UP TWO KINDS OF WORK FOR THE EMBOSSER:
000230*   - A LIVE PLASTIC EXPIRING IN THE TARGET MONTH (NEXT MONTH
000240*     BY DEFAULT) IS RENEWED - A NEW CARDREC ROW UNDER THE SAME
000250*     NUMBER, THREE YEARS ON, POINTING BACK AT THE OLD ONE.
000260*     A RENEWAL ALREADY ON FILE IS NOT MADE TWICE, SO A RERUN
000270*     OF THE MONTH IS HARMLESS;
000280*   - A PLASTIC ISSUED OR REPLACED ONLINE AND STILL WAITING
000290*     ('P') IS SENT AND MARKED 'E'.
000300* EITHER WAY THE ACCOUNT MUST STILL BE ON ACCTFILE, NOT FROZEN
000310* (STAT 'X'), NOT DECEASED AND NOT GONE-AWAY - THERE IS NO
000320* SENSE MAILING A CARD NOBODY SHOULD USE OR NOBODY WILL GET -
000330* AND AN AUTHORIZED USER MUST STILL BE ON RELPARTY AS ROLE
000340* 'A'. A HELD PENDING PLASTIC STAYS 'P' AND GOES ON A LATER
000350* RUN ONCE THE ACCOUNT IS CLEAR. THE EXTRACT (EMBOSSX) OPENS
000360* WITH AN HDR ROW (FEED ID, RUN DATE, TARGET MONTH) AND CLOSES
000370* WITH A TRL ROW CARRYING THE CARD COUNT AND A HASH OF THE LAST
000380* TEN DIGITS OF EVERY CARD NUMBER, FOR THE BUREAU TO PROVE THE
000390* FILE COMPLETE. AN OPTIONAL CRIPARM CARD (COLS 1-6, YYYYMM)
000400* OVERRIDES THE TARGET MONTH FOR A CATCH-UP RUN
000410*****************************************************************

000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.

000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.

000480     SELECT PARM-FILE ASSIGN TO CRIPARM
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-PARM-STATUS.

000510     SELECT CARD-FILE ASSIGN TO CARDREC
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS CD-KEY
000550         FILE STATUS IS WS-CARD-STATUS.

000560     SELECT ACCTFILE ASSIGN TO ACCTFILE
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS AF-ACCTKEY
000600         FILE STATUS IS WS-ACCTFILE-STATUS.

000610     SELECT RELPARTY-FILE ASSIGN TO RELPARTY
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS RP-KEY
000650         FILE STATUS IS WS-RELPARTY-STATUS.

000660     SELECT EMBOSS-FILE ASSIGN TO EMBOSSX
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-EMBOSS-STATUS.

000690     SELECT REPORT-FILE ASSIGN TO CRIRPT
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-REPORT-STATUS.

000720     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-JOURNAL-STATUS.

000750 DATA DIVISION.
000760 FILE SECTION.

000770 FD  PARM-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD.
000800 01  PARM-REC.
000810     05  PM-TARGET-MONTH         PIC X(06).
000820     05  FILLER                  PIC X(74).

000830*-----------------------------------------------------------------
000840* CARDREC - ONE ROW PER PLASTIC, KEYED CARD NUMBER + EXPIRY, SO
000850* A RENEWAL SITS STRAIGHT AFTER THE PLASTIC IT SUCCEEDS
000860*-----------------------------------------------------------------
000870 FD  CARD-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  CARD-REC.
000900     05  CD-KEY.
000910         10  CD-CARDNO           PIC X(16).
000920         10  CD-EXPIRY           PIC 9(06).
000930     05  CD-ACCTNO               PIC X(09).
000940     05  CD-HOLDER-SEQ           PIC 9(02).
000950     05  CD-EMBOSS-NAME          PIC X(26).
000960     05  CD-STATUS               PIC X(01).
000970         88  CD-ACTIVE                   VALUE 'A'.
000980     05  CD-ISSUE-REASON         PIC X(01).
000990     05  CD-ISSUE-DATE           PIC S9(7) COMP-3.
001000     05  CD-EMBOSS-FLAG          PIC X(01).
001010         88  CD-EMBOSS-PENDING           VALUE 'P'.
001020     05  CD-EMBOSS-DATE          PIC S9(7) COMP-3.
001030     05  CD-PRIOR-KEY.
001040         10  CD-PRIOR-CARDNO     PIC X(16).
001050         10  CD-PRIOR-EXPIRY     PIC 9(06).
001060     05  CD-NEXT-CARDNO          PIC X(16).
001070     05  CD-BLOCKED-INFO.
001080         10  CD-BLK-USERID       PIC X(08).
001090         10  CD-BLK-TRMID        PIC X(04).
001100         10  CD-BLK-DATE         PIC S9(7) COMP-3.
001110         10  CD-BLK-TIME         PIC S9(7) COMP-3.
001120     05  CD-ADDED-INFO.
001130         10  CD-ADD-USERID       PIC X(08).
001140         10  CD-ADD-TRMID        PIC X(04).
001150         10  CD-ADD-DATE         PIC S9(7) COMP-3.
001160         10  CD-ADD-TIME         PIC S9(7) COMP-3.

001170 FD  ACCTFILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  ACCTFILE-REC.
001200     05  AF-ACCTKEY.
001210         10  AF-ACCTNO           PIC X(09).
001220     05  AF-FNAME                PIC X(15).
001230     05  AF-SNAME                PIC X(15).
001240     05  AF-TITL                 PIC X(04).
001250     05  AF-ADDR1                PIC X(20).
001260     05  AF-ADDR2                PIC X(20).
001270     05  AF-CRLIMIT              PIC 9(08)V99.
001280     05  AF-STAT                 PIC X(01).
001290     05  AF-CREATED-INFO.
001300         10  AF-CR-USERID        PIC X(08).
001310         10  AF-CR-TRMID         PIC X(04).
001320         10  AF-CR-DATE          PIC S9(7) COMP-3.
001330         10  AF-CR-TIME          PIC S9(7) COMP-3.
001340     05  AF-LAST-HIST-SEQ        PIC 9(04) COMP.
001350     05  AF-LAST-CHANGED-INFO.
001360         10  AF-LAST-CHG-DATE    PIC S9(7) COMP-3.
001370         10  AF-LAST-CHG-TIME    PIC S9(7) COMP-3.
001380     05  AF-PHONE                PIC X(15).
001390     05  AF-EMAIL                PIC X(30).
001400     05  AF-LAST-CHG-USERID      PIC X(08).
001410     05  AF-MAIL-ADDR1           PIC X(20).
001420     05  AF-MAIL-ADDR2           PIC X(20).
001430     05  AF-FORMER-SNAME         PIC X(15).
001440     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
001450     05  AF-BUREAU-SCORE         PIC 9(03).
001460     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001470     05  AF-BRANCH               PIC X(04).
001480     05  AF-CONTACT-PREF         PIC X(01).
001490     05  AF-STMT-CYCLE           PIC X(01).
001500     05  AF-GONEAWAY-FLAG        PIC X(01).
001510     05  AF-CUST-ID              PIC 9(08).
001520     05  AF-ESTATE-FLAG          PIC X(01).
001530     05  AF-SENS-FLAG            PIC X(01).
001535     05  AF-ANNFEE-PLAN          PIC X(01).
001536     05  AF-SETTLE-FLAG          PIC X(01).
001537     05  AF-PRODUCT-CODE         PIC X(04).

001540*-----------------------------------------------------------------
001550* RELPARTY - AN AUTHORIZED USER'S CARD RENEWS ONLY WHILE THEY
001560* ARE STILL ON THE ACCOUNT AS ROLE 'A'
001570*-----------------------------------------------------------------
001580 FD  RELPARTY-FILE
001590     LABEL RECORDS ARE STANDARD.
001600 01  RELPARTY-REC.
001610     05  RP-KEY.
001620         10  RP-ACCTNO           PIC X(09).
001630         10  RP-SEQNO            PIC 9(02).
001640     05  RP-TITL                 PIC X(04).
001650     05  RP-FNAME                PIC X(15).
001660     05  RP-SNAME                PIC X(15).
001670     05  RP-ROLE                 PIC X(01).
001680         88  RP-ROLE-AUTHORIZED          VALUE 'A'.
001690     05  FILLER                  PIC X(60).

001700*-----------------------------------------------------------------
001710* EMBOSSX - THE EMBOSSING BUREAU'S FEED. HDR, ONE CRD ROW PER
001720* PLASTIC TO MAKE AND MAIL, TRL
001730*-----------------------------------------------------------------
001740 FD  EMBOSS-FILE
001750     RECORDING MODE IS F
001760     LABEL RECORDS ARE STANDARD.
001770 01  EMBOSS-REC.
001780     05  EX-ROW-TYPE             PIC X(03).
001790     05  EX-CARDNO               PIC X(16).
001800     05  EX-EXPIRY-MMYY          PIC X(05).
001810     05  EX-EMBOSS-NAME          PIC X(26).
001820     05  EX-ACCTNO               PIC X(09).
001830     05  EX-ISSUE-REASON         PIC X(01).
001840     05  EX-MAIL-TITL            PIC X(04).
001850     05  EX-MAIL-FNAME           PIC X(15).
001860     05  EX-MAIL-SNAME           PIC X(15).
001870     05  EX-MAIL-ADDR1           PIC X(20).
001880     05  EX-MAIL-ADDR2           PIC X(20).
001890     05  FILLER                  PIC X(16).
001900 01  EMBOSS-HDR-REC.
001910     05  EH-ROW-TYPE             PIC X(03).
001920     05  EH-FEED-ID              PIC X(08).
001930     05  EH-RUN-DATE             PIC 9(07).
001940     05  EH-TARGET-MONTH         PIC 9(06).
001950     05  FILLER                  PIC X(126).
001960 01  EMBOSS-TRL-REC.
001970     05  ET-ROW-TYPE             PIC X(03).
001980     05  ET-CARD-COUNT           PIC 9(07).
001990     05  ET-CARD-HASH            PIC 9(15).
002000     05  FILLER                  PIC X(125).

002010 FD  REPORT-FILE
002020     RECORDING MODE IS F
002030     LABEL RECORDS ARE STANDARD.
002040 01  REPORT-LINE                 PIC X(80).

002050*-----------------------------------------------------------------
002060* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
002070* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
002080*-----------------------------------------------------------------
002090 FD  JOURNAL-FILE
002100     RECORDING MODE IS F
002110     LABEL RECORDS ARE STANDARD.
002120 01  JR-REC.
002130     05  JR-JOBNAME              PIC X(08).
002140     05  JR-ROW-TYPE             PIC X(01).
002150     05  JR-DATE                 PIC 9(07).
002160     05  JR-TIME                 PIC 9(06).
002170     05  JR-READ-COUNT           PIC 9(07).
002180     05  JR-WRITTEN-COUNT        PIC 9(07).
002190     05  JR-REJECTED-COUNT       PIC 9(07).
002200     05  JR-STATUS               PIC X(01).
002210     05  FILLER                  PIC X(06).

002220 WORKING-STORAGE SECTION.
002230 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002240 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002245     COPY 'JOBGATE'.

002250 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
002260 77  WS-CARD-STATUS          PIC X(02) VALUE SPACES.
002270 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
002280 77  WS-RELPARTY-STATUS      PIC X(02) VALUE SPACES.
002290 77  WS-EMBOSS-STATUS        PIC X(02) VALUE SPACES.
002300 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

002310 01  WS-SWITCHES.
002320     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
002330         88  WS-EOF-YES              VALUE 'Y'.
002340* SET WHEN A RENEWAL HAS MOVED THE FILE POSITION - THE NEXT
002350* READ RESTARTS JUST PAST THE PLASTIC LAST TAKEN
002360     05  WS-REPOSITION-SW    PIC X(01) VALUE 'N'.
002370         88  WS-REPOSITION-YES       VALUE 'Y'.
002380     05  WS-HELD-SW          PIC X(01) VALUE 'N'.
002390         88  WS-HELD-YES             VALUE 'Y'.

002400 01  WS-COUNTERS.
002410     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
002420     05  WS-RENEWED-COUNT    PIC 9(07) COMP-3 VALUE 0.
002430     05  WS-ALREADY-COUNT    PIC 9(07) COMP-3 VALUE 0.
002440     05  WS-PENDING-COUNT    PIC 9(07) COMP-3 VALUE 0.
002450     05  WS-HELD-COUNT       PIC 9(07) COMP-3 VALUE 0.
002460     05  WS-EXTRACT-COUNT    PIC 9(07) COMP-3 VALUE 0.

002470 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.

002480*-----------------------------------------------------------------
002490* THE TARGET EXPIRY MONTH - NEXT MONTH OFF TODAY UNLESS CRIPARM
002500* NAMES ONE - AND THE EXPIRY ITS RENEWALS TAKE
002510*-----------------------------------------------------------------
002520 01  WS-TODAY-GREG.
002530     05  WS-TODAY-YYYY       PIC 9(04).
002540     05  WS-TODAY-MM         PIC 9(02).
002550     05  WS-TODAY-DD         PIC 9(02).
002560 01  WS-TARGET-WORK.
002570     05  WS-TARGET-YYYY      PIC 9(04).
002580     05  WS-TARGET-MM        PIC 9(02).
002590 01  WS-TARGET-MONTH REDEFINES WS-TARGET-WORK PIC 9(06).
002600 77  WS-RENEW-EXPIRY         PIC 9(06) VALUE 0.

002610*-----------------------------------------------------------------
002620* THE PLASTIC IN HAND, HELD WHILE THE RENEWAL CHECK READS OVER
002630* THE RECORD AREA, AND THE KEY TO RESUME THE WALK FROM
002640*-----------------------------------------------------------------
002650 01  WS-SAVE-CARD            PIC X(148).
002660 01  WS-LAST-KEY             PIC X(22).
002670 01  WS-HOLD-REASON          PIC X(30) VALUE SPACES.

002680*-----------------------------------------------------------------
002690* TRAILER HASH WORK - THE LAST TEN DIGITS OF EACH CARD NUMBER
002700*-----------------------------------------------------------------
002710 01  WS-HASH-CARDNO.
002720     05  FILLER              PIC X(06).
002730     05  WS-HASH-TAIL        PIC 9(10).
002740 77  WS-CARD-HASH            PIC 9(15) COMP-3 VALUE 0.

002750 01  WS-EXPIRY-WORK.
002760     05  WS-EXP-YYYY         PIC 9(04).
002770     05  WS-EXP-MM           PIC 9(02).
002780 01  WS-EXPIRY-NUM REDEFINES WS-EXPIRY-WORK PIC 9(06).

002790* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
002800     COPY 'DATEPARM'.

002810 01  WS-REPORT-HEADING1.
002820     05  FILLER PIC X(46) VALUE
002830         'DCI8BCRI - CARD REISSUE AND EMBOSSER EXTRACT -'.
002840     05  FILLER PIC X(15) VALUE ' TARGET MONTH '.
002850     05  RH-TARGET-MONTH     PIC 9(06).
002860     05  FILLER PIC X(13) VALUE SPACES.

002870 01  WS-REPORT-HEADING2.
002880     05  FILLER PIC X(11) VALUE 'ACCOUNT'.
002890     05  FILLER PIC X(18) VALUE 'CARD NUMBER'.
002900     05  FILLER PIC X(08) VALUE 'EXPIRY'.
002910     05  FILLER PIC X(11) VALUE 'ACTION'.
002920     05  FILLER PIC X(32) VALUE 'NOTE'.

002930 01  WS-DETAIL-LINE.
002940     05  DL-ACCTNO           PIC X(09).
002950     05  FILLER              PIC X(02) VALUE SPACES.
002960     05  DL-CARDNO           PIC X(16).
002970     05  FILLER              PIC X(02) VALUE SPACES.
002980     05  DL-EXPIRY           PIC X(05).
002990     05  FILLER              PIC X(03) VALUE SPACES.
003000     05  DL-ACTION           PIC X(09).
003010     05  FILLER              PIC X(02) VALUE SPACES.
003020     05  DL-NOTE             PIC X(30).

003030 PROCEDURE DIVISION.

003040 0000-MAINLINE.

003050     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

003060     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

003070     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
003080         UNTIL WS-EOF-YES.

003090     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.

003100     PERFORM 9000-TERMINATE THRU 9000-EXIT.

003110     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

003120     GOBACK.

003130 1000-INITIALIZE.

003140     MOVE 'TOD' TO DP-FUNCTION.
003150     CALL 'DCI8BDAT' USING DATEPARM.
003160     MOVE DP-JULIAN TO WS-TODAY.
003170     MOVE DP-GREGORIAN TO WS-TODAY-GREG.

003180* NEXT MONTH BY DEFAULT, ROLLING DECEMBER INTO JANUARY
003190     MOVE WS-TODAY-YYYY TO WS-TARGET-YYYY.
003200     MOVE WS-TODAY-MM TO WS-TARGET-MM.
003210     ADD 1 TO WS-TARGET-MM.
003220     IF WS-TARGET-MM > 12 THEN
003230         MOVE 1 TO WS-TARGET-MM
003240         ADD 1 TO WS-TARGET-YYYY
003250     END-IF.

003260     OPEN INPUT PARM-FILE.
003270     IF WS-PARM-STATUS = '00' THEN
003280         PERFORM 1050-READ-PARM THRU 1050-EXIT
003290         CLOSE PARM-FILE
003300     END-IF.

003310     COMPUTE WS-RENEW-EXPIRY = WS-TARGET-MONTH + 300.

003320     OPEN I-O CARD-FILE.
003330     OPEN INPUT ACCTFILE.
003340     OPEN INPUT RELPARTY-FILE.
003350     OPEN OUTPUT EMBOSS-FILE.
003360     OPEN OUTPUT REPORT-FILE.

003370     MOVE SPACES TO EMBOSS-HDR-REC.
003380     MOVE 'HDR' TO EH-ROW-TYPE.
003390     MOVE 'EMBOSS' TO EH-FEED-ID.
003400     MOVE WS-TODAY TO EH-RUN-DATE.
003410     MOVE WS-TARGET-MONTH TO EH-TARGET-MONTH.
003420     WRITE EMBOSS-HDR-REC.

003430     MOVE WS-TARGET-MONTH TO RH-TARGET-MONTH.
003440     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
003450     MOVE SPACES TO REPORT-LINE.
003460     WRITE REPORT-LINE.
003470     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

003480     PERFORM 1100-READ-CARD THRU 1100-EXIT.

003490 1000-EXIT.
003500     EXIT.

003510*-----------------------------------------------------------------
003520* 1050-READ-PARM TAKES THE OPTIONAL TARGET-MONTH CARD. A CARD
003530* THAT IS NOT A VALID YYYYMM IS REPORTED AND IGNORED
003540*-----------------------------------------------------------------
003550 1050-READ-PARM.

003560     READ PARM-FILE
003570         AT END
003580             GO TO 1050-EXIT
003590     END-READ.

003600     IF PM-TARGET-MONTH IS NOT NUMERIC THEN
003610         DISPLAY 'DCI8BCRI - CRIPARM MONTH NOT NUMERIC: '
003620             PARM-REC
003630         GO TO 1050-EXIT
003640     END-IF.

003650     IF PM-TARGET-MONTH(5:2) < '01' OR
003660        PM-TARGET-MONTH(5:2) > '12' THEN
003670         DISPLAY 'DCI8BCRI - CRIPARM MONTH OUT OF RANGE: '
003680             PARM-REC
003690         GO TO 1050-EXIT
003700     END-IF.

003710     MOVE PM-TARGET-MONTH TO WS-TARGET-MONTH.
003720     DISPLAY 'DCI8BCRI - TARGET MONTH FROM CRIPARM: '
003730         WS-TARGET-MONTH.

003740 1050-EXIT.
003750     EXIT.

003760*-----------------------------------------------------------------
003770* 1100-READ-CARD TAKES THE NEXT PLASTIC IN KEY ORDER. AFTER A
003780* RENEWAL HAS READ AND WRITTEN AT RANDOM THE WALK IS RESTARTED
003790* JUST PAST THE PLASTIC LAST TAKEN
003800*-----------------------------------------------------------------
003810 1100-READ-CARD.

003820     IF WS-REPOSITION-YES THEN
003830         MOVE 'N' TO WS-REPOSITION-SW
003840         MOVE WS-LAST-KEY TO CD-KEY
003850         START CARD-FILE KEY IS GREATER THAN CD-KEY
003860             INVALID KEY
003870                 GO TO 1100-EOF
003880         END-START
003890     END-IF.

003900     READ CARD-FILE NEXT RECORD
003910         AT END
003920             GO TO 1100-EOF
003930     END-READ.

003940     ADD 1 TO WS-READ-COUNT.
003950     MOVE CD-KEY TO WS-LAST-KEY.
003960     GO TO 1100-EXIT.

003970 1100-EOF.
003980     MOVE 'Y' TO WS-EOF-SW.

003990 1100-EXIT.
004000     EXIT.

004010*-----------------------------------------------------------------
004020* 2000-PROCESS-CARD SENDS A WAITING PLASTIC OR RENEWS ONE DUE
004030* TO EXPIRE; ANYTHING ELSE IS PASSED OVER UNREPORTED
004040*-----------------------------------------------------------------
004050 2000-PROCESS-CARD.

004060     IF NOT CD-ACTIVE THEN
004070         GO TO 2000-NEXT
004080     END-IF.

004090     IF CD-EMBOSS-PENDING THEN
004100         PERFORM 2100-SEND-PENDING THRU 2100-EXIT
004110         GO TO 2000-NEXT
004120     END-IF.

004130     IF CD-EXPIRY = WS-TARGET-MONTH THEN
004140         PERFORM 2200-RENEW-CARD THRU 2200-EXIT
004150     END-IF.

004160 2000-NEXT.
004170     PERFORM 1100-READ-CARD THRU 1100-EXIT.

004180 2000-EXIT.
004190     EXIT.

004200*-----------------------------------------------------------------
004210* 2100-SEND-PENDING PUTS A PLASTIC ISSUED OR REPLACED ONLINE ON
004220* THE EXTRACT AND MARKS IT SENT - UNLESS THE ACCOUNT OR HOLDER
004230* CHECK HOLDS IT, WHEN IT STAYS 'P' FOR A LATER RUN
004240*-----------------------------------------------------------------
004250 2100-SEND-PENDING.

004260     PERFORM 2500-CHECK-ACCOUNT THRU 2500-EXIT.

004270     MOVE CD-ACCTNO TO DL-ACCTNO.
004280     MOVE CD-CARDNO TO DL-CARDNO.
004290     MOVE CD-EXPIRY TO WS-EXPIRY-NUM.
004300     PERFORM 2700-FORMAT-EXPIRY THRU 2700-EXIT.
004310     MOVE DL-EXPIRY TO EX-EXPIRY-MMYY.

004320     IF WS-HELD-YES THEN
004330         ADD 1 TO WS-HELD-COUNT
004340         MOVE 'HELD' TO DL-ACTION
004350         MOVE WS-HOLD-REASON TO DL-NOTE
004360         WRITE REPORT-LINE FROM WS-DETAIL-LINE
004370         GO TO 2100-EXIT
004380     END-IF.

004390     PERFORM 2600-WRITE-EXTRACT THRU 2600-EXIT.

004400     MOVE 'E' TO CD-EMBOSS-FLAG.
004410     MOVE WS-TODAY TO CD-EMBOSS-DATE.
004420     REWRITE CARD-REC
004430         INVALID KEY
004440             DISPLAY 'DCI8BCRI - REWRITE FAILED: ' CD-KEY
004450     END-REWRITE.

004460     ADD 1 TO WS-PENDING-COUNT.
004470     MOVE 'SENT' TO DL-ACTION.
004480     IF CD-ISSUE-REASON = 'L' OR CD-ISSUE-REASON = 'S' THEN
004490         MOVE 'REPLACEMENT FOR LOST/STOLEN' TO DL-NOTE
004500     ELSE
004510         MOVE 'NEW CARD' TO DL-NOTE
004520     END-IF.
004530     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

004540 2100-EXIT.
004550     EXIT.

004560*-----------------------------------------------------------------
004570* 2200-RENEW-CARD WRITES THE SUCCESSOR PLASTIC - SAME NUMBER,
004580* THE RENEWAL EXPIRY - AND PUTS IT ON THE EXTRACT. A SUCCESSOR
004590* ALREADY ON FILE MEANS THIS MONTH HAS RUN BEFORE
004600*-----------------------------------------------------------------
004610 2200-RENEW-CARD.

004620     PERFORM 2500-CHECK-ACCOUNT THRU 2500-EXIT.

004630     MOVE CD-ACCTNO TO DL-ACCTNO.
004640     MOVE CD-CARDNO TO DL-CARDNO.
004650     MOVE WS-RENEW-EXPIRY TO WS-EXPIRY-NUM.
004660     PERFORM 2700-FORMAT-EXPIRY THRU 2700-EXIT.

004670     IF WS-HELD-YES THEN
004680         ADD 1 TO WS-HELD-COUNT
004690         MOVE 'NOT RENEWD' TO DL-ACTION
004700         MOVE WS-HOLD-REASON TO DL-NOTE
004710         WRITE REPORT-LINE FROM WS-DETAIL-LINE
004720         GO TO 2200-EXIT
004730     END-IF.

004740     MOVE CARD-REC TO WS-SAVE-CARD.
004750     MOVE 'Y' TO WS-REPOSITION-SW.

004760     MOVE WS-RENEW-EXPIRY TO CD-EXPIRY.
004770     READ CARD-FILE
004780         INVALID KEY
004790             GO TO 2200-WRITE
004800     END-READ.

004810     ADD 1 TO WS-ALREADY-COUNT.
004820     MOVE 'SKIPPED' TO DL-ACTION.
004830     MOVE 'RENEWAL ALREADY ON FILE' TO DL-NOTE.
004840     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
004850     GO TO 2200-EXIT.

004860 2200-WRITE.
004870     MOVE WS-SAVE-CARD TO CARD-REC.
004880     MOVE CD-KEY TO CD-PRIOR-KEY.
004890     MOVE WS-RENEW-EXPIRY TO CD-EXPIRY.
004900     MOVE 'A' TO CD-STATUS.
004910     MOVE 'R' TO CD-ISSUE-REASON.
004920     MOVE WS-TODAY TO CD-ISSUE-DATE.
004930     MOVE 'E' TO CD-EMBOSS-FLAG.
004940     MOVE WS-TODAY TO CD-EMBOSS-DATE.
004950     MOVE SPACES TO CD-NEXT-CARDNO.
004960     MOVE SPACES TO CD-BLK-USERID.
004970     MOVE SPACES TO CD-BLK-TRMID.
004980     MOVE 0 TO CD-BLK-DATE.
004990     MOVE 0 TO CD-BLK-TIME.
005000     MOVE 'DCI8BCRI' TO CD-ADD-USERID.
005010     MOVE 'BTCH' TO CD-ADD-TRMID.
005020     COMPUTE CD-ADD-DATE = WS-TODAY - 1900000.
005030     MOVE WS-JRNL-TIME-RAW(1:6) TO CD-ADD-TIME.

005040     WRITE CARD-REC
005050         INVALID KEY
005060             DISPLAY 'DCI8BCRI - RENEWAL WRITE FAILED: ' CD-KEY
005070             GO TO 2200-EXIT
005080     END-WRITE.

005090     PERFORM 2600-WRITE-EXTRACT THRU 2600-EXIT.

005100     ADD 1 TO WS-RENEWED-COUNT.
005110     MOVE 'RENEWED' TO DL-ACTION.
005120     MOVE 'EXPIRING PLASTIC RENEWED' TO DL-NOTE.
005130     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

005140 2200-EXIT.
005150     EXIT.

005160*-----------------------------------------------------------------
005170* 2500-CHECK-ACCOUNT SETS WS-HELD-SW WHEN THE PLASTIC IN HAND
005180* MUST NOT BE MADE: ACCOUNT GONE FROM ACCTFILE, FROZEN,
005190* DECEASED OR GONE-AWAY, OR AN AUTHORIZED USER NO LONGER ON
005200* THE ACCOUNT. LEAVES THE ACCOUNT IN ACCTFILE-REC FOR THE
005210* EXTRACT'S MAILING BLOCK
005220*-----------------------------------------------------------------
005230 2500-CHECK-ACCOUNT.

005240     MOVE 'N' TO WS-HELD-SW.
005250     MOVE SPACES TO WS-HOLD-REASON.

005260     MOVE CD-ACCTNO TO AF-ACCTNO.
005270     READ ACCTFILE.
005280     IF WS-ACCTFILE-STATUS NOT = '00' THEN
005290         MOVE 'ACCOUNT NOT ON ACCTFILE' TO WS-HOLD-REASON
005300         GO TO 2500-HELD
005310     END-IF.

005320     IF AF-STAT = 'X' THEN
005330         MOVE 'ACCOUNT FROZEN' TO WS-HOLD-REASON
005340         GO TO 2500-HELD
005350     END-IF.

005360     IF AF-ESTATE-FLAG = 'D' THEN
005370         MOVE 'ACCOUNT HOLDER DECEASED' TO WS-HOLD-REASON
005380         GO TO 2500-HELD
005390     END-IF.

005400     IF AF-GONEAWAY-FLAG = 'G' THEN
005410         MOVE 'GONE AWAY - NO MAILING ADDRESS' TO WS-HOLD-REASON
005420         GO TO 2500-HELD
005430     END-IF.

005440     IF CD-HOLDER-SEQ = 0 THEN
005450         GO TO 2500-EXIT
005460     END-IF.

005470     MOVE CD-ACCTNO TO RP-ACCTNO.
005480     MOVE CD-HOLDER-SEQ TO RP-SEQNO.
005490     READ RELPARTY-FILE.
005500     IF WS-RELPARTY-STATUS NOT = '00' THEN
005510         MOVE 'AUTHORIZED USER REMOVED' TO WS-HOLD-REASON
005520         GO TO 2500-HELD
005530     END-IF.

005540     IF NOT RP-ROLE-AUTHORIZED THEN
005550         MOVE 'HOLDER NO LONGER ROLE A' TO WS-HOLD-REASON
005560         GO TO 2500-HELD
005570     END-IF.

005580     GO TO 2500-EXIT.

005590 2500-HELD.
005600     MOVE 'Y' TO WS-HELD-SW.

005610 2500-EXIT.
005620     EXIT.

005630*-----------------------------------------------------------------
005640* 2600-WRITE-EXTRACT WRITES THE CRD ROW FOR THE PLASTIC NOW IN
005650* CARD-REC, MAILED TO THE ACCOUNT'S CORRESPONDENCE ADDRESS WHEN
005660* ONE IS ON FILE, THE ADDRESS OF RECORD OTHERWISE
005670*-----------------------------------------------------------------
005680 2600-WRITE-EXTRACT.

005690     MOVE SPACES TO EMBOSS-REC.
005700     MOVE 'CRD' TO EX-ROW-TYPE.
005710     MOVE CD-CARDNO TO EX-CARDNO.
005720     MOVE DL-EXPIRY TO EX-EXPIRY-MMYY.
005730     MOVE CD-EMBOSS-NAME TO EX-EMBOSS-NAME.
005740     MOVE CD-ACCTNO TO EX-ACCTNO.
005750     MOVE CD-ISSUE-REASON TO EX-ISSUE-REASON.
005760     MOVE AF-TITL TO EX-MAIL-TITL.
005770     MOVE AF-FNAME TO EX-MAIL-FNAME.
005780     MOVE AF-SNAME TO EX-MAIL-SNAME.

005790     IF AF-MAIL-ADDR1 NOT = SPACES AND
005800        AF-MAIL-ADDR1 NOT = LOW-VALUES THEN
005810         MOVE AF-MAIL-ADDR1 TO EX-MAIL-ADDR1
005820         MOVE AF-MAIL-ADDR2 TO EX-MAIL-ADDR2
005830     ELSE
005840         MOVE AF-ADDR1 TO EX-MAIL-ADDR1
005850         MOVE AF-ADDR2 TO EX-MAIL-ADDR2
005860     END-IF.

005870     WRITE EMBOSS-REC.

005880     ADD 1 TO WS-EXTRACT-COUNT.
005890     MOVE CD-CARDNO TO WS-HASH-CARDNO.
005900     ADD WS-HASH-TAIL TO WS-CARD-HASH.

005910 2600-EXIT.
005920     EXIT.

005930*-----------------------------------------------------------------
005940* 2700-FORMAT-EXPIRY TURNS WS-EXPIRY-NUM (YYYYMM) INTO THE MM/YY
005950* THE PLASTIC CARRIES
005960*-----------------------------------------------------------------
005970 2700-FORMAT-EXPIRY.

005980     MOVE SPACES TO DL-EXPIRY.
005990     STRING WS-EXP-MM '/' WS-EXP-YYYY(3:2)
006000         DELIMITED BY SIZE INTO DL-EXPIRY.

006010 2700-EXIT.
006020     EXIT.

006030 3000-WRITE-TRAILER.

006040     MOVE SPACES TO EMBOSS-TRL-REC.
006050     MOVE 'TRL' TO ET-ROW-TYPE.
006060     MOVE WS-EXTRACT-COUNT TO ET-CARD-COUNT.
006070     MOVE WS-CARD-HASH TO ET-CARD-HASH.
006080     WRITE EMBOSS-TRL-REC.

006090 3000-EXIT.
006100     EXIT.

006110 9000-TERMINATE.

006120     DISPLAY 'DCI8BCRI - CARD REISSUE - RUN SUMMARY'.
006130     DISPLAY 'TARGET MONTH     : ' WS-TARGET-MONTH.
006140     DISPLAY 'PLASTICS READ    : ' WS-READ-COUNT.
006150     DISPLAY 'RENEWED          : ' WS-RENEWED-COUNT.
006160     DISPLAY 'ALREADY RENEWED  : ' WS-ALREADY-COUNT.
006170     DISPLAY 'PENDING SENT     : ' WS-PENDING-COUNT.
006180     DISPLAY 'HELD/NOT RENEWED : ' WS-HELD-COUNT.
006190     DISPLAY 'EXTRACT ROWS     : ' WS-EXTRACT-COUNT.

006200     CLOSE CARD-FILE.
006210     CLOSE ACCTFILE.
006220     CLOSE RELPARTY-FILE.
006230     CLOSE EMBOSS-FILE.
006240     CLOSE REPORT-FILE.

006250 9000-EXIT.
006260     EXIT.

006270*-----------------------------------------------------------------
006280* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
006290* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
006300* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
006310*-----------------------------------------------------------------
006320 8100-WRITE-JRNL-START.

006321*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
006322*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
006323     MOVE 'DCI8BCRI' TO JG-JOBNAME.
006324     CALL 'DCI8BJGT' USING JOBGATE.
006325     IF JG-RC-BLOCKED THEN
006326         MOVE JG-BLOCKED-RC TO RETURN-CODE
006327         STOP RUN
006328     END-IF.

006330     MOVE 'DCI8BCRI' TO JR-JOBNAME.
006340     MOVE 'S' TO JR-ROW-TYPE.
006350     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
006360         JR-REJECTED-COUNT.
006370     MOVE SPACE TO JR-STATUS.
006380     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

006390 8100-EXIT.
006400     EXIT.

006410 8200-WRITE-JRNL-END.

006420     MOVE 'DCI8BCRI' TO JR-JOBNAME.
006430     MOVE 'E' TO JR-ROW-TYPE.
006440     MOVE WS-READ-COUNT TO JR-READ-COUNT.
006450     MOVE WS-EXTRACT-COUNT TO JR-WRITTEN-COUNT.
006460     MOVE WS-HELD-COUNT TO JR-REJECTED-COUNT.
006470     MOVE 'G' TO JR-STATUS.
006480     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

006490 8200-EXIT.
006500     EXIT.

006510 8300-STAMP-AND-WRITE.

006520     ACCEPT JR-DATE FROM DAY YYYYDDD.
006530     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
006540     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

006550     OPEN EXTEND JOURNAL-FILE.
006560     WRITE JR-REC.
006570     CLOSE JOURNAL-FILE.

006580 8300-EXIT.
006590     EXIT.

006600 END PROGRAM DCI8BCRI.
