000010*****************************************************************
000020* DCI8BCFA - NIGHTLY APPLY OF APPROVED CONFIGURATION CHANGES
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BCFA.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 12-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-12 AA   INITIAL VERSION - MAKES APPROVED CFGPEND
000160*                 CHANGES ON THE LIVE CONFIG FILES AS THEY
000170*                 FALL DUE, LOGGING EACH ON CFGHIST
000180* 2026-10-15 AA   PRODCFG, THE PRODUCT CATALOGUE (DCI8DPGG FILE
000190*                 D), IS NOW A STAGED FILE THIS RUN APPLIES
000200* 2026-10-15 AA   ECLCFG, THE EXPECTED CREDIT LOSS RATES
000210*                 (DCI8DPGG FILE E), IS NOW A STAGED FILE TOO
000220* 2026-10-15 AA   INTROCFG, THE INTRODUCER TERMS (DCI8DPGG
000230*                 FILE I), IS NOW A STAGED FILE TOO
000240*-----------------------------------------------------------------
000250*****************************************************************
000260* A CHANGE TO A MONEY-AFFECTING CONFIG FILE (RATECFG, CRLIMCFG,
000270* SCOREBND, WSQUOTA, FEECFG, AGENCYCFG, PRODCFG, ECLCFG, INTROCFG)
000280* IS NOT MADE ON DCI8DPGG. IT IS STAGED ON CFGPEND WITH AN
000290* EFFECTIVE DATE AND APPROVED THERE BY A SECOND OPERATOR, AND
000300* THIS JOB - THE LAST OF THE NIGHTLY RUN - MAKES IT. EACH NIGHT
000310* IT WALKS CFGPEND AND, FOR EVERY ROW WHOSE EFFECTIVE DATE IS
000320* TOMORROW OR EARLIER (SO THE NEW VALUE IS LIVE FROM THE START
000330* OF ITS EFFECTIVE DAY, ONLINE AND IN THAT NIGHT'S BATCH):
000340*   APPROVED  - READS THE LIVE ROW FOR ITS BEFORE IMAGE, ADDS,
000350*               REPLACES OR DELETES IT, WRITES THE BEFORE AND
000360*               AFTER IMAGES TO CFGHIST, AND MARKS THE ROW
000370*               APPLIED (X)
000380*   PENDING   - NEVER APPROVED IN TIME: MARKED LAPSED (L) AND
000390*               LEFT ALONE - IT MUST BE KEYED AGAIN
000400* AN ADD WHOSE ROW IS ALREADY ON FILE, OR AN UPDATE OR DELETE
000410* WHOSE ROW HAS GONE, IS MARKED FAILED (F) WITH THE REASON AND
000420* COUNTED AS A REJECTION ON THE RUN JOURNAL. APPROVED CHANGES
000430* FOR THE SAME ROW ARE MADE IN EFFECTIVE-DATE ORDER - CFGPEND'S
000440* OWN KEY ORDER. EVERY ROW ACTED ON IS LISTED ON CFARPT
000450*****************************************************************

000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-370.
000490 OBJECT-COMPUTER. IBM-370.

000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.

000520     SELECT CFGPEND-FILE ASSIGN TO CFGPEND
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS CP-KEY
000560         FILE STATUS IS WS-CFGPEND-STATUS.

000570     SELECT CFGHIST-FILE ASSIGN TO CFGHIST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS CH-KEY
000610         FILE STATUS IS WS-CFGHIST-STATUS.

000620     SELECT RATECFG-FILE ASSIGN TO RATECFG
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS IR-STAT
000660         FILE STATUS IS WS-LIVE-STATUS.

000670     SELECT CRLIMCFG-FILE ASSIGN TO CRLIMCFG
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS CL-STAT
000710         FILE STATUS IS WS-LIVE-STATUS.

000720     SELECT SCOREBND-FILE ASSIGN TO SCOREBND
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS RANDOM
000750         RECORD KEY IS SB-MIN-SCORE
000760         FILE STATUS IS WS-LIVE-STATUS.

000770     SELECT WSQUOTA-FILE ASSIGN TO WSQUOTA
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS WQ-OPERID
000810         FILE STATUS IS WS-LIVE-STATUS.

000820     SELECT FEECFG-FILE ASSIGN TO FEECFG
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS RANDOM
000850         RECORD KEY IS FG-CODE
000860         FILE STATUS IS WS-LIVE-STATUS.

000870     SELECT AGENCYCFG-FILE ASSIGN TO AGENCYCFG
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS AG-CODE
000910         FILE STATUS IS WS-LIVE-STATUS.

000920     SELECT PRODCFG-FILE ASSIGN TO PRODCFG
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS PD-CODE
000960         FILE STATUS IS WS-LIVE-STATUS.

000970     SELECT ECLCFG-FILE ASSIGN TO ECLCFG
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS RANDOM
001000         RECORD KEY IS EC-KEY
001010         FILE STATUS IS WS-LIVE-STATUS.

001020     SELECT INTROCFG-FILE ASSIGN TO INTROCFG
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS RANDOM
001050         RECORD KEY IS IT-CODE
001060         FILE STATUS IS WS-LIVE-STATUS.

001070     SELECT REPORT-FILE ASSIGN TO CFARPT
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS WS-REPORT-STATUS.

001100     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS WS-JOURNAL-STATUS.

001130 DATA DIVISION.
001140 FILE SECTION.

001150*-----------------------------------------------------------------
001160* CFGPEND - THE STAGED CHANGES, WALKED IN KEY ORDER AND
001170* REWRITTEN WITH THEIR OUTCOME
001180*-----------------------------------------------------------------
001190 FD  CFGPEND-FILE
001200     LABEL RECORDS ARE STANDARD.
001210 01  CFGPEND-REC.
001220     05  CP-KEY.
001230         10  CP-FILE             PIC X(01).
001240         10  CP-CFGKEY           PIC X(08).
001250         10  CP-EFF-DATE         PIC 9(07).
001260         10  CP-REQ-DATE         PIC S9(7) COMP-3.
001270         10  CP-REQ-TIME         PIC S9(7) COMP-3.
001280     05  CP-ACTION               PIC X(01).
001290         88  CP-ADD                      VALUE 'A'.
001300         88  CP-UPDATE                   VALUE 'U'.
001310         88  CP-DELETE                   VALUE 'D'.
001320     05  CP-STATUS               PIC X(01).
001330         88  CP-PENDING                  VALUE 'P'.
001340         88  CP-APPROVED                 VALUE 'A'.
001350     05  CP-NEW-REC              PIC X(40).
001360     05  CP-REQ-OPID             PIC X(03).
001370     05  CP-REQ-USERID           PIC X(08).
001380     05  CP-REQ-TRMID            PIC X(04).
001390     05  CP-DEC-OPID             PIC X(03).
001400     05  CP-DEC-USERID           PIC X(08).
001410     05  CP-DEC-TRMID            PIC X(04).
001420     05  CP-DEC-DATE             PIC S9(7) COMP-3.
001430     05  CP-DEC-TIME             PIC S9(7) COMP-3.
001440     05  CP-APPLIED-DATE         PIC 9(07).
001450     05  CP-FAIL-REASON          PIC X(30).

001460*-----------------------------------------------------------------
001470* CFGHIST - ONE ROW PER CHANGE APPLIED, NEVER UPDATED
001480*-----------------------------------------------------------------
001490 FD  CFGHIST-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 01  CFGHIST-REC.
001520     05  CH-KEY.
001530         10  CH-FILE             PIC X(01).
001540         10  CH-CFGKEY           PIC X(08).
001550         10  CH-EFF-DATE         PIC 9(07).
001560         10  CH-APPLIED-DATE     PIC 9(07).
001570         10  CH-APPLIED-TIME     PIC 9(06).
001580     05  CH-ACTION               PIC X(01).
001590     05  CH-BEFORE-REC           PIC X(40).
001600     05  CH-AFTER-REC            PIC X(40).
001610     05  CH-REQ-OPID             PIC X(03).
001620     05  CH-REQ-DATE             PIC S9(7) COMP-3.
001630     05  CH-APPR-OPID            PIC X(03).
001640     05  CH-APPR-DATE            PIC S9(7) COMP-3.
001650     05  CH-JOB                  PIC X(08).

001660*-----------------------------------------------------------------
001670* THE NINE LIVE CONFIG FILES A STAGED CHANGE CAN TARGET
001680*-----------------------------------------------------------------
001690 FD  RATECFG-FILE
001700     LABEL RECORDS ARE STANDARD.
001710 01  RATECFG-REC.
001720     05  IR-STAT                 PIC X(01).
001730     05  IR-ANNUAL-RATE          PIC 9(02)V99.

001740 FD  CRLIMCFG-FILE
001750     LABEL RECORDS ARE STANDARD.
001760 01  CRLIMCFG-REC.
001770     05  CL-STAT                 PIC X(01).
001780     05  CL-MIN                  PIC 9(08)V99.
001790     05  CL-MAX                  PIC 9(08)V99.

001800 FD  SCOREBND-FILE
001810     LABEL RECORDS ARE STANDARD.
001820 01  SCOREBND-REC.
001830     05  SB-MIN-SCORE            PIC 9(03).
001840     05  SB-MAX-SCORE            PIC 9(03).
001850     05  SB-MAX-LIMIT            PIC 9(08)V99.

001860 FD  WSQUOTA-FILE
001870     LABEL RECORDS ARE STANDARD.
001880 01  WSQUOTA-REC.
001890     05  WQ-OPERID               PIC X(03).
001900     05  WQ-LIMIT                PIC 9(05).

001910 FD  FEECFG-FILE
001920     LABEL RECORDS ARE STANDARD.
001930 01  FEECFG-REC.
001940     05  FG-CODE                 PIC X(08).
001950     05  FG-AMOUNT               PIC 9(06)V99.

001960 FD  AGENCYCFG-FILE
001970     LABEL RECORDS ARE STANDARD.
001980 01  AGENCYCFG-REC.
001990     05  AG-CODE                 PIC X(08).
002000     05  AG-PLACING              PIC X(01).
002010     05  AG-COMM-PCT             PIC 9(02)V99.

002020 FD  PRODCFG-FILE
002030     LABEL RECORDS ARE STANDARD.
002040 01  PRODCFG-REC.
002050     05  PD-CODE                 PIC X(04).
002060     05  PD-ANNUAL-RATE          PIC 9(02)V99.
002070     05  PD-MINPAY-PCT           PIC 9(03).
002080     05  PD-MINPAY-FLOOR         PIC 9(04)V99.
002090     05  PD-CRLIM-MIN            PIC 9(06).
002100     05  PD-CRLIM-MAX            PIC 9(06).
002110     05  PD-ANNUAL-FEE           PIC 9(04)V99.
002120     05  PD-LATE-FEE             PIC 9(03)V99.

002130 FD  ECLCFG-FILE
002140     LABEL RECORDS ARE STANDARD.
002150 01  ECLCFG-REC.
002160     05  EC-KEY.
002170         10  EC-STAGE            PIC X(01).
002180         10  EC-BAND             PIC X(03).
002190     05  EC-LOSS-PCT             PIC 9(03)V99.

002200 FD  INTROCFG-FILE
002210     LABEL RECORDS ARE STANDARD.
002220 01  INTROCFG-REC.
002230     05  IT-CODE                 PIC X(08).
002240     05  IT-ACTIVE               PIC X(01).
002250     05  IT-CLAWBACK-DAYS        PIC 9(03).
002260     05  IT-APPR-COMM            PIC 9(04)V99.
002270     05  IT-DEBIT-COMM           PIC 9(04)V99.

002280 FD  REPORT-FILE
002290     RECORDING MODE IS F
002300     LABEL RECORDS ARE STANDARD.
002310 01  REPORT-LINE                 PIC X(100).

002320*-----------------------------------------------------------------
002330* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
002340* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
002350*-----------------------------------------------------------------
002360 FD  JOURNAL-FILE
002370     RECORDING MODE IS F
002380     LABEL RECORDS ARE STANDARD.
002390 01  JR-REC.
002400     05  JR-JOBNAME              PIC X(08).
002410     05  JR-ROW-TYPE             PIC X(01).
002420     05  JR-DATE                 PIC 9(07).
002430     05  JR-TIME                 PIC 9(06).
002440     05  JR-READ-COUNT           PIC 9(07).
002450     05  JR-WRITTEN-COUNT        PIC 9(07).
002460     05  JR-REJECTED-COUNT       PIC 9(07).
002470     05  JR-STATUS               PIC X(01).
002480     05  FILLER                  PIC X(06).

002490 WORKING-STORAGE SECTION.
002500 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002510 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002520     COPY 'JOBGATE'.

002530 77  WS-CFGPEND-STATUS       PIC X(02) VALUE SPACES.
002540 77  WS-CFGHIST-STATUS       PIC X(02) VALUE SPACES.
002550 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
002560*    SHARED BY THE NINE LIVE FILES - ONLY ONE IS TOUCHED AT A TIME
002570 77  WS-LIVE-STATUS          PIC X(02) VALUE SPACES.

002580 01  WS-SWITCHES.
002590     05  WS-RUN-OK-SW        PIC X(01) VALUE 'Y'.
002600         88  WS-RUN-OK               VALUE 'Y'.
002610     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
002620         88  WS-EOF-YES              VALUE 'Y'.
002630     05  WS-LIVE-FOUND-SW    PIC X(01) VALUE 'N'.
002640         88  WS-LIVE-FOUND           VALUE 'Y'.

002650 01  WS-COUNTERS.
002660     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
002670     05  WS-APPLIED-COUNT    PIC 9(07) COMP-3 VALUE 0.
002680     05  WS-LAPSED-COUNT     PIC 9(07) COMP-3 VALUE 0.
002690     05  WS-FAILED-COUNT     PIC 9(07) COMP-3 VALUE 0.

002700*    YYYYDDD - TODAY, AND THE LAST EFFECTIVE DATE TONIGHT'S RUN
002710*    MAKES LIVE (TOMORROW)
002720 77  WS-TODAY                PIC 9(07) VALUE 0.
002730 77  WS-NOW-TIME             PIC 9(06) VALUE 0.
002740 77  WS-APPLY-THRU           PIC 9(07) VALUE 0.

002750*    THE LIVE ROW AS IT STOOD BEFORE THE CHANGE, IN ITS OWN
002760*    LAYOUT - SPACES WHEN IT WAS NOT ON FILE
002770 01  WS-BEFORE-IMAGE         PIC X(40) VALUE SPACES.
002780 77  WS-FAIL-REASON          PIC X(30) VALUE SPACES.

002790* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
002800     COPY 'DATEPARM'.

002810 01  WS-REPORT-HEADING1.
002820     05  FILLER              PIC X(42) VALUE
002830         'DCI8BCFA - CONFIG CHANGES FALLING DUE THRU'.
002840     05  FILLER              PIC X(01) VALUE SPACE.
002850     05  RH-APPLY-THRU       PIC 9(07).
002860     05  FILLER              PIC X(10) VALUE '  RUN DATE'.
002870     05  FILLER              PIC X(01) VALUE SPACE.
002880     05  RH-TODAY            PIC 9(07).
002890     05  FILLER              PIC X(32) VALUE SPACES.

002900 01  WS-COLUMN-HEADING.
002910     05  FILLER              PIC X(06) VALUE 'FILE'.
002920     05  FILLER              PIC X(10) VALUE 'KEY'.
002930     05  FILLER              PIC X(11) VALUE 'EFFECTIVE'.
002940     05  FILLER              PIC X(05) VALUE 'ACT'.
002950     05  FILLER              PIC X(10) VALUE 'OUTCOME'.
002960     05  FILLER              PIC X(10) VALUE 'KEYED BY'.
002970     05  FILLER              PIC X(13) VALUE 'APPROVED BY'.
002980     05  FILLER              PIC X(35) VALUE 'REASON'.

002990 01  WS-DETAIL-LINE.
003000     05  FILLER              PIC X(01) VALUE SPACE.
003010     05  DL-FILE             PIC X(01).
003020     05  FILLER              PIC X(04) VALUE SPACES.
003030     05  DL-CFGKEY           PIC X(08).
003040     05  FILLER              PIC X(02) VALUE SPACES.
003050     05  DL-EFF-DATE         PIC 9(07).
003060     05  FILLER              PIC X(05) VALUE SPACES.
003070     05  DL-ACTION           PIC X(01).
003080     05  FILLER              PIC X(03) VALUE SPACES.
003090     05  DL-OUTCOME          PIC X(08).
003100     05  FILLER              PIC X(02) VALUE SPACES.
003110     05  DL-REQ-OPID         PIC X(03).
003120     05  FILLER              PIC X(07) VALUE SPACES.
003130     05  DL-APPR-OPID        PIC X(03).
003140     05  FILLER              PIC X(10) VALUE SPACES.
003150     05  DL-REASON           PIC X(30).
003160     05  FILLER              PIC X(05) VALUE SPACES.

003170 01  WS-NONE-LINE.
003180     05  FILLER              PIC X(100) VALUE
003190         '  NO CHANGES FELL DUE'.

003200 PROCEDURE DIVISION.

003210 0000-MAINLINE.

003220     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

003230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

003240     PERFORM 2000-SCAN-ONE-ROW THRU 2000-EXIT
003250         UNTIL WS-EOF-YES.

003260     PERFORM 9000-TERMINATE THRU 9000-EXIT.

003270     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

003280     GOBACK.

003290 1000-INITIALIZE.

003300     OPEN I-O CFGPEND-FILE.
003310     OPEN I-O CFGHIST-FILE.
003320     OPEN I-O RATECFG-FILE.
003330     OPEN I-O CRLIMCFG-FILE.
003340     OPEN I-O SCOREBND-FILE.
003350     OPEN I-O WSQUOTA-FILE.
003360     OPEN I-O FEECFG-FILE.
003370     OPEN I-O AGENCYCFG-FILE.
003380     OPEN I-O PRODCFG-FILE.
003390     OPEN I-O ECLCFG-FILE.
003400     OPEN I-O INTROCFG-FILE.
003410     OPEN OUTPUT REPORT-FILE.

003420     ACCEPT WS-TODAY FROM DAY YYYYDDD.
003430     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
003440     MOVE WS-JRNL-TIME-RAW(1:6) TO WS-NOW-TIME.

003450*    TOMORROW, THROUGH THE DATE SERVICE SO A YEAR END ROLLS
003460     MOVE WS-TODAY TO WS-APPLY-THRU.
003470     MOVE 'ADD' TO DP-FUNCTION.
003480     MOVE WS-TODAY TO DP-JULIAN.
003490     MOVE 1 TO DP-DAYS.
003500     CALL 'DCI8BDAT' USING DATEPARM.
003510     IF DP-RC-GOOD THEN
003520         MOVE DP-JULIAN TO WS-APPLY-THRU
003530     END-IF.

003540     MOVE WS-APPLY-THRU TO RH-APPLY-THRU.
003550     MOVE WS-TODAY TO RH-TODAY.
003560     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
003570     MOVE SPACES TO REPORT-LINE.
003580     WRITE REPORT-LINE.
003590     WRITE REPORT-LINE FROM WS-COLUMN-HEADING.

003600     PERFORM 1100-READ-CFGPEND THRU 1100-EXIT.

003610 1000-EXIT.
003620     EXIT.

003630 1100-READ-CFGPEND.

003640     READ CFGPEND-FILE NEXT RECORD
003650         AT END
003660             GO TO 1100-EOF
003670     END-READ.

003680     ADD 1 TO WS-READ-COUNT.
003690     GO TO 1100-EXIT.

003700 1100-EOF.
003710     MOVE 'Y' TO WS-EOF-SW.

003720 1100-EXIT.
003730     EXIT.

003740*-----------------------------------------------------------------
003750* 2000-SCAN-ONE-ROW - ONLY OPEN ROWS FALLING DUE ARE TOUCHED;
003760* APPLIED, REJECTED, LAPSED AND FAILED ROWS STAY AS THEY ARE,
003770* SO A RERUN THE SAME NIGHT CHANGES NOTHING TWICE
003780*-----------------------------------------------------------------
003790 2000-SCAN-ONE-ROW.

003800     IF CP-EFF-DATE NOT > WS-APPLY-THRU THEN
003810         IF CP-APPROVED THEN
003820             PERFORM 3000-APPLY-CHANGE THRU 3000-EXIT
003830         ELSE IF CP-PENDING THEN
003840             PERFORM 2100-LAPSE-CHANGE THRU 2100-EXIT
003850              END-IF
003860         END-IF
003870     END-IF.

003880     PERFORM 1100-READ-CFGPEND THRU 1100-EXIT.

003890 2000-EXIT.
003900     EXIT.

003910*    NO SECOND OPERATOR APPROVED IT BEFORE IT FELL DUE
003920 2100-LAPSE-CHANGE.

003930     MOVE 'L' TO CP-STATUS.
003940     MOVE WS-TODAY TO CP-APPLIED-DATE.
003950     MOVE 'NOT APPROVED BEFORE IT FELL DUE' TO CP-FAIL-REASON.
003960     PERFORM 2900-REWRITE-CFGPEND THRU 2900-EXIT.
003970     ADD 1 TO WS-LAPSED-COUNT.

003980     MOVE 'LAPSED' TO DL-OUTCOME.
003990     MOVE CP-FAIL-REASON TO DL-REASON.
004000     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.

004010 2100-EXIT.
004020     EXIT.

004030 2900-REWRITE-CFGPEND.

004040     REWRITE CFGPEND-REC
004050         INVALID KEY
004060             DISPLAY 'DCI8BCFA - CFGPEND ROW NOT REWRITTEN, '
004070                 'STATUS ' WS-CFGPEND-STATUS
004080             MOVE 'N' TO WS-RUN-OK-SW
004090     END-REWRITE.

004100 2900-EXIT.
004110     EXIT.

004120*-----------------------------------------------------------------
004130* 3000-APPLY-CHANGE - BEFORE IMAGE, THE CHANGE ITSELF, THE
004140* CFGHIST ROW, THEN THE CFGPEND ROW MARKED APPLIED
004150*-----------------------------------------------------------------
004160 3000-APPLY-CHANGE.

004170     MOVE SPACES TO WS-FAIL-REASON.
004180     PERFORM 3100-READ-LIVE THRU 3100-EXIT.

004190     IF CP-ADD AND WS-LIVE-FOUND THEN
004200         MOVE 'ROW ALREADY ON FILE' TO WS-FAIL-REASON
004210         GO TO 3000-FAILED
004220     END-IF.
004230     IF NOT CP-ADD AND NOT WS-LIVE-FOUND THEN
004240         MOVE 'ROW NO LONGER ON FILE' TO WS-FAIL-REASON
004250         GO TO 3000-FAILED
004260     END-IF.

004270     PERFORM 3200-CHANGE-LIVE THRU 3200-EXIT.
004280     IF WS-LIVE-STATUS NOT = '00' THEN
004290         MOVE 'LIVE FILE REFUSED IT, STATUS' TO WS-FAIL-REASON
004300         MOVE WS-LIVE-STATUS TO WS-FAIL-REASON(29:2)
004310         GO TO 3000-FAILED
004320     END-IF.

004330     PERFORM 3300-WRITE-HISTORY THRU 3300-EXIT.

004340     MOVE 'X' TO CP-STATUS.
004350     MOVE WS-TODAY TO CP-APPLIED-DATE.
004360     PERFORM 2900-REWRITE-CFGPEND THRU 2900-EXIT.
004370     ADD 1 TO WS-APPLIED-COUNT.

004380     MOVE 'APPLIED' TO DL-OUTCOME.
004390     MOVE SPACES TO DL-REASON.
004400     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
004410     GO TO 3000-EXIT.

004420 3000-FAILED.
004430     MOVE 'F' TO CP-STATUS.
004440     MOVE WS-TODAY TO CP-APPLIED-DATE.
004450     MOVE WS-FAIL-REASON TO CP-FAIL-REASON.
004460     PERFORM 2900-REWRITE-CFGPEND THRU 2900-EXIT.
004470     ADD 1 TO WS-FAILED-COUNT.

004480     MOVE 'FAILED' TO DL-OUTCOME.
004490     MOVE WS-FAIL-REASON TO DL-REASON.
004500     PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.

004510 3000-EXIT.
004520     EXIT.

004530*    THE TARGET ROW BY CP-CFGKEY, CUT TO THE FILE'S KEY LENGTH
004540 3100-READ-LIVE.

004550     MOVE 'N' TO WS-LIVE-FOUND-SW.
004560     MOVE SPACES TO WS-BEFORE-IMAGE.

004570     IF CP-FILE = 'R' THEN
004580         MOVE CP-CFGKEY(1:1) TO IR-STAT
004590         READ RATECFG-FILE
004600             INVALID KEY
004610                 GO TO 3100-EXIT
004620         END-READ
004630         MOVE RATECFG-REC TO WS-BEFORE-IMAGE
004640     ELSE IF CP-FILE = 'C' THEN
004650         MOVE CP-CFGKEY(1:1) TO CL-STAT
004660         READ CRLIMCFG-FILE
004670             INVALID KEY
004680                 GO TO 3100-EXIT
004690         END-READ
004700         MOVE CRLIMCFG-REC TO WS-BEFORE-IMAGE
004710     ELSE IF CP-FILE = 'S' THEN
004720         MOVE CP-CFGKEY(1:3) TO SB-MIN-SCORE
004730         READ SCOREBND-FILE
004740             INVALID KEY
004750                 GO TO 3100-EXIT
004760         END-READ
004770         MOVE SCOREBND-REC TO WS-BEFORE-IMAGE
004780     ELSE IF CP-FILE = 'Q' THEN
004790         MOVE CP-CFGKEY(1:3) TO WQ-OPERID
004800         READ WSQUOTA-FILE
004810             INVALID KEY
004820                 GO TO 3100-EXIT
004830         END-READ
004840         MOVE WSQUOTA-REC TO WS-BEFORE-IMAGE
004850     ELSE IF CP-FILE = 'F' THEN
004860         MOVE CP-CFGKEY TO FG-CODE
004870         READ FEECFG-FILE
004880             INVALID KEY
004890                 GO TO 3100-EXIT
004900         END-READ
004910         MOVE FEECFG-REC TO WS-BEFORE-IMAGE
004920     ELSE IF CP-FILE = 'D' THEN
004930         MOVE CP-CFGKEY(1:4) TO PD-CODE
004940         READ PRODCFG-FILE
004950             INVALID KEY
004960                 GO TO 3100-EXIT
004970         END-READ
004980         MOVE PRODCFG-REC TO WS-BEFORE-IMAGE
004990     ELSE IF CP-FILE = 'E' THEN
005000         MOVE CP-CFGKEY(1:4) TO EC-KEY
005010         READ ECLCFG-FILE
005020             INVALID KEY
005030                 GO TO 3100-EXIT
005040         END-READ
005050         MOVE ECLCFG-REC TO WS-BEFORE-IMAGE
005060     ELSE IF CP-FILE = 'I' THEN
005070         MOVE CP-CFGKEY TO IT-CODE
005080         READ INTROCFG-FILE
005090             INVALID KEY
005100                 GO TO 3100-EXIT
005110         END-READ
005120         MOVE INTROCFG-REC TO WS-BEFORE-IMAGE
005130     ELSE
005140         MOVE CP-CFGKEY TO AG-CODE
005150         READ AGENCYCFG-FILE
005160             INVALID KEY
005170                 GO TO 3100-EXIT
005180         END-READ
005190         MOVE AGENCYCFG-REC TO WS-BEFORE-IMAGE
005200                                 END-IF
005210                             END-IF
005220                         END-IF
005230                     END-IF
005240                 END-IF
005250             END-IF
005260         END-IF
005270     END-IF.

005280     MOVE 'Y' TO WS-LIVE-FOUND-SW.

005290 3100-EXIT.
005300     EXIT.

005310*    THE STAGED IMAGE CARRIES ITS OWN KEY, SO AN ADD OR UPDATE
005320*    IS A STRAIGHT WRITE OR REWRITE OF IT; A DELETE USES THE KEY
005330*    3100 LEFT IN THE RECORD AREA
005340 3200-CHANGE-LIVE.

005350     IF CP-FILE = 'R' THEN
005360         IF CP-DELETE THEN
005370             DELETE RATECFG-FILE RECORD
005380                 INVALID KEY
005390                     CONTINUE
005400             END-DELETE
005410         ELSE
005420             MOVE CP-NEW-REC TO RATECFG-REC
005430             IF CP-ADD THEN
005440                 WRITE RATECFG-REC
005450                     INVALID KEY
005460                         CONTINUE
005470                 END-WRITE
005480             ELSE
005490                 REWRITE RATECFG-REC
005500                     INVALID KEY
005510                         CONTINUE
005520                 END-REWRITE
005530             END-IF
005540         END-IF
005550     ELSE IF CP-FILE = 'C' THEN
005560         IF CP-DELETE THEN
005570             DELETE CRLIMCFG-FILE RECORD
005580                 INVALID KEY
005590                     CONTINUE
005600             END-DELETE
005610         ELSE
005620             MOVE CP-NEW-REC TO CRLIMCFG-REC
005630             IF CP-ADD THEN
005640                 WRITE CRLIMCFG-REC
005650                     INVALID KEY
005660                         CONTINUE
005670                 END-WRITE
005680             ELSE
005690                 REWRITE CRLIMCFG-REC
005700                     INVALID KEY
005710                         CONTINUE
005720                 END-REWRITE
005730             END-IF
005740         END-IF
005750     ELSE IF CP-FILE = 'S' THEN
005760         IF CP-DELETE THEN
005770             DELETE SCOREBND-FILE RECORD
005780                 INVALID KEY
005790                     CONTINUE
005800             END-DELETE
005810         ELSE
005820             MOVE CP-NEW-REC TO SCOREBND-REC
005830             IF CP-ADD THEN
005840                 WRITE SCOREBND-REC
005850                     INVALID KEY
005860                         CONTINUE
005870                 END-WRITE
005880             ELSE
005890                 REWRITE SCOREBND-REC
005900                     INVALID KEY
005910                         CONTINUE
005920                 END-REWRITE
005930             END-IF
005940         END-IF
005950     ELSE IF CP-FILE = 'Q' THEN
005960         IF CP-DELETE THEN
005970             DELETE WSQUOTA-FILE RECORD
005980                 INVALID KEY
005990                     CONTINUE
006000             END-DELETE
006010         ELSE
006020             MOVE CP-NEW-REC TO WSQUOTA-REC
006030             IF CP-ADD THEN
006040                 WRITE WSQUOTA-REC
006050                     INVALID KEY
006060                         CONTINUE
006070                 END-WRITE
006080             ELSE
006090                 REWRITE WSQUOTA-REC
006100                     INVALID KEY
006110                         CONTINUE
006120                 END-REWRITE
006130             END-IF
006140         END-IF
006150     ELSE IF CP-FILE = 'F' THEN
006160         IF CP-DELETE THEN
006170             DELETE FEECFG-FILE RECORD
006180                 INVALID KEY
006190                     CONTINUE
006200             END-DELETE
006210         ELSE
006220             MOVE CP-NEW-REC TO FEECFG-REC
006230             IF CP-ADD THEN
006240                 WRITE FEECFG-REC
006250                     INVALID KEY
006260                         CONTINUE
006270                 END-WRITE
006280             ELSE
006290                 REWRITE FEECFG-REC
006300                     INVALID KEY
006310                         CONTINUE
006320                 END-REWRITE
006330             END-IF
006340         END-IF
006350     ELSE IF CP-FILE = 'D' THEN
006360         IF CP-DELETE THEN
006370             DELETE PRODCFG-FILE RECORD
006380                 INVALID KEY
006390                     CONTINUE
006400             END-DELETE
006410         ELSE
006420             MOVE CP-NEW-REC TO PRODCFG-REC
006430             IF CP-ADD THEN
006440                 WRITE PRODCFG-REC
006450                     INVALID KEY
006460                         CONTINUE
006470                 END-WRITE
006480             ELSE
006490                 REWRITE PRODCFG-REC
006500                     INVALID KEY
006510                         CONTINUE
006520                 END-REWRITE
006530             END-IF
006540         END-IF
006550     ELSE IF CP-FILE = 'E' THEN
006560         IF CP-DELETE THEN
006570             DELETE ECLCFG-FILE RECORD
006580                 INVALID KEY
006590                     CONTINUE
006600             END-DELETE
006610         ELSE
006620             MOVE CP-NEW-REC TO ECLCFG-REC
006630             IF CP-ADD THEN
006640                 WRITE ECLCFG-REC
006650                     INVALID KEY
006660                         CONTINUE
006670                 END-WRITE
006680             ELSE
006690                 REWRITE ECLCFG-REC
006700                     INVALID KEY
006710                         CONTINUE
006720                 END-REWRITE
006730             END-IF
006740         END-IF
006750     ELSE IF CP-FILE = 'I' THEN
006760         IF CP-DELETE THEN
006770             DELETE INTROCFG-FILE RECORD
006780                 INVALID KEY
006790                     CONTINUE
006800             END-DELETE
006810         ELSE
006820             MOVE CP-NEW-REC TO INTROCFG-REC
006830             IF CP-ADD THEN
006840                 WRITE INTROCFG-REC
006850                     INVALID KEY
006860                         CONTINUE
006870                 END-WRITE
006880             ELSE
006890                 REWRITE INTROCFG-REC
006900                     INVALID KEY
006910                         CONTINUE
006920                 END-REWRITE
006930             END-IF
006940         END-IF
006950     ELSE
006960         IF CP-DELETE THEN
006970             DELETE AGENCYCFG-FILE RECORD
006980                 INVALID KEY
006990                     CONTINUE
007000             END-DELETE
007010         ELSE
007020             MOVE CP-NEW-REC TO AGENCYCFG-REC
007030             IF CP-ADD THEN
007040                 WRITE AGENCYCFG-REC
007050                     INVALID KEY
007060                         CONTINUE
007070                 END-WRITE
007080             ELSE
007090                 REWRITE AGENCYCFG-REC
007100                     INVALID KEY
007110                         CONTINUE
007120                 END-REWRITE
007130             END-IF
007140         END-IF
007150                                 END-IF
007160                             END-IF
007170                         END-IF
007180                     END-IF
007190                 END-IF
007200             END-IF
007210         END-IF
007220     END-IF.

007230 3200-EXIT.
007240     EXIT.

007250*    THE ONLINE STAMPS ARE EIBDATE'S 0CYYDDD - TAKEN UP TO
007260*    YYYYDDD HERE LIKE EVERY OTHER DATE ON THE ROW
007270 3300-WRITE-HISTORY.

007280     MOVE CP-FILE TO CH-FILE.
007290     MOVE CP-CFGKEY TO CH-CFGKEY.
007300     MOVE CP-EFF-DATE TO CH-EFF-DATE.
007310     MOVE WS-TODAY TO CH-APPLIED-DATE.
007320     MOVE WS-NOW-TIME TO CH-APPLIED-TIME.
007330     MOVE CP-ACTION TO CH-ACTION.
007340     MOVE WS-BEFORE-IMAGE TO CH-BEFORE-REC.
007350     IF CP-DELETE THEN
007360         MOVE SPACES TO CH-AFTER-REC
007370     ELSE
007380         MOVE CP-NEW-REC TO CH-AFTER-REC
007390     END-IF.
007400     MOVE CP-REQ-OPID TO CH-REQ-OPID.
007410     COMPUTE CH-REQ-DATE = CP-REQ-DATE + 1900000.
007420     MOVE CP-DEC-OPID TO CH-APPR-OPID.
007430     COMPUTE CH-APPR-DATE = CP-DEC-DATE + 1900000.
007440     MOVE 'DCI8BCFA' TO CH-JOB.

007450     WRITE CFGHIST-REC
007460         INVALID KEY
007470             DISPLAY 'DCI8BCFA - CFGHIST ROW NOT WRITTEN, STATUS '
007480                 WS-CFGHIST-STATUS
007490             MOVE 'N' TO WS-RUN-OK-SW
007500     END-WRITE.

007510 3300-EXIT.
007520     EXIT.

007530 5000-WRITE-DETAIL.

007540     MOVE CP-FILE TO DL-FILE.
007550     MOVE CP-CFGKEY TO DL-CFGKEY.
007560     MOVE CP-EFF-DATE TO DL-EFF-DATE.
007570     MOVE CP-ACTION TO DL-ACTION.
007580     MOVE CP-REQ-OPID TO DL-REQ-OPID.
007590     MOVE CP-DEC-OPID TO DL-APPR-OPID.
007600     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

007610 5000-EXIT.
007620     EXIT.

007630 9000-TERMINATE.

007640     IF WS-APPLIED-COUNT = 0 AND WS-LAPSED-COUNT = 0 AND
007650         WS-FAILED-COUNT = 0 THEN
007660         WRITE REPORT-LINE FROM WS-NONE-LINE
007670     END-IF.

007680     DISPLAY 'DCI8BCFA - CONFIG CHANGE APPLY - RUN SUMMARY'.
007690     DISPLAY 'APPLY THRU       : ' WS-APPLY-THRU.
007700     DISPLAY 'CFGPEND READ     : ' WS-READ-COUNT.
007710     DISPLAY 'APPLIED          : ' WS-APPLIED-COUNT.
007720     DISPLAY 'LAPSED           : ' WS-LAPSED-COUNT.
007730     DISPLAY 'FAILED           : ' WS-FAILED-COUNT.

007740     CLOSE CFGPEND-FILE.
007750     CLOSE CFGHIST-FILE.
007760     CLOSE RATECFG-FILE.
007770     CLOSE CRLIMCFG-FILE.
007780     CLOSE SCOREBND-FILE.
007790     CLOSE WSQUOTA-FILE.
007800     CLOSE FEECFG-FILE.
007810     CLOSE AGENCYCFG-FILE.
007820     CLOSE PRODCFG-FILE.
007830     CLOSE ECLCFG-FILE.
007840     CLOSE INTROCFG-FILE.
007850     CLOSE REPORT-FILE.

007860 9000-EXIT.
007870     EXIT.

007880*-----------------------------------------------------------------
007890* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
007900* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
007910* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
007920*-----------------------------------------------------------------
007930 8100-WRITE-JRNL-START.

007940*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
007950*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
007960     MOVE 'DCI8BCFA' TO JG-JOBNAME.
007970     CALL 'DCI8BJGT' USING JOBGATE.
007980     IF JG-RC-BLOCKED THEN
007990         MOVE JG-BLOCKED-RC TO RETURN-CODE
008000         STOP RUN
008010     END-IF.

008020     MOVE 'DCI8BCFA' TO JR-JOBNAME.
008030     MOVE 'S' TO JR-ROW-TYPE.
008040     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
008050         JR-REJECTED-COUNT.
008060     MOVE SPACE TO JR-STATUS.
008070     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

008080 8100-EXIT.
008090     EXIT.

008100*    A CHANGE THAT FAILED TO APPLY IS A REJECTION; A RUN THAT
008110*    COULD NOT RECORD WHAT IT DID ENDS 'F'
008120 8200-WRITE-JRNL-END.

008130     MOVE 'DCI8BCFA' TO JR-JOBNAME.
008140     MOVE 'E' TO JR-ROW-TYPE.
008150     MOVE WS-READ-COUNT TO JR-READ-COUNT.
008160     MOVE WS-APPLIED-COUNT TO JR-WRITTEN-COUNT.
008170     MOVE WS-FAILED-COUNT TO JR-REJECTED-COUNT.
008180     IF WS-RUN-OK THEN
008190         MOVE 'G' TO JR-STATUS
008200     ELSE
008210         MOVE 'F' TO JR-STATUS
008220     END-IF.
008230     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

008240 8200-EXIT.
008250     EXIT.

008260 8300-STAMP-AND-WRITE.

008270     ACCEPT JR-DATE FROM DAY YYYYDDD.
008280     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
008290     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

008300     OPEN EXTEND JOURNAL-FILE.
008310     WRITE JR-REC.
008320     CLOSE JOURNAL-FILE.

008330 8300-EXIT.
008340     EXIT.

008350 END PROGRAM DCI8BCFA.
