000010*****************************************************************
000020* DCI8BICM - NIGHTLY INTRODUCER COMMISSION ACCRUAL AND CLAWBACK
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BICM.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - INTRODUCER COMMISSION ON
000160*                 APPROVAL AND FIRST DEBIT, CLAWED BACK ON AN
000170*                 EARLY CLOSURE OR CHARGE-OFF
000171* 2026-10-15 AA   CLOSEACCT RECORD WIDENED FOR THE MAIL ADDRESS,
000172*                 E-MAIL AND CONTACT FLAGS CARRIED AT CLOSURE
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* BROKERS AND PARTNER RETAILERS (INTROCFG) ARE PAID A FLAT
000210* COMMISSION WHEN AN APPLICATION THEY INTRODUCED IS APPROVED AND
000220* ANOTHER WHEN THE NEW ACCOUNT MAKES ITS FIRST DEBIT. THIS JOB
000230* BOOKS BOTH ON THE INTROCOM LEDGER, AND TAKES THEM BACK WHEN THE
000240* ACCOUNT IS CLOSED OR CHARGED OFF INSIDE THE INTRODUCER'S
000250* CLAWBACK WINDOW. IT RUNS EACH NIGHT AFTER DCI8BPST, IN TWO
000260* PASSES:
000270*   1 - PENDAPP: AN APPROVED APPLICATION CARRYING AN INTRODUCER
000280*       CODE AND NOT YET ON INTROCOM GETS ITS LEDGER ROW, WITH THE
000290*       INTRODUCER'S TERMS AS THEY STAND TONIGHT AND THE APPROVAL
000300*       COMMISSION BOOKED. A CODE NO LONGER ON INTROCFG IS LISTED
000310*       AND LEFT FOR A LATER NIGHT - NOTHING IS BOOKED WITHOUT
000320*       TERMS
000330*   2 - INTROCOM: EVERY ROW NOT YET CLAWED BACK IS CHECKED
000340*       AGAINST CLOSEACCT AND RECOVLDG - A CLOSURE OR CHARGE-OFF
000350*       DATED ON OR BEFORE IM-CLAW-UNTIL CLAWS BACK EVERYTHING
000360*       BOOKED SO FAR. OTHERWISE, UNTIL THE FIRST DEBIT IS BOOKED,
000370*       THE ACCOUNT'S ACCTTXN ROWS ARE READ FOR ITS FIRST 'D' ROW
000380* A RERUN BOOKS NOTHING TWICE - EACH EVENT IS BOOKED ONCE, WITH
000390* THE RUN DATE, AND THE MONTHLY DCI8BICS STATEMENT AND GL SUMMARY
000400* TAKE EVERY EVENT BOOKED IN THEIR MONTH. A ROW WHOSE FIRST DEBIT
000410* IS BOOKED AND WHOSE WINDOW ENDED OVER A WEEK AGO HAS NOTHING
000420* LEFT TO HAPPEN AND IS PASSED OVER
000430* EVERY EVENT BOOKED TONIGHT IS LISTED ON ICMRPT
000440*****************************************************************

000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. IBM-370.
000480 OBJECT-COMPUTER. IBM-370.

000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.

000510     SELECT PENDAPP-FILE ASSIGN TO PENDAPP
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS AP-APPLID
000550         FILE STATUS IS WS-PENDAPP-STATUS.

000560     SELECT INTROCFG-FILE ASSIGN TO INTROCFG
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS IT-CODE
000600         FILE STATUS IS WS-INTROCFG-STATUS.

000610     SELECT INTROCOM-FILE ASSIGN TO INTROCOM
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS IM-ACCTNO
000650         FILE STATUS IS WS-INTROCOM-STATUS.

000660     SELECT ACCTTXN-FILE ASSIGN TO ACCTTXN
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS DYNAMIC
000690         RECORD KEY IS TX-KEY
000700         FILE STATUS IS WS-ACCTTXN-STATUS.

000710     SELECT CLOSEACCT-FILE ASSIGN TO CLOSEACCT
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS CA-ACCTNO
000750         FILE STATUS IS WS-CLOSEACCT-STATUS.

000760     SELECT RECOVLDG-FILE ASSIGN TO RECOVLDG
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS RL-ACCTNO
000800         FILE STATUS IS WS-RECOVLDG-STATUS.

000810     SELECT REPORT-FILE ASSIGN TO ICMRPT
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-REPORT-STATUS.

000840     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-JOURNAL-STATUS.

000870 DATA DIVISION.
000880 FILE SECTION.

000890*-----------------------------------------------------------------
000900* PENDAPP - THE STATUS, ACCOUNT, BRANCH, VETTING DATE AND
000910* INTRODUCER ARE TAKEN
000920*-----------------------------------------------------------------
000930 FD  PENDAPP-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  PENDAPP-REC.
000960     05  AP-APPLID               PIC 9(08).
000970     05  AP-STATUS               PIC X(01).
000980         88  AP-APPROVED                 VALUE 'A'.
000990     05  AP-ACCTNO               PIC X(09).
001000     05  FILLER                  PIC X(185).
001010     05  AP-BRANCH               PIC X(04).
001020     05  FILLER                  PIC X(20).
001030     05  FILLER                  PIC X(12).
001040     05  AP-VET-DATE             PIC S9(7) COMP-3.
001050     05  FILLER                  PIC X(04).
001060     05  FILLER                  PIC X(45).
001070     05  AP-INTRO-CODE           PIC X(08).

001080 FD  INTROCFG-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 01  INTROCFG-REC.
001110     05  IT-CODE                 PIC X(08).
001120     05  IT-ACTIVE               PIC X(01).
001130     05  IT-CLAWBACK-DAYS        PIC 9(03).
001140     05  IT-APPR-COMM            PIC 9(04)V99.
001150     05  IT-DEBIT-COMM           PIC 9(04)V99.

001160 FD  INTROCOM-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  INTROCOM-REC.
001190     05  IM-ACCTNO               PIC X(09).
001200     05  IM-INTRO-CODE           PIC X(08).
001210     05  IM-APPLID               PIC 9(08).
001220     05  IM-BRANCH               PIC X(04).
001230     05  IM-APPR-DATE            PIC S9(7) COMP-3.
001240     05  IM-CLAW-UNTIL           PIC S9(7) COMP-3.
001250     05  IM-APPR-COMM            PIC 9(04)V99.
001260     05  IM-APPR-BOOKED          PIC S9(7) COMP-3.
001270     05  IM-DEBIT-COMM           PIC 9(04)V99.
001280     05  IM-DEBIT-DATE           PIC S9(7) COMP-3.
001290     05  IM-DEBIT-BOOKED         PIC S9(7) COMP-3.
001300     05  IM-CLAW-AMT             PIC 9(05)V99.
001310     05  IM-CLAW-REASON          PIC X(01).
001320     05  IM-CLAW-DATE            PIC S9(7) COMP-3.
001330     05  IM-CLAW-BOOKED          PIC S9(7) COMP-3.

001340 FD  ACCTTXN-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  ACCTTXN-REC.
001370     05  TX-KEY.
001380         10  TX-ACCTNO           PIC X(09).
001390         10  TX-DATE             PIC S9(7) COMP-3.
001400         10  TX-SEQNO            PIC 9(04) COMP.
001410     05  TX-TYPE                 PIC X(01).
001420         88  TX-TYPE-DEBIT               VALUE 'D'.
001430     05  FILLER                  PIC X(43).

001440 FD  CLOSEACCT-FILE
001450     LABEL RECORDS ARE STANDARD.
001460 01  CLOSEACCT-REC.
001470     05  CA-ACCTNO               PIC X(09).
001480     05  FILLER                  PIC X(98).
001490     05  CA-CLS-DATE             PIC S9(7) COMP-3.
001491     05  FILLER                  PIC X(83).

001510 FD  RECOVLDG-FILE
001520     LABEL RECORDS ARE STANDARD.
001530 01  RECOVLDG-REC.
001540     05  RL-ACCTNO               PIC X(09).
001550     05  RL-CHGOFF-DATE          PIC S9(7) COMP-3.
001560     05  FILLER                  PIC X(74).

001570 FD  REPORT-FILE
001580     RECORDING MODE IS F
001590     LABEL RECORDS ARE STANDARD.
001600 01  REPORT-LINE                 PIC X(80).

001610*-----------------------------------------------------------------
001620* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001630* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001640*-----------------------------------------------------------------
001650 FD  JOURNAL-FILE
001660     RECORDING MODE IS F
001670     LABEL RECORDS ARE STANDARD.
001680 01  JR-REC.
001690     05  JR-JOBNAME              PIC X(08).
001700     05  JR-ROW-TYPE             PIC X(01).
001710     05  JR-DATE                 PIC 9(07).
001720     05  JR-TIME                 PIC 9(06).
001730     05  JR-READ-COUNT           PIC 9(07).
001740     05  JR-WRITTEN-COUNT        PIC 9(07).
001750     05  JR-REJECTED-COUNT       PIC 9(07).
001760     05  JR-STATUS               PIC X(01).
001770     05  FILLER                  PIC X(06).

001780 WORKING-STORAGE SECTION.
001790 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001800 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001810     COPY 'JOBGATE'.

001820 77  WS-PENDAPP-STATUS       PIC X(02) VALUE SPACES.
001830 77  WS-INTROCFG-STATUS      PIC X(02) VALUE SPACES.
001840 77  WS-INTROCOM-STATUS      PIC X(02) VALUE SPACES.
001850 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
001860 77  WS-CLOSEACCT-STATUS     PIC X(02) VALUE SPACES.
001870 77  WS-RECOVLDG-STATUS      PIC X(02) VALUE SPACES.
001880 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001890 01  WS-SWITCHES.
001900     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001910         88  WS-EOF-YES              VALUE 'Y'.
001920     05  WS-TXN-EOF-SW       PIC X(01) VALUE 'N'.
001930         88  WS-TXN-EOF-YES          VALUE 'Y'.

001940 01  WS-COUNTERS.
001950     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001960     05  WS-LEDGER-READ      PIC 9(07) COMP-3 VALUE 0.
001970     05  WS-APPR-COUNT       PIC 9(07) COMP-3 VALUE 0.
001980     05  WS-DEBIT-COUNT      PIC 9(07) COMP-3 VALUE 0.
001990     05  WS-CLAW-COUNT       PIC 9(07) COMP-3 VALUE 0.
002000     05  WS-NO-TERMS-COUNT   PIC 9(07) COMP-3 VALUE 0.

002010 01  WS-AMOUNTS.
002020     05  WS-APPR-TOTAL       PIC 9(09)V99 COMP-3 VALUE 0.
002030     05  WS-DEBIT-TOTAL      PIC 9(09)V99 COMP-3 VALUE 0.
002040     05  WS-CLAW-TOTAL       PIC 9(09)V99 COMP-3 VALUE 0.

002050 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
002060 77  WS-SETTLED-BEFORE       PIC S9(7) COMP-3 VALUE 0.
002070 77  WS-EVENT-DATE           PIC S9(7) COMP-3 VALUE 0.

002080* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
002090     COPY 'DATEPARM'.

002100 01  WS-REPORT-HEADING1.
002110     05  FILLER              PIC X(44) VALUE
002120         'DCI8BICM - INTRODUCER COMMISSION BOOKED     '.
002130     05  FILLER              PIC X(05) VALUE 'RUN '.
002140     05  RH-RUN-DATE         PIC 9(08).
002150     05  FILLER              PIC X(23) VALUE SPACES.

002160 01  WS-REPORT-HEADING2.
002170     05  FILLER PIC X(40) VALUE
002180         'ACCOUNT   INTRODCR APPL ID  EVENT       '.
002190     05  FILLER PIC X(40) VALUE
002200         '      DATE     AMOUNT'.

002210 01  WS-DETAIL-LINE.
002220     05  DL-ACCTNO           PIC X(09).
002230     05  FILLER              PIC X(01) VALUE SPACES.
002240     05  DL-INTRO-CODE       PIC X(08).
002250     05  FILLER              PIC X(01) VALUE SPACES.
002260     05  DL-APPLID           PIC 9(08).
002270     05  FILLER              PIC X(01) VALUE SPACES.
002280     05  DL-EVENT            PIC X(18).
002290     05  FILLER              PIC X(01) VALUE SPACES.
002300     05  DL-DATE             PIC 9(08).
002310     05  FILLER              PIC X(01) VALUE SPACES.
002320     05  DL-AMOUNT           PIC ZZ,ZZ9.99.
002330     05  FILLER              PIC X(15) VALUE SPACES.

002340 01  WS-TOTAL-LINE.
002350     05  TL-LABEL            PIC X(30).
002360     05  TL-COUNT            PIC Z,ZZZ,ZZ9.
002370     05  FILLER              PIC X(02) VALUE SPACES.
002380     05  TL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
002390     05  FILLER              PIC X(25) VALUE SPACES.

002400 PROCEDURE DIVISION.

002410 0000-MAINLINE.

002420     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

002430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

002440     PERFORM 2000-PROCESS-APPLICATION THRU 2000-EXIT
002450         UNTIL WS-EOF-YES.

002460     PERFORM 3000-LEDGER-PASS THRU 3000-EXIT.

002470     PERFORM 9000-TERMINATE THRU 9000-EXIT.

002480     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

002490     GOBACK.

002500 1000-INITIALIZE.

002510     OPEN INPUT PENDAPP-FILE.
002520     OPEN INPUT INTROCFG-FILE.
002530     OPEN I-O INTROCOM-FILE.
002540     OPEN INPUT ACCTTXN-FILE.
002550     OPEN INPUT CLOSEACCT-FILE.
002560     OPEN INPUT RECOVLDG-FILE.
002570     OPEN OUTPUT REPORT-FILE.

002580     MOVE 'TOD' TO DP-FUNCTION.
002590     CALL 'DCI8BDAT' USING DATEPARM.
002600     MOVE DP-JULIAN TO WS-TODAY.
002610     MOVE DP-GREGORIAN TO RH-RUN-DATE.

002620     MOVE 'SUB' TO DP-FUNCTION.
002630     MOVE WS-TODAY TO DP-JULIAN.
002640     MOVE 7 TO DP-DAYS.
002650     CALL 'DCI8BDAT' USING DATEPARM.
002660     MOVE DP-JULIAN TO WS-SETTLED-BEFORE.

002670     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
002680     MOVE SPACES TO REPORT-LINE.
002690     WRITE REPORT-LINE.
002700     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

002710     PERFORM 1100-READ-PENDAPP THRU 1100-EXIT.

002720 1000-EXIT.
002730     EXIT.

002740 1100-READ-PENDAPP.

002750     READ PENDAPP-FILE NEXT RECORD
002760         AT END
002770             GO TO 1100-EOF
002780     END-READ.

002790     ADD 1 TO WS-READ-COUNT.

002800*    DCI8DPGW STAMPS THE VETTING DATE FROM EIBDATE (0CYYDDD)
002810     IF AP-VET-DATE > 0 AND AP-VET-DATE < 1000000 THEN
002820         ADD 1900000 TO AP-VET-DATE
002830     END-IF.
002840     GO TO 1100-EXIT.

002850 1100-EOF.
002860     MOVE 'Y' TO WS-EOF-SW.

002870 1100-EXIT.
002880     EXIT.

002890*-----------------------------------------------------------------
002900* 2000-PROCESS-APPLICATION - PASS 1. AN APPROVED, INTRODUCED
002910* APPLICATION NOT YET ON THE LEDGER GETS ITS ROW AND ITS APPROVAL
002920* COMMISSION
002930*-----------------------------------------------------------------
002940 2000-PROCESS-APPLICATION.

002950     IF NOT AP-APPROVED THEN
002960         GO TO 2000-READ-NEXT
002970     END-IF.
002980     IF AP-INTRO-CODE = SPACES OR AP-INTRO-CODE = LOW-VALUES THEN
002990         GO TO 2000-READ-NEXT
003000     END-IF.

003010     MOVE AP-ACCTNO TO IM-ACCTNO.
003020     READ INTROCOM-FILE
003030         INVALID KEY
003040             MOVE '23' TO WS-INTROCOM-STATUS
003050     END-READ.
003060     IF WS-INTROCOM-STATUS = '00' THEN
003070         GO TO 2000-READ-NEXT
003080     END-IF.

003090     MOVE AP-INTRO-CODE TO IT-CODE.
003100     READ INTROCFG-FILE
003110         INVALID KEY
003120             MOVE '23' TO WS-INTROCFG-STATUS
003130     END-READ.
003140     IF WS-INTROCFG-STATUS NOT = '00' THEN
003150         ADD 1 TO WS-NO-TERMS-COUNT
003160         MOVE AP-ACCTNO TO DL-ACCTNO
003170         MOVE AP-INTRO-CODE TO DL-INTRO-CODE
003180         MOVE AP-APPLID TO DL-APPLID
003190         MOVE 'NOT ON INTROCFG' TO DL-EVENT
003200         MOVE 0 TO DL-DATE
003210         MOVE 0 TO DL-AMOUNT
003220         WRITE REPORT-LINE FROM WS-DETAIL-LINE
003230         GO TO 2000-READ-NEXT
003240     END-IF.

003250     MOVE SPACES TO INTROCOM-REC.
003260     MOVE AP-ACCTNO TO IM-ACCTNO.
003270     MOVE AP-INTRO-CODE TO IM-INTRO-CODE.
003280     MOVE AP-APPLID TO IM-APPLID.
003290     MOVE AP-BRANCH TO IM-BRANCH.
003300     MOVE AP-VET-DATE TO IM-APPR-DATE.

003310     MOVE 'ADD' TO DP-FUNCTION.
003320     MOVE AP-VET-DATE TO DP-JULIAN.
003330     MOVE IT-CLAWBACK-DAYS TO DP-DAYS.
003340     CALL 'DCI8BDAT' USING DATEPARM.
003350     MOVE DP-JULIAN TO IM-CLAW-UNTIL.

003360     MOVE IT-APPR-COMM TO IM-APPR-COMM.
003370     MOVE WS-TODAY TO IM-APPR-BOOKED.
003380     MOVE IT-DEBIT-COMM TO IM-DEBIT-COMM.
003390     MOVE 0 TO IM-DEBIT-DATE.
003400     MOVE 0 TO IM-DEBIT-BOOKED.
003410     MOVE 0 TO IM-CLAW-AMT.
003420     MOVE SPACE TO IM-CLAW-REASON.
003430     MOVE 0 TO IM-CLAW-DATE.
003440     MOVE 0 TO IM-CLAW-BOOKED.

003450     WRITE INTROCOM-REC
003460         INVALID KEY
003470             GO TO 2000-READ-NEXT
003480     END-WRITE.

003490     ADD 1 TO WS-APPR-COUNT.
003500     ADD IM-APPR-COMM TO WS-APPR-TOTAL.
003510     MOVE 'APPROVAL' TO DL-EVENT.
003520     MOVE IM-APPR-DATE TO WS-EVENT-DATE.
003530     MOVE IM-APPR-COMM TO DL-AMOUNT.
003540     PERFORM 7000-WRITE-EVENT THRU 7000-EXIT.

003550 2000-READ-NEXT.
003560     PERFORM 1100-READ-PENDAPP THRU 1100-EXIT.

003570 2000-EXIT.
003580     EXIT.

003590*-----------------------------------------------------------------
003600* 3000-LEDGER-PASS - PASS 2, THE WHOLE LEDGER FROM THE TOP
003610*-----------------------------------------------------------------
003620 3000-LEDGER-PASS.

003630     MOVE 'N' TO WS-EOF-SW.
003640     MOVE LOW-VALUES TO IM-ACCTNO.
003650     START INTROCOM-FILE KEY IS NOT LESS THAN IM-ACCTNO
003660         INVALID KEY
003670             MOVE 'Y' TO WS-EOF-SW
003680     END-START.

003690     PERFORM 3100-LEDGER-ROW THRU 3100-EXIT
003700         UNTIL WS-EOF-YES.

003710 3000-EXIT.
003720     EXIT.

003730 3100-LEDGER-ROW.

003740     READ INTROCOM-FILE NEXT RECORD
003750         AT END
003760             MOVE 'Y' TO WS-EOF-SW
003770             GO TO 3100-EXIT
003780     END-READ.

003790     ADD 1 TO WS-LEDGER-READ.

003800     IF IM-CLAW-BOOKED > 0 THEN
003810         GO TO 3100-EXIT
003820     END-IF.
003830     IF IM-DEBIT-BOOKED > 0 AND
003840        IM-CLAW-UNTIL < WS-SETTLED-BEFORE THEN
003850         GO TO 3100-EXIT
003860     END-IF.

003870     PERFORM 3200-CHECK-CLAWBACK THRU 3200-EXIT.
003880     IF IM-CLAW-BOOKED > 0 THEN
003890         GO TO 3100-EXIT
003900     END-IF.

003910     IF IM-DEBIT-BOOKED = 0 THEN
003920         PERFORM 3300-FIND-FIRST-DEBIT THRU 3300-EXIT
003930     END-IF.

003940 3100-EXIT.
003950     EXIT.

003960*-----------------------------------------------------------------
003970* 3200-CHECK-CLAWBACK - CLOSED (CLOSEACCT) OR CHARGED OFF
003980* (RECOVLDG) ON OR BEFORE IM-CLAW-UNTIL TAKES BACK EVERYTHING
003990* BOOKED. A CLOSURE IS LOOKED FOR FIRST
004000*-----------------------------------------------------------------
004010 3200-CHECK-CLAWBACK.

004020     MOVE 0 TO WS-EVENT-DATE.

004030     MOVE IM-ACCTNO TO CA-ACCTNO.
004040     READ CLOSEACCT-FILE
004050         INVALID KEY
004060             MOVE '23' TO WS-CLOSEACCT-STATUS
004070     END-READ.
004080     IF WS-CLOSEACCT-STATUS = '00' THEN
004090*        STAMPED ONLINE FROM EIBDATE (0CYYDDD)
004100         IF CA-CLS-DATE > 0 AND CA-CLS-DATE < 1000000 THEN
004110             ADD 1900000 TO CA-CLS-DATE
004120         END-IF
004130         IF CA-CLS-DATE NOT > IM-CLAW-UNTIL THEN
004140             MOVE 'C' TO IM-CLAW-REASON
004150             MOVE CA-CLS-DATE TO WS-EVENT-DATE
004160         END-IF
004170     END-IF.

004180     IF WS-EVENT-DATE = 0 THEN
004190         MOVE IM-ACCTNO TO RL-ACCTNO
004200         READ RECOVLDG-FILE
004210             INVALID KEY
004220                 MOVE '23' TO WS-RECOVLDG-STATUS
004230         END-READ
004240         IF WS-RECOVLDG-STATUS = '00' AND
004250            RL-CHGOFF-DATE NOT > IM-CLAW-UNTIL THEN
004260             MOVE 'W' TO IM-CLAW-REASON
004270             MOVE RL-CHGOFF-DATE TO WS-EVENT-DATE
004280         END-IF
004290     END-IF.

004300     IF WS-EVENT-DATE = 0 THEN
004310         GO TO 3200-EXIT
004320     END-IF.

004330     MOVE IM-APPR-COMM TO IM-CLAW-AMT.
004340     IF IM-DEBIT-BOOKED > 0 THEN
004350         ADD IM-DEBIT-COMM TO IM-CLAW-AMT
004360     END-IF.
004370     MOVE WS-EVENT-DATE TO IM-CLAW-DATE.
004380     MOVE WS-TODAY TO IM-CLAW-BOOKED.

004390     REWRITE INTROCOM-REC
004400         INVALID KEY
004410             MOVE 0 TO IM-CLAW-BOOKED
004420             GO TO 3200-EXIT
004430     END-REWRITE.

004440     ADD 1 TO WS-CLAW-COUNT.
004450     ADD IM-CLAW-AMT TO WS-CLAW-TOTAL.
004460     IF IM-CLAW-REASON = 'C' THEN
004470         MOVE 'CLAWBACK - CLOSED' TO DL-EVENT
004480     ELSE
004490         MOVE 'CLAWBACK - CHG OFF' TO DL-EVENT
004500     END-IF.
004510     MOVE IM-CLAW-AMT TO DL-AMOUNT.
004520     PERFORM 7000-WRITE-EVENT THRU 7000-EXIT.

004530 3200-EXIT.
004540     EXIT.

004550*-----------------------------------------------------------------
004560* 3300-FIND-FIRST-DEBIT - THE ACCOUNT'S ACCTTXN ROWS ARE IN DATE
004570* ORDER, SO THE FIRST 'D' ROW MET IS THE FIRST DEBIT
004580*-----------------------------------------------------------------
004590 3300-FIND-FIRST-DEBIT.

004600     MOVE 'N' TO WS-TXN-EOF-SW.
004610     MOVE 0 TO WS-EVENT-DATE.
004620     MOVE IM-ACCTNO TO TX-ACCTNO.
004630     MOVE 0 TO TX-DATE.
004640     MOVE 0 TO TX-SEQNO.

004650     START ACCTTXN-FILE KEY IS NOT LESS THAN TX-KEY
004660         INVALID KEY
004670             GO TO 3300-EXIT
004680     END-START.

004690     PERFORM 3310-NEXT-TXN THRU 3310-EXIT
004700         UNTIL WS-TXN-EOF-YES.

004710     IF WS-EVENT-DATE = 0 THEN
004720         GO TO 3300-EXIT
004730     END-IF.

004740     MOVE WS-EVENT-DATE TO IM-DEBIT-DATE.
004750     MOVE WS-TODAY TO IM-DEBIT-BOOKED.

004760     REWRITE INTROCOM-REC
004770         INVALID KEY
004780             GO TO 3300-EXIT
004790     END-REWRITE.

004800     ADD 1 TO WS-DEBIT-COUNT.
004810     ADD IM-DEBIT-COMM TO WS-DEBIT-TOTAL.
004820     MOVE 'FIRST DEBIT' TO DL-EVENT.
004830     MOVE IM-DEBIT-COMM TO DL-AMOUNT.
004840     PERFORM 7000-WRITE-EVENT THRU 7000-EXIT.

004850 3300-EXIT.
004860     EXIT.

004870 3310-NEXT-TXN.

004880     READ ACCTTXN-FILE NEXT RECORD
004890         AT END
004900             MOVE 'Y' TO WS-TXN-EOF-SW
004910             GO TO 3310-EXIT
004920     END-READ.

004930     IF TX-ACCTNO NOT = IM-ACCTNO THEN
004940         MOVE 'Y' TO WS-TXN-EOF-SW
004950         GO TO 3310-EXIT
004960     END-IF.

004970     IF TX-TYPE-DEBIT THEN
004980         MOVE TX-DATE TO WS-EVENT-DATE
004990         MOVE 'Y' TO WS-TXN-EOF-SW
005000     END-IF.

005010 3310-EXIT.
005020     EXIT.

005030*-----------------------------------------------------------------
005040* 7000-WRITE-EVENT - ONE REPORT LINE FOR THE EVENT JUST BOOKED;
005050* DL-EVENT, DL-AMOUNT AND WS-EVENT-DATE ARE SET BY THE CALLER
005060*-----------------------------------------------------------------
005070 7000-WRITE-EVENT.

005080     MOVE IM-ACCTNO TO DL-ACCTNO.
005090     MOVE IM-INTRO-CODE TO DL-INTRO-CODE.
005100     MOVE IM-APPLID TO DL-APPLID.

005110     MOVE 'J2G' TO DP-FUNCTION.
005120     MOVE WS-EVENT-DATE TO DP-JULIAN.
005130     CALL 'DCI8BDAT' USING DATEPARM.
005140     IF DP-RC-GOOD THEN
005150         MOVE DP-GREGORIAN TO DL-DATE
005160     ELSE
005170         MOVE 0 TO DL-DATE
005180     END-IF.

005190     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

005200 7000-EXIT.
005210     EXIT.

005220 9000-TERMINATE.

005230     MOVE SPACES TO REPORT-LINE.
005240     WRITE REPORT-LINE.
005250     MOVE 'APPROVAL COMMISSION BOOKED' TO TL-LABEL.
005260     MOVE WS-APPR-COUNT TO TL-COUNT.
005270     MOVE WS-APPR-TOTAL TO TL-AMOUNT.
005280     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
005290     MOVE 'FIRST-DEBIT COMMISSION BOOKED' TO TL-LABEL.
005300     MOVE WS-DEBIT-COUNT TO TL-COUNT.
005310     MOVE WS-DEBIT-TOTAL TO TL-AMOUNT.
005320     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
005330     MOVE 'COMMISSION CLAWED BACK' TO TL-LABEL.
005340     MOVE WS-CLAW-COUNT TO TL-COUNT.
005350     MOVE WS-CLAW-TOTAL TO TL-AMOUNT.
005360     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
005370     MOVE 'INTRODUCER NOT ON INTROCFG' TO TL-LABEL.
005380     MOVE WS-NO-TERMS-COUNT TO TL-COUNT.
005390     MOVE 0 TO TL-AMOUNT.
005400     WRITE REPORT-LINE FROM WS-TOTAL-LINE.

005410     DISPLAY 'DCI8BICM - INTRODUCER COMMISSION - RUN SUMMARY'.
005420     DISPLAY 'APPLICATIONS READ   : ' WS-READ-COUNT.
005430     DISPLAY 'LEDGER ROWS READ    : ' WS-LEDGER-READ.
005440     DISPLAY 'APPROVALS BOOKED    : ' WS-APPR-COUNT.
005450     DISPLAY 'FIRST DEBITS BOOKED : ' WS-DEBIT-COUNT.
005460     DISPLAY 'CLAWBACKS BOOKED    : ' WS-CLAW-COUNT.
005470     DISPLAY 'NOT ON INTROCFG     : ' WS-NO-TERMS-COUNT.

005480     CLOSE PENDAPP-FILE.
005490     CLOSE INTROCFG-FILE.
005500     CLOSE INTROCOM-FILE.
005510     CLOSE ACCTTXN-FILE.
005520     CLOSE CLOSEACCT-FILE.
005530     CLOSE RECOVLDG-FILE.
005540     CLOSE REPORT-FILE.

005550 9000-EXIT.
005560     EXIT.

005570*-----------------------------------------------------------------
005580* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
005590* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
005600* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
005610*-----------------------------------------------------------------
005620 8100-WRITE-JRNL-START.

005630*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
005640*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
005650     MOVE 'DCI8BICM' TO JG-JOBNAME.
005660     CALL 'DCI8BJGT' USING JOBGATE.
005670     IF JG-RC-BLOCKED THEN
005680         MOVE JG-BLOCKED-RC TO RETURN-CODE
005690         STOP RUN
005700     END-IF.

005710     MOVE 'DCI8BICM' TO JR-JOBNAME.
005720     MOVE 'S' TO JR-ROW-TYPE.
005730     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
005740         JR-REJECTED-COUNT.
005750     MOVE SPACE TO JR-STATUS.
005760     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

005770 8100-EXIT.
005780     EXIT.

005790 8200-WRITE-JRNL-END.

005800     MOVE 'DCI8BICM' TO JR-JOBNAME.
005810     MOVE 'E' TO JR-ROW-TYPE.
005820     MOVE WS-READ-COUNT TO JR-READ-COUNT.
005830     COMPUTE JR-WRITTEN-COUNT = WS-APPR-COUNT + WS-DEBIT-COUNT
005840         + WS-CLAW-COUNT.
005850     MOVE WS-NO-TERMS-COUNT TO JR-REJECTED-COUNT.
005860     MOVE 'G' TO JR-STATUS.
005870     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

005880 8200-EXIT.
005890     EXIT.

005900 8300-STAMP-AND-WRITE.

005910     ACCEPT JR-DATE FROM DAY YYYYDDD.
005920     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
005930     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

005940     OPEN EXTEND JOURNAL-FILE.
005950     WRITE JR-REC.
005960     CLOSE JOURNAL-FILE.

005970 8300-EXIT.
005980     EXIT.

005990 END PROGRAM DCI8BICM.
