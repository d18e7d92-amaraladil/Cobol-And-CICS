000010*****************************************************************
000020* DCI8BSBW - SMALL-BALANCE WRITE-OFF
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BSBW.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - CLEARS THE FEW PENCE OF
000160*                 INTEREST OR ROUNDING THAT KEEP AN ACCOUNT THE
000170*                 CUSTOMER WANTS CLOSED FROM CLOSING
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* DCI8DPGF WILL NOT CLOSE AN ACCOUNT WITH A NONZERO BALANCE, AND
000210* A RESIDUE OF A FEW PENCE LEFT BY INTEREST OR ROUNDING USED TO
000220* NEED A MANUAL CREDIT. THIS NIGHTLY JOB WALKS ACCTFILE FOR
000230* ACCOUNTS WHOSE BALANCE, EITHER SIGN, IS BELOW THE ACCTCTL
000240* 'WOFFLIM' ROW AND THAT EITHER HAVE A CLOSURE NOTED (A MET
000250* SETTLEMENT QUOTE, SETTLE-FLAG 'Q') OR HAVE HAD NO ACCTTXN
000260* ACTIVITY FOR THE ACCTCTL 'WOFFDAYS' ROW'S DAYS:
000270*   - A DEBIT RESIDUE (THE CUSTOMER OWES IT) IS WRITTEN OFF BY A
000280*     BALANCING ACCTTXN CREDIT ON THE RESERVED SEQUENCE 8016,
000290*     WHICH DCI8BGLX BOOKS TO THE SMALLBWO PROFIT-AND-LOSS
000300*     ACCOUNT, WITH A TXNNARR NARRATIVE FOR THE STATEMENT. THE
000310*     RESERVED SEQUENCE ALSO MAKES A SAME-DAY RERUN SKIP IT.
000320*   - A CREDIT RESIDUE (WE OWE IT) IS NEVER WRITTEN OFF. ON A
000330*     CLOSING ACCOUNT ITS CRWATCH CLOCK IS RELEASED ('S') SO THE
000340*     NEXT DCI8BCRF RUN REFUNDS IT WHATEVER ITS SIZE OR AGE;
000350*     OTHERWISE IT IS LEFT FOR THE DCI8BESC UNCLAIMED-FUNDS RUN,
000360*     WHICH FINDS DORMANT CREDITS ON ITS OWN.
000370* A FROZEN ACCOUNT (STAT 'X') IS LEFT ALONE AND COUNTED. EVERY
000380* WRITE-OFF AND EVERY CREDIT ROUTED PRINTS ON THE SBWRPT REPORT
000390* WITH THE RUN'S TOTALS, AND THE RUN JOURNALS TO RUNJRNL LIKE
000400* THE REST OF THE SUITE.
000410* WITH NO WOFFLIM ROW (OR A ZERO ONE) NOTHING IS WRITTEN OFF; A
000420* MISSING WOFFDAYS ROW FALLS BACK TO 90 DAYS.
000430*****************************************************************

000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.

000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.

000500     SELECT ACCTFILE ASSIGN TO ACCTFILE
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS SEQUENTIAL
000530         RECORD KEY IS AF-ACCTKEY
000540         FILE STATUS IS WS-ACCTFILE-STATUS.

000550     SELECT ACCTTXN-FILE ASSIGN TO ACCTTXN
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS TX-KEY
000590         FILE STATUS IS WS-ACCTTXN-STATUS.

000600     SELECT TXNNARR-FILE ASSIGN TO TXNNARR
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS NR-KEY
000640         FILE STATUS IS WS-TXNNARR-STATUS.

000650     SELECT ACCTCTL-FILE ASSIGN TO ACCTCTL
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS CT-KEYNAME
000690         FILE STATUS IS WS-ACCTCTL-STATUS.

000700     SELECT CRWATCH-FILE ASSIGN TO CRWATCH
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS CW-ACCTNO
000740         FILE STATUS IS WS-CRWATCH-STATUS.

000750     SELECT ESCHEAT-FILE ASSIGN TO ESCHEAT
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS ES-ACCTNO
000790         FILE STATUS IS WS-ESCHEAT-STATUS.

000800     SELECT REPORT-FILE ASSIGN TO SBWRPT
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-REPORT-STATUS.

000830     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-JOURNAL-STATUS.

000860 DATA DIVISION.
000870 FILE SECTION.

000880 FD  ACCTFILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  ACCTFILE-REC.
000910     05  AF-ACCTKEY.
000920         10  AF-ACCTNO           PIC X(09).
000930     05  AF-FNAME                PIC X(15).
000940     05  AF-SNAME                PIC X(15).
000950     05  AF-TITL                 PIC X(04).
000960     05  AF-ADDR1                PIC X(20).
000970     05  AF-ADDR2                PIC X(20).
000980     05  AF-CRLIMIT              PIC 9(08)V99.
000990     05  AF-STAT                 PIC X(01).
001000     05  AF-CREATED-INFO.
001010         10  AF-CR-USERID        PIC X(08).
001020         10  AF-CR-TRMID         PIC X(04).
001030         10  AF-CR-DATE          PIC S9(7) COMP-3.
001040         10  AF-CR-TIME          PIC S9(7) COMP-3.
001050     05  AF-LAST-HIST-SEQ        PIC 9(04) COMP.
001060     05  AF-LAST-CHANGED-INFO.
001070         10  AF-LAST-CHG-DATE    PIC S9(7) COMP-3.
001080         10  AF-LAST-CHG-TIME    PIC S9(7) COMP-3.
001090     05  AF-PHONE                PIC X(15).
001100     05  AF-EMAIL                PIC X(30).
001110     05  AF-LAST-CHG-USERID      PIC X(08).
001120     05  AF-MAIL-ADDR1           PIC X(20).
001130     05  AF-MAIL-ADDR2           PIC X(20).
001140     05  AF-FORMER-SNAME         PIC X(15).
001150     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
001160     05  AF-BUREAU-SCORE         PIC 9(03).
001170     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001180     05  AF-BRANCH               PIC X(04).
001190     05  AF-CONTACT-PREF         PIC X(01).
001200     05  AF-STMT-CYCLE           PIC X(01).
001210     05  AF-GONEAWAY-FLAG        PIC X(01).
001220     05  AF-CUST-ID              PIC 9(08).
001230     05  AF-ESTATE-FLAG          PIC X(01).
001240     05  AF-SENS-FLAG            PIC X(01).
001250     05  AF-ANNFEE-PLAN          PIC X(01).
001260     05  AF-SETTLE-FLAG          PIC X(01).
001270         88  AF-CLOSURE-NOTED            VALUE 'Q'.
001280     05  AF-PRODUCT-CODE         PIC X(04).

001290 FD  ACCTTXN-FILE
001300     LABEL RECORDS ARE STANDARD.
001310 01  ACCTTXN-REC.
001320     05  TX-KEY.
001330         10  TX-ACCTNO           PIC X(09).
001340         10  TX-DATE             PIC S9(7) COMP-3.
001350         10  TX-SEQNO            PIC 9(04) COMP.
001360     05  TX-TYPE                 PIC X(01).
001370     05  TX-AMOUNT               PIC 9(08)V99.
001380     05  TX-POSTED-INFO.
001390         10  TX-POST-DATE        PIC S9(7) COMP-3.
001400         10  TX-POST-JOB         PIC X(08).
001410     05  TX-SOURCE               PIC X(01).
001420     05  TX-CHAIN-INFO.
001430         10  TX-CHAIN-NO         PIC 9(09) COMP.
001440         10  TX-CHAIN-PREV       PIC 9(18) COMP.
001450         10  TX-CHAIN-HASH       PIC 9(18) COMP.

001460 FD  TXNNARR-FILE
001470     LABEL RECORDS ARE STANDARD.
001480 01  TXNNARR-REC.
001490     05  NR-KEY.
001500         10  NR-ACCTNO           PIC X(09).
001510         10  NR-DATE             PIC S9(7) COMP-3.
001520         10  NR-SEQNO            PIC 9(04) COMP.
001530     05  NR-MERCHANT             PIC X(30).
001540     05  NR-CATEGORY             PIC X(04).
001550     05  NR-ORIG-REF             PIC X(16).

001560*-----------------------------------------------------------------
001570* ACCTCTL - ONLY THE 'WOFFLIM ' AND 'WOFFDAYS' ROWS, READ ONCE
001580*-----------------------------------------------------------------
001590 FD  ACCTCTL-FILE
001600     LABEL RECORDS ARE STANDARD.
001610 01  ACCTCTL-REC.
001620     05  CT-KEYNAME              PIC X(08).
001630     05  CT-NEXT-ACCTNO          PIC 9(08).

001640*-----------------------------------------------------------------
001650* CRWATCH - THE DCI8BCRF CREDIT-BALANCE CLOCK, RELEASED HERE FOR
001660* A CLOSING ACCOUNT'S CREDIT RESIDUE
001670*-----------------------------------------------------------------
001680 FD  CRWATCH-FILE
001690     LABEL RECORDS ARE STANDARD.
001700 01  CRWATCH-REC.
001710     05  CW-ACCTNO               PIC X(09).
001720     05  CW-SINCE-DATE           PIC S9(7) COMP-3.
001730     05  CW-FIRST-AMOUNT         PIC 9(08)V99.
001740     05  CW-RELEASE-FLAG         PIC X(01).
001750         88  CW-RELEASE-SMALL            VALUE 'S'.

001760 FD  ESCHEAT-FILE
001770     LABEL RECORDS ARE STANDARD.
001780 01  ESCHEAT-REC.
001790     05  ES-ACCTNO               PIC X(09).
001800     05  ES-STAGE                PIC X(01).
001810         88  ES-CONTACTED                VALUE 'C'.
001820         88  ES-REMITTED                 VALUE 'R'.
001830     05  ES-CONTACT-DATE         PIC S9(7) COMP-3.
001840     05  ES-AMOUNT               PIC 9(08)V99.
001850     05  ES-REMIT-DATE           PIC S9(7) COMP-3.

001860 FD  REPORT-FILE
001870     RECORDING MODE IS F
001880     LABEL RECORDS ARE STANDARD.
001890 01  REPORT-LINE                 PIC X(80).

001900*-----------------------------------------------------------------
001910* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001920* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001930*-----------------------------------------------------------------
001940 FD  JOURNAL-FILE
001950     RECORDING MODE IS F
001960     LABEL RECORDS ARE STANDARD.
001970 01  JR-REC.
001980     05  JR-JOBNAME              PIC X(08).
001990     05  JR-ROW-TYPE             PIC X(01).
002000     05  JR-DATE                 PIC 9(07).
002010     05  JR-TIME                 PIC 9(06).
002020     05  JR-READ-COUNT           PIC 9(07).
002030     05  JR-WRITTEN-COUNT        PIC 9(07).
002040     05  JR-REJECTED-COUNT       PIC 9(07).
002050     05  JR-STATUS               PIC X(01).
002060     05  FILLER                  PIC X(06).

002070 WORKING-STORAGE SECTION.
002080 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002090 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002100     COPY 'JOBGATE'.

002110*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
002120     COPY 'CHAINPRM'.

002130 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
002140 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
002150 77  WS-TXNNARR-STATUS       PIC X(02) VALUE SPACES.
002160 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
002170 77  WS-CRWATCH-STATUS       PIC X(02) VALUE SPACES.
002180 77  WS-ESCHEAT-STATUS       PIC X(02) VALUE SPACES.
002190 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

002200 01  WS-SWITCHES.
002210     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
002220         88  WS-EOF-YES              VALUE 'Y'.
002230     05  WS-PARM-OK-SW       PIC X(01) VALUE 'Y'.
002240         88  WS-PARM-OK              VALUE 'Y'.
002250     05  WS-ACTIVE-SW        PIC X(01) VALUE 'N'.
002260         88  WS-RECENT-ACTIVITY      VALUE 'Y'.

002270 01  WS-COUNTERS.
002280     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
002290     05  WS-SMALL-COUNT      PIC 9(07) COMP-3 VALUE 0.
002300     05  WS-ACTIVE-COUNT     PIC 9(07) COMP-3 VALUE 0.
002310     05  WS-FROZEN-COUNT     PIC 9(07) COMP-3 VALUE 0.
002320     05  WS-WOFF-COUNT       PIC 9(07) COMP-3 VALUE 0.
002330     05  WS-REPOST-COUNT     PIC 9(07) COMP-3 VALUE 0.
002340     05  WS-REFUND-COUNT     PIC 9(07) COMP-3 VALUE 0.
002350     05  WS-UNCLAIMED-COUNT  PIC 9(07) COMP-3 VALUE 0.

002360 77  WS-WOFF-TOTAL           PIC S9(12)V99 COMP-3 VALUE 0.
002370 77  WS-REFUND-TOTAL         PIC S9(12)V99 COMP-3 VALUE 0.
002380 77  WS-UNCLAIMED-TOTAL      PIC S9(12)V99 COMP-3 VALUE 0.

002390 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
002400 77  WS-IDLE-CUTOFF          PIC S9(7) COMP-3 VALUE 0.
002410 77  WS-WOFF-LIMIT           PIC 9(06)V99 COMP-3 VALUE 0.
002420 77  WS-WOFF-DAYS            PIC 9(05) VALUE 90.
002430 77  WS-RESIDUE              PIC 9(08)V99 COMP-3 VALUE 0.

002440*-----------------------------------------------------------------
002450* THE RESERVED ACCTTXN SEQUENCE FOR THE WRITE-OFF CREDIT - ONE
002460* PER ACCOUNT PER RUN DATE
002470*-----------------------------------------------------------------
002480 77  WS-WOFF-SEQNO           PIC 9(04) COMP VALUE 8016.

002490* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
002500     COPY 'DATEPARM'.

002510 01  WS-REPORT-HEADING1.
002520     05  FILLER PIC X(80) VALUE
002530         'DCI8BSBW - SMALL-BALANCE WRITE-OFF'.

002540 01  WS-REPORT-HEADING2.
002550     05  FILLER              PIC X(18) VALUE
002560         'BALANCE BELOW    '.
002570     05  HD-LIMIT            PIC ZZZ,ZZ9.99.
002580     05  FILLER              PIC X(21) VALUE
002590         '  IDLE FOR AT LEAST '.
002600     05  HD-DAYS             PIC ZZZZ9.
002610     05  FILLER              PIC X(26) VALUE
002620         ' DAYS OR CLOSING'.

002630 01  WS-DETAIL-LINE.
002640     05  DL-ACCTNO           PIC X(09).
002650     05  FILLER              PIC X(02) VALUE SPACES.
002660     05  DL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
002670     05  FILLER              PIC X(01) VALUE SPACES.
002680     05  DL-DRCR             PIC X(02).
002690     05  FILLER              PIC X(02) VALUE SPACES.
002700     05  DL-NOTE             PIC X(36).
002710     05  FILLER              PIC X(15) VALUE SPACES.

002720 01  WS-TOTAL-LINE.
002730     05  TL-LABEL            PIC X(30).
002740     05  TL-COUNT            PIC ZZZ,ZZ9.
002750     05  FILLER              PIC X(02) VALUE SPACES.
002760     05  TL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
002770     05  FILLER              PIC X(23) VALUE SPACES.

002780 PROCEDURE DIVISION.

002790 0000-MAINLINE.

002800     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

002810     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

002820     IF WS-PARM-OK THEN
002830         PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
002840             UNTIL WS-EOF-YES
002850         PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT
002860     END-IF.

002870     PERFORM 9000-TERMINATE THRU 9000-EXIT.

002880     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

002890     GOBACK.

002900 1000-INITIALIZE.

002910     OPEN I-O ACCTFILE.
002920     OPEN I-O ACCTTXN-FILE.
002930     OPEN I-O TXNNARR-FILE.
002940     OPEN INPUT ACCTCTL-FILE.
002950     OPEN I-O CRWATCH-FILE.
002960     OPEN INPUT ESCHEAT-FILE.
002970     OPEN OUTPUT REPORT-FILE.

002980     PERFORM 1200-READ-CONTROLS THRU 1200-EXIT.

002990     IF WS-PARM-OK THEN
003000         PERFORM 1300-COMPUTE-CUTOFF THRU 1300-EXIT
003010     END-IF.

003020     IF WS-PARM-OK THEN
003030         MOVE WS-WOFF-LIMIT TO HD-LIMIT
003040         MOVE WS-WOFF-DAYS TO HD-DAYS
003050         WRITE REPORT-LINE FROM WS-REPORT-HEADING1
003060         WRITE REPORT-LINE FROM WS-REPORT-HEADING2
003070         MOVE SPACES TO REPORT-LINE
003080         WRITE REPORT-LINE
003090         PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT
003100     END-IF.

003110 1000-EXIT.
003120     EXIT.

003130 1100-READ-ACCOUNT.

003140     READ ACCTFILE NEXT RECORD
003150         AT END
003160             GO TO 1100-EOF
003170     END-READ.

003180     ADD 1 TO WS-READ-COUNT.
003190     GO TO 1100-EXIT.

003200 1100-EOF.
003210     MOVE 'Y' TO WS-EOF-SW.

003220 1100-EXIT.
003230     EXIT.

003240*-----------------------------------------------------------------
003250* 1200-READ-CONTROLS - THE WOFFLIM ROW IS THE THRESHOLD IN PENCE
003260* AND MUST BE THERE; WOFFDAYS IS THE IDLE DAYS, 90 WHEN MISSING
003270*-----------------------------------------------------------------
003280 1200-READ-CONTROLS.

003290     MOVE 'WOFFLIM ' TO CT-KEYNAME.
003300     READ ACCTCTL-FILE
003310         INVALID KEY
003320             CONTINUE
003330     END-READ.
003340     IF WS-ACCTCTL-STATUS NOT = '00' OR
003350        CT-NEXT-ACCTNO IS NOT NUMERIC OR
003360        CT-NEXT-ACCTNO = 0 THEN
003370         DISPLAY 'DCI8BSBW - NO WOFFLIM ROW ON ACCTCTL - '
003380             'NOTHING WRITTEN OFF'
003390         MOVE 'N' TO WS-PARM-OK-SW
003400         MOVE 'Y' TO WS-EOF-SW
003410         GO TO 1200-EXIT
003420     END-IF.
003430     COMPUTE WS-WOFF-LIMIT = CT-NEXT-ACCTNO / 100.

003440     MOVE 'WOFFDAYS' TO CT-KEYNAME.
003450     READ ACCTCTL-FILE
003460         INVALID KEY
003470             CONTINUE
003480     END-READ.
003490     IF WS-ACCTCTL-STATUS = '00' AND CT-NEXT-ACCTNO > 0 THEN
003500         MOVE CT-NEXT-ACCTNO TO WS-WOFF-DAYS
003510     END-IF.

003520 1200-EXIT.
003530     EXIT.

003540*-----------------------------------------------------------------
003550* 1300-COMPUTE-CUTOFF ASKS DCI8BDAT FOR TODAY AND THE IDLE
003560* CUTOFF - A BAD ANSWER STOPS THE RUN
003570*-----------------------------------------------------------------
003580 1300-COMPUTE-CUTOFF.

003590     MOVE 'TOD' TO DP-FUNCTION.
003600     CALL 'DCI8BDAT' USING DATEPARM.
003610     MOVE DP-JULIAN TO WS-TODAY.

003620     MOVE 'SUB' TO DP-FUNCTION.
003630     MOVE WS-WOFF-DAYS TO DP-DAYS.
003640     CALL 'DCI8BDAT' USING DATEPARM.
003650     IF DP-RC-GOOD THEN
003660         MOVE DP-JULIAN TO WS-IDLE-CUTOFF
003670     ELSE
003680         DISPLAY 'DCI8BSBW - DCI8BDAT REJECTED WOFFDAYS'
003690         MOVE 'N' TO WS-PARM-OK-SW
003700         MOVE 'Y' TO WS-EOF-SW
003710     END-IF.

003720 1300-EXIT.
003730     EXIT.

003740*-----------------------------------------------------------------
003750* 2000-PROCESS-ACCOUNT - A RESIDUE BELOW THE THRESHOLD ON AN
003760* ACCOUNT THAT IS CLOSING OR IDLE IS WRITTEN OFF (DEBIT) OR
003770* ROUTED (CREDIT)
003780*-----------------------------------------------------------------
003790 2000-PROCESS-ACCOUNT.

003800     IF AF-CURR-BAL = 0 THEN
003810         GO TO 2000-NEXT
003820     END-IF.

003830     IF AF-CURR-BAL < 0 THEN
003840         COMPUTE WS-RESIDUE = 0 - AF-CURR-BAL
003850     ELSE
003860         MOVE AF-CURR-BAL TO WS-RESIDUE
003870     END-IF.

003880     IF WS-RESIDUE NOT < WS-WOFF-LIMIT THEN
003890         GO TO 2000-NEXT
003900     END-IF.

003910     ADD 1 TO WS-SMALL-COUNT.

003920     IF AF-STAT = 'X' THEN
003930         ADD 1 TO WS-FROZEN-COUNT
003940         GO TO 2000-NEXT
003950     END-IF.

003960     IF NOT AF-CLOSURE-NOTED THEN
003970         PERFORM 2100-CHECK-ACTIVITY THRU 2100-EXIT
003980         IF WS-RECENT-ACTIVITY THEN
003990             ADD 1 TO WS-ACTIVE-COUNT
004000             GO TO 2000-NEXT
004010         END-IF
004020     END-IF.

004030     IF AF-CURR-BAL > 0 THEN
004040         PERFORM 2200-WRITE-OFF THRU 2200-EXIT
004050     ELSE
004060         PERFORM 2400-ROUTE-CREDIT THRU 2400-EXIT
004070     END-IF.

004080 2000-NEXT.
004090     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.

004100 2000-EXIT.
004110     EXIT.

004120*-----------------------------------------------------------------
004130* 2100-CHECK-ACTIVITY POSITIONS ACCTTXN AT THE ACCOUNT'S FIRST
004140* ROW ON OR AFTER THE IDLE CUTOFF - FINDING ONE MEANS THE
004150* ACCOUNT IS STILL IN USE
004160*-----------------------------------------------------------------
004170 2100-CHECK-ACTIVITY.

004180     MOVE 'N' TO WS-ACTIVE-SW.

004190     MOVE AF-ACCTNO TO TX-ACCTNO.
004200     MOVE WS-IDLE-CUTOFF TO TX-DATE.
004210     MOVE 0 TO TX-SEQNO.

004220     START ACCTTXN-FILE KEY IS NOT LESS THAN TX-KEY
004230         INVALID KEY
004240             GO TO 2100-EXIT
004250     END-START.

004260     READ ACCTTXN-FILE NEXT RECORD
004270         AT END
004280             GO TO 2100-EXIT
004290     END-READ.

004300     IF TX-ACCTNO = AF-ACCTNO THEN
004310         MOVE 'Y' TO WS-ACTIVE-SW
004320     END-IF.

004330 2100-EXIT.
004340     EXIT.

004350*-----------------------------------------------------------------
004360* 2200-WRITE-OFF CLEARS A DEBIT RESIDUE WITH THE RESERVED 8016
004370* CREDIT - A DUPLICATE KEY IS TODAY'S EARLIER RUN, ALREADY DONE
004380*-----------------------------------------------------------------
004390 2200-WRITE-OFF.

004400     MOVE AF-ACCTNO           TO TX-ACCTNO.
004410     MOVE WS-TODAY            TO TX-DATE.
004420     MOVE WS-WOFF-SEQNO       TO TX-SEQNO.
004430     MOVE 'C'                 TO TX-TYPE.
004440     MOVE WS-RESIDUE          TO TX-AMOUNT.
004450     MOVE WS-TODAY            TO TX-POST-DATE.
004460     MOVE 'DCI8BSBW'          TO TX-POST-JOB.
004470     MOVE 'B'                 TO TX-SOURCE.

004480     WRITE ACCTTXN-REC
004490         INVALID KEY
004500             ADD 1 TO WS-REPOST-COUNT
004510             GO TO 2200-EXIT
004520         NOT INVALID KEY
004530             PERFORM 8600-SEAL-TXN-ROW THRU 8600-EXIT
004540     END-WRITE.

004550     MOVE 0 TO AF-CURR-BAL.
004560     REWRITE ACCTFILE-REC.

004570     PERFORM 2300-WRITE-NARRATIVE THRU 2300-EXIT.

004580     ADD 1 TO WS-WOFF-COUNT.
004590     ADD WS-RESIDUE TO WS-WOFF-TOTAL.

004600     MOVE 'DR' TO DL-DRCR.
004610     IF AF-CLOSURE-NOTED THEN
004620         MOVE 'WRITTEN OFF - CLOSING' TO DL-NOTE
004630     ELSE
004640         MOVE 'WRITTEN OFF - IDLE' TO DL-NOTE
004650     END-IF.
004660     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.

004670 2200-EXIT.
004680     EXIT.

004690*-----------------------------------------------------------------
004700* 2300-WRITE-NARRATIVE - THE STATEMENT LINE SAYS WHAT THE CREDIT
004710* IS
004720*-----------------------------------------------------------------
004730 2300-WRITE-NARRATIVE.

004740     MOVE TX-KEY TO NR-KEY.
004750     MOVE 'SMALL BALANCE WRITTEN OFF' TO NR-MERCHANT.
004760     MOVE SPACES TO NR-CATEGORY.
004770     MOVE SPACES TO NR-ORIG-REF.

004780     WRITE TXNNARR-REC
004790         INVALID KEY
004800             GO TO 2300-EXIT
004810     END-WRITE.

004820 2300-EXIT.
004830     EXIT.

004840*-----------------------------------------------------------------
004850* 2400-ROUTE-CREDIT - A CREDIT RESIDUE IS OUR CUSTOMER'S MONEY.
004860* ON A CLOSING ACCOUNT THE CRWATCH CLOCK IS RELEASED FOR THE
004870* NEXT DCI8BCRF REFUND RUN; AN IDLE ONE IS LEFT FOR DCI8BESC.
004880* AN ACCOUNT ALREADY STAGED ON ESCHEAT STAYS WITH ESCHEATMENT
004890*-----------------------------------------------------------------
004900 2400-ROUTE-CREDIT.

004910     MOVE 'CR' TO DL-DRCR.

004920     MOVE AF-ACCTNO TO ES-ACCTNO.
004930     READ ESCHEAT-FILE
004940         INVALID KEY
004950             CONTINUE
004960     END-READ.
004970     IF WS-ESCHEAT-STATUS = '00' AND ES-CONTACTED THEN
004980         MOVE 'CREDIT - ON ESCHEAT' TO DL-NOTE
004990         GO TO 2400-UNCLAIMED
005000     END-IF.

005010     IF NOT AF-CLOSURE-NOTED THEN
005020         MOVE 'CREDIT - LEFT FOR UNCLAIMED FUNDS' TO DL-NOTE
005030         GO TO 2400-UNCLAIMED
005040     END-IF.

005050     MOVE AF-ACCTNO TO CW-ACCTNO.
005060     READ CRWATCH-FILE
005070         INVALID KEY
005080             GO TO 2400-NEW-CLOCK
005090     END-READ.

005100     MOVE 'S' TO CW-RELEASE-FLAG.
005110     REWRITE CRWATCH-REC.
005120     GO TO 2400-RELEASED.

005130 2400-NEW-CLOCK.

005140     MOVE AF-ACCTNO TO CW-ACCTNO.
005150     MOVE WS-TODAY TO CW-SINCE-DATE.
005160     MOVE WS-RESIDUE TO CW-FIRST-AMOUNT.
005170     MOVE 'S' TO CW-RELEASE-FLAG.
005180     WRITE CRWATCH-REC.

005190 2400-RELEASED.

005200     ADD 1 TO WS-REFUND-COUNT.
005210     ADD WS-RESIDUE TO WS-REFUND-TOTAL.
005220     MOVE 'CREDIT - RELEASED TO REFUND RUN' TO DL-NOTE.
005230     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.
005240     GO TO 2400-EXIT.

005250 2400-UNCLAIMED.

005260     ADD 1 TO WS-UNCLAIMED-COUNT.
005270     ADD WS-RESIDUE TO WS-UNCLAIMED-TOTAL.
005280     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.

005290 2400-EXIT.
005300     EXIT.

005310 2900-REPORT-LINE.

005320     MOVE AF-ACCTNO TO DL-ACCTNO.
005330     MOVE WS-RESIDUE TO DL-AMOUNT.
005340     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

005350 2900-EXIT.
005360     EXIT.

005370*-----------------------------------------------------------------
005380* 3000-WRITE-TOTALS - COUNT AND AMOUNT FOR EACH OUTCOME
005390*-----------------------------------------------------------------
005400 3000-WRITE-TOTALS.

005410     MOVE SPACES TO REPORT-LINE.
005420     WRITE REPORT-LINE.

005430     MOVE 'WRITTEN OFF TO SMALLBWO' TO TL-LABEL.
005440     MOVE WS-WOFF-COUNT TO TL-COUNT.
005450     MOVE WS-WOFF-TOTAL TO TL-AMOUNT.
005460     WRITE REPORT-LINE FROM WS-TOTAL-LINE.

005470     MOVE 'CREDITS RELEASED TO REFUND' TO TL-LABEL.
005480     MOVE WS-REFUND-COUNT TO TL-COUNT.
005490     MOVE WS-REFUND-TOTAL TO TL-AMOUNT.
005500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.

005510     MOVE 'CREDITS LEFT FOR UNCLAIMED' TO TL-LABEL.
005520     MOVE WS-UNCLAIMED-COUNT TO TL-COUNT.
005530     MOVE WS-UNCLAIMED-TOTAL TO TL-AMOUNT.
005540     WRITE REPORT-LINE FROM WS-TOTAL-LINE.

005550 3000-EXIT.
005560     EXIT.

005570 9000-TERMINATE.

005580     DISPLAY 'DCI8BSBW - SMALL-BALANCE WRITE-OFF - SUMMARY'.
005590     DISPLAY 'ACCOUNTS READ    : ' WS-READ-COUNT.
005600     DISPLAY 'BELOW THRESHOLD  : ' WS-SMALL-COUNT.
005610     DISPLAY 'STILL ACTIVE     : ' WS-ACTIVE-COUNT.
005620     DISPLAY 'FROZEN           : ' WS-FROZEN-COUNT.
005630     DISPLAY 'WRITTEN OFF      : ' WS-WOFF-COUNT.
005640     DISPLAY 'WRITE-OFF TOTAL  : ' WS-WOFF-TOTAL.
005650     DISPLAY 'ALREADY DONE     : ' WS-REPOST-COUNT.
005660     DISPLAY 'TO REFUND RUN    : ' WS-REFUND-COUNT.
005670     DISPLAY 'TO UNCLAIMED     : ' WS-UNCLAIMED-COUNT.

005680     CLOSE ACCTFILE.
005690     CLOSE ACCTTXN-FILE.
005700     CLOSE TXNNARR-FILE.
005710     CLOSE ACCTCTL-FILE.
005720     CLOSE CRWATCH-FILE.
005730     CLOSE ESCHEAT-FILE.
005740     CLOSE REPORT-FILE.

005750 9000-EXIT.
005760     EXIT.

005770*-----------------------------------------------------------------
005780* 8600 - THE ACCTTXN ROW JUST WRITTEN JOINS ITS ACCOUNT'S
005790* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
005800* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
005810* AND THE ROW IS REWRITTEN WITH THEM
005820*-----------------------------------------------------------------
005830 8600-SEAL-TXN-ROW.

005840     MOVE 'S' TO CP-FUNCTION.
005850     MOVE 'T' TO CP-FILE.
005860     MOVE 'DCI8BSBW' TO CP-JOBNAME.
005870     MOVE ACCTTXN-REC TO CP-ROW.
005880     CALL 'DCI8BHCN' USING CHAINPRM.

005890     MOVE CP-CHAIN-NO TO TX-CHAIN-NO.
005900     MOVE CP-PREV-HASH TO TX-CHAIN-PREV.
005910     MOVE CP-HASH TO TX-CHAIN-HASH.
005920     REWRITE ACCTTXN-REC.

005930 8600-EXIT.
005940     EXIT.

005950*-----------------------------------------------------------------
005960* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
005970* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
005980* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
005990*-----------------------------------------------------------------
006000 8100-WRITE-JRNL-START.

006010*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
006020*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
006030     MOVE 'DCI8BSBW' TO JG-JOBNAME.
006040     CALL 'DCI8BJGT' USING JOBGATE.
006050     IF JG-RC-BLOCKED THEN
006060         MOVE JG-BLOCKED-RC TO RETURN-CODE
006070         STOP RUN
006080     END-IF.

006090     MOVE 'DCI8BSBW' TO JR-JOBNAME.
006100     MOVE 'S' TO JR-ROW-TYPE.
006110     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
006120         JR-REJECTED-COUNT.
006130     MOVE SPACE TO JR-STATUS.
006140     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

006150 8100-EXIT.
006160     EXIT.

006170 8200-WRITE-JRNL-END.

006180     MOVE 'DCI8BSBW' TO JR-JOBNAME.
006190     MOVE 'E' TO JR-ROW-TYPE.
006200     MOVE WS-READ-COUNT TO JR-READ-COUNT.
006210     COMPUTE JR-WRITTEN-COUNT =
006220         WS-WOFF-COUNT + WS-REFUND-COUNT.
006230     MOVE WS-FROZEN-COUNT TO JR-REJECTED-COUNT.
006240     MOVE 'G' TO JR-STATUS.
006250     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

006260 8200-EXIT.
006270     EXIT.

006280 8300-STAMP-AND-WRITE.

006290     ACCEPT JR-DATE FROM DAY YYYYDDD.
006300     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
006310     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

006320     OPEN EXTEND JOURNAL-FILE.
006330     WRITE JR-REC.
006340     CLOSE JOURNAL-FILE.

006350 8300-EXIT.
006360     EXIT.

006370 END PROGRAM DCI8BSBW.
