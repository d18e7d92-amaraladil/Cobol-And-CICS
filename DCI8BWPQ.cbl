000010*****************************************************************
000020* DCI8BWPQ - POSTS WEB PAYMENTS QUEUED DURING THE BATCH WINDOW
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BWPQ.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - POSTS THE WEBSITE PAYMENTS
000160*                 THE DCI8DWSP SERVICE QUEUED WHILE THE ONLINE
000170*                 DAY WAS CLOSED
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THE DCI8DWSP PAYMENT SERVICE DOES NOT REFUSE A CARD PAYMENT
000210* TAKEN WHILE DAYSTATE SHOWS CUTOVER OR THE BATCH WINDOW - IT
000220* FILES THE PAYREF ROW QUEUED ('Q') AND LEAVES THE POSTING TO
000230* THIS STEP, WHICH THE SCHEDULE RUNS AFTER DCI8BPST AND BEFORE
000240* DCI8BDAY REOPENS THE DAY. EVERY QUEUED ROW IS POSTED THE WAY
000250* THE SERVICE POSTS IN THE DAY: A CREDIT DATED TODAY ON THE
000260* 9001-UP ONLINE RANGE WITH TX-SOURCE 'O', SEALED INTO THE HASH
000270* CHAIN, CURR-BAL REDUCED UNDER THE SAME OVERFLOW GUARD, THE
000280* PAYER AND REFERENCE FILED ON TXNNARR, AND THE PAYREF ROW
000290* MARKED POSTED ('P') WITH THE TXN KEY FOR THE CALLER'S QUERY.
000300* A PAYMENT WHOSE ACCOUNT HAS GONE FROM ACCTFILE SINCE IT WAS
000310* TAKEN (CLOSED OR MERGED IN THE NIGHT), OR WHICH WOULD
000320* OVERFLOW THE BALANCE, IS MARKED REJECTED ('R') WITH ITS REASON
000330* AND LISTED FOR RETURN TO THE CUSTOMER'S CARD. WHILE TODAY
000340* FALLS IN A CLOSED ACCOUNTING PERIOD (ACCTCTL 'PRDCLOSE')
000350* NOTHING POSTS AND THE ROWS STAY QUEUED FOR THE NEXT RUN.
000360* A RERUN AFTER AN ABEND FINDS A PAYMENT THIS STEP HAS ALREADY
000370* POSTED BY ITS TXNNARR REFERENCE AND ONLY MARKS THE PAYREF ROW,
000380* SO NO PAYMENT IS EVER APPLIED TWICE
000390*****************************************************************

000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.

000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.

000460     SELECT PAYREF-FILE ASSIGN TO PAYREF
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS PR-KEY
000500         FILE STATUS IS WS-PAYREF-STATUS.

000510     SELECT ACCTFILE ASSIGN TO ACCTFILE
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS AF-ACCTKEY
000550         FILE STATUS IS WS-ACCTFILE-STATUS.

000560     SELECT ACCTTXN-FILE ASSIGN TO ACCTTXN
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS TX-KEY
000600         FILE STATUS IS WS-ACCTTXN-STATUS.

000610     SELECT TXNNARR-FILE ASSIGN TO TXNNARR
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS NR-KEY
000650         FILE STATUS IS WS-TXNNARR-STATUS.

000660     SELECT ACCTCTL-FILE ASSIGN TO ACCTCTL
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS CT-KEYNAME
000700         FILE STATUS IS WS-ACCTCTL-STATUS.

000710     SELECT REPORT-FILE ASSIGN TO WPQRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-REPORT-STATUS.

000740     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-JOURNAL-STATUS.

000770 DATA DIVISION.
000780 FILE SECTION.

000790*-----------------------------------------------------------------
000800* PAYREF - ONE ROW PER PAYMENT TAKEN BY THE DCI8DWSP SERVICE
000810*-----------------------------------------------------------------
000820 FD  PAYREF-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  PAYREF-REC.
000850     05  PR-KEY.
000860         10  PR-OPERID           PIC X(03).
000870         10  PR-REF              PIC X(16).
000880     05  PR-ACCTNO               PIC X(09).
000890     05  PR-AMOUNT               PIC 9(08)V99 COMP-3.
000900     05  PR-STATUS               PIC X(01).
000910         88  PR-QUEUED                   VALUE 'Q'.
000920         88  PR-POSTED                   VALUE 'P'.
000930         88  PR-REJECTED                 VALUE 'R'.
000940     05  PR-PAYER                PIC X(30).
000950     05  PR-RECV-DATE            PIC S9(7) COMP-3.
000960     05  PR-RECV-TIME            PIC S9(7) COMP-3.
000970     05  PR-POSTED-INFO.
000980         10  PR-TX-DATE          PIC S9(7) COMP-3.
000990         10  PR-TX-SEQNO         PIC 9(04) COMP.
001000         10  PR-POST-JOB         PIC X(08).
001010         10  PR-POST-DATE        PIC S9(7) COMP-3.
001020     05  PR-REJECT-REASON        PIC X(40).

001030 FD  ACCTFILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  ACCTFILE-REC.
001060     05  AF-ACCTKEY.
001070         10  AF-ACCTNO           PIC X(09).
001080     05  AF-FNAME                PIC X(15).
001090     05  AF-SNAME                PIC X(15).
001100     05  AF-TITL                 PIC X(04).
001110     05  AF-ADDR1                PIC X(20).
001120     05  AF-ADDR2                PIC X(20).
001130     05  AF-CRLIMIT              PIC 9(08)V99.
001140     05  AF-STAT                 PIC X(01).
001150     05  AF-CREATED-INFO.
001160         10  AF-CR-USERID        PIC X(08).
001170         10  AF-CR-TRMID         PIC X(04).
001180         10  AF-CR-DATE          PIC S9(7) COMP-3.
001190         10  AF-CR-TIME          PIC S9(7) COMP-3.
001200     05  AF-LAST-HIST-SEQ        PIC 9(04) COMP.
001210     05  AF-LAST-CHANGED-INFO.
001220         10  AF-LAST-CHG-DATE    PIC S9(7) COMP-3.
001230         10  AF-LAST-CHG-TIME    PIC S9(7) COMP-3.
001240     05  AF-PHONE                PIC X(15).
001250     05  AF-EMAIL                PIC X(30).
001260     05  AF-LAST-CHG-USERID      PIC X(08).
001270     05  AF-MAIL-ADDR1           PIC X(20).
001280     05  AF-MAIL-ADDR2           PIC X(20).
001290     05  AF-FORMER-SNAME         PIC X(15).
001300     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
001310     05  AF-BUREAU-SCORE         PIC 9(03).
001320     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001330     05  AF-BRANCH               PIC X(04).
001340     05  AF-CONTACT-PREF         PIC X(01).
001350     05  AF-STMT-CYCLE           PIC X(01).
001360     05  AF-GONEAWAY-FLAG        PIC X(01).
001370     05  AF-CUST-ID              PIC 9(08).
001380     05  AF-ESTATE-FLAG          PIC X(01).
001390     05  AF-SENS-FLAG            PIC X(01).
001400     05  AF-ANNFEE-PLAN          PIC X(01).
001410     05  AF-SETTLE-FLAG          PIC X(01).
001420     05  AF-PRODUCT-CODE         PIC X(04).

001430 FD  ACCTTXN-FILE
001440     LABEL RECORDS ARE STANDARD.
001450 01  ACCTTXN-REC.
001460     05  TX-KEY.
001470         10  TX-ACCTNO           PIC X(09).
001480         10  TX-DATE             PIC S9(7) COMP-3.
001490         10  TX-SEQNO            PIC 9(04) COMP.
001500     05  TX-TYPE                 PIC X(01).
001510     05  TX-AMOUNT               PIC 9(08)V99.
001520     05  TX-POSTED-INFO.
001530         10  TX-POST-DATE        PIC S9(7) COMP-3.
001540         10  TX-POST-JOB         PIC X(08).
001550     05  TX-SOURCE               PIC X(01).
001560     05  TX-CHAIN-INFO.
001570         10  TX-CHAIN-NO         PIC 9(09) COMP.
001580         10  TX-CHAIN-PREV       PIC 9(18) COMP.
001590         10  TX-CHAIN-HASH       PIC 9(18) COMP.

001600 FD  TXNNARR-FILE
001610     LABEL RECORDS ARE STANDARD.
001620 01  TXNNARR-REC.
001630     05  NR-KEY.
001640         10  NR-ACCTNO           PIC X(09).
001650         10  NR-DATE             PIC S9(7) COMP-3.
001660         10  NR-SEQNO            PIC 9(04) COMP.
001670     05  NR-MERCHANT             PIC X(30).
001680     05  NR-CATEGORY             PIC X(04).
001690     05  NR-ORIG-REF             PIC X(16).

001700*-----------------------------------------------------------------
001710* ACCTCTL - ONLY THE 'PRDCLOSE' ROW, READ ONCE AT THE START
001720*-----------------------------------------------------------------
001730 FD  ACCTCTL-FILE
001740     LABEL RECORDS ARE STANDARD.
001750 01  ACCTCTL-REC.
001760     05  CT-KEYNAME              PIC X(08).
001770     05  CT-NEXT-ACCTNO          PIC 9(08).

001780 FD  REPORT-FILE
001790     RECORDING MODE IS F
001800     LABEL RECORDS ARE STANDARD.
001810 01  REPORT-LINE                 PIC X(80).

001820*-----------------------------------------------------------------
001830* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001840* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001850*-----------------------------------------------------------------
001860 FD  JOURNAL-FILE
001870     RECORDING MODE IS F
001880     LABEL RECORDS ARE STANDARD.
001890 01  JR-REC.
001900     05  JR-JOBNAME              PIC X(08).
001910     05  JR-ROW-TYPE             PIC X(01).
001920     05  JR-DATE                 PIC 9(07).
001930     05  JR-TIME                 PIC 9(06).
001940     05  JR-READ-COUNT           PIC 9(07).
001950     05  JR-WRITTEN-COUNT        PIC 9(07).
001960     05  JR-REJECTED-COUNT       PIC 9(07).
001970     05  JR-STATUS               PIC X(01).
001980     05  FILLER                  PIC X(06).

001990 WORKING-STORAGE SECTION.
002000 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002010 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002020     COPY 'JOBGATE'.

002030*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
002040     COPY 'CHAINPRM'.

002050 77  WS-PAYREF-STATUS        PIC X(02) VALUE SPACES.
002060 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
002070 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
002080 77  WS-TXNNARR-STATUS       PIC X(02) VALUE SPACES.
002090 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
002100 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

002110 01  WS-SWITCHES.
002120     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
002130         88  WS-EOF-YES              VALUE 'Y'.
002140     05  WS-TXN-EOF-SW       PIC X(01) VALUE 'N'.
002150         88  WS-TXN-EOF-YES          VALUE 'Y'.
002160     05  WS-PERIOD-SW        PIC X(01) VALUE 'Y'.
002170         88  WS-PERIOD-OPEN          VALUE 'Y'.
002180         88  WS-PERIOD-CLOSED        VALUE 'N'.
002190     05  WS-FOUND-SW         PIC X(01) VALUE 'N'.
002200         88  WS-ALREADY-POSTED       VALUE 'Y'.

002210 01  WS-COUNTERS.
002220     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
002230     05  WS-QUEUED-COUNT     PIC 9(07) COMP-3 VALUE 0.
002240     05  WS-POSTED-COUNT     PIC 9(07) COMP-3 VALUE 0.
002250     05  WS-REPAIR-COUNT     PIC 9(07) COMP-3 VALUE 0.
002260     05  WS-REJECT-COUNT     PIC 9(07) COMP-3 VALUE 0.
002270     05  WS-HELD-COUNT       PIC 9(07) COMP-3 VALUE 0.

002280 77  WS-POSTED-TOTAL         PIC S9(12)V99 COMP-3 VALUE 0.
002290 77  WS-REJECT-TOTAL         PIC S9(12)V99 COMP-3 VALUE 0.

002300 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
002310 77  WS-CLOSED-THRU          PIC S9(7) COMP-3 VALUE 0.

002320*    WIDER AND SIGNED SO A POSTING THAT WOULD OVERFLOW CURR-BAL IS
002330*    CAUGHT - THE GUARD DCI8BPST AND THE SERVICE BOTH CARRY
002340 77  WS-NEW-BALANCE          PIC S9(10)V99 COMP-3 VALUE 0.

002350*    THE HIGHEST 9001-UP SEQUENCE ALREADY ON THE ACCOUNT TODAY,
002360*    AND THE KEY OF THIS STEP'S EARLIER ROW FOR THE SAME PAYMENT
002370 77  WS-LAST-SEQNO           PIC 9(04) COMP VALUE 0.
002380 77  WS-FOUND-SEQNO          PIC 9(04) COMP VALUE 0.

002390* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
002400     COPY 'DATEPARM'.

002410 01  WS-REPORT-HEADING1.
002420     05  FILLER PIC X(80) VALUE
002430         'DCI8BWPQ - QUEUED WEB PAYMENTS POSTED'.

002440 01  WS-REPORT-HEADING2.
002450     05  FILLER              PIC X(11) VALUE 'ACCOUNT'.
002460     05  FILLER              PIC X(18) VALUE 'REFERENCE'.
002470     05  FILLER              PIC X(15) VALUE '       AMOUNT'.
002480     05  FILLER              PIC X(36) VALUE 'OUTCOME'.

002490 01  WS-DETAIL-LINE.
002500     05  DL-ACCTNO           PIC X(09).
002510     05  FILLER              PIC X(02) VALUE SPACES.
002520     05  DL-REF              PIC X(16).
002530     05  FILLER              PIC X(02) VALUE SPACES.
002540     05  DL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
002550     05  FILLER              PIC X(02) VALUE SPACES.
002560     05  DL-NOTE             PIC X(36).

002570 PROCEDURE DIVISION.

002580 0000-MAINLINE.

002590     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

002610     PERFORM 2000-PROCESS-PAYMENT THRU 2000-EXIT
002620         UNTIL WS-EOF-YES.

002630     PERFORM 9000-TERMINATE THRU 9000-EXIT.

002640     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

002650     GOBACK.

002660 1000-INITIALIZE.

002670     MOVE 'TOD' TO DP-FUNCTION.
002680     CALL 'DCI8BDAT' USING DATEPARM.
002690     MOVE DP-JULIAN TO WS-TODAY.

002700     OPEN INPUT ACCTCTL-FILE.
002710     MOVE 'PRDCLOSE' TO CT-KEYNAME.
002720     READ ACCTCTL-FILE
002730         INVALID KEY
002740             CONTINUE
002750     END-READ.
002760     IF WS-ACCTCTL-STATUS = '00' THEN
002770         MOVE CT-NEXT-ACCTNO TO WS-CLOSED-THRU
002780     END-IF.
002790     CLOSE ACCTCTL-FILE.

002800     IF WS-TODAY NOT > WS-CLOSED-THRU THEN
002810         DISPLAY 'DCI8BWPQ - TODAY IS IN A CLOSED ACCOUNTING '
002820             'PERIOD - QUEUED PAYMENTS HELD'
002830         MOVE 'N' TO WS-PERIOD-SW
002840     END-IF.

002850     OPEN I-O PAYREF-FILE.
002860     OPEN I-O ACCTFILE.
002870     OPEN I-O ACCTTXN-FILE.
002880     OPEN I-O TXNNARR-FILE.
002890     OPEN OUTPUT REPORT-FILE.

002900     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
002910     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.
002920     MOVE SPACES TO REPORT-LINE.
002930     WRITE REPORT-LINE.

002940     PERFORM 1100-READ-PAYREF THRU 1100-EXIT.

002950 1000-EXIT.
002960     EXIT.

002970 1100-READ-PAYREF.

002980     READ PAYREF-FILE NEXT RECORD
002990         AT END
003000             GO TO 1100-EOF
003010     END-READ.

003020     ADD 1 TO WS-READ-COUNT.
003030     GO TO 1100-EXIT.

003040 1100-EOF.
003050     MOVE 'Y' TO WS-EOF-SW.

003060 1100-EXIT.
003070     EXIT.

003080*-----------------------------------------------------------------
003090* 2000-PROCESS-PAYMENT TAKES ONLY THE QUEUED ROWS - POSTED AND
003100* REJECTED ROWS ARE HISTORY KEPT FOR THE CALLER'S QUERY
003110*-----------------------------------------------------------------
003120 2000-PROCESS-PAYMENT.

003130     IF NOT PR-QUEUED THEN
003140         GO TO 2000-NEXT
003150     END-IF.

003160     ADD 1 TO WS-QUEUED-COUNT.

003170     IF WS-PERIOD-CLOSED THEN
003180         ADD 1 TO WS-HELD-COUNT
003190         MOVE 'HELD - CLOSED ACCOUNTING PERIOD' TO DL-NOTE
003200         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
003210         GO TO 2000-NEXT
003220     END-IF.

003230     MOVE PR-ACCTNO TO AF-ACCTNO.
003240     READ ACCTFILE
003250         INVALID KEY
003260             MOVE 'ACCOUNT NOT ON FILE - RETURN TO CARD'
003270                 TO PR-REJECT-REASON
003280             PERFORM 2800-REJECT THRU 2800-EXIT
003290             GO TO 2000-NEXT
003300     END-READ.

003310     COMPUTE WS-NEW-BALANCE = AF-CURR-BAL - PR-AMOUNT.
003320     IF WS-NEW-BALANCE < -99999999 THEN
003330         MOVE 'OVERFLOWS BALANCE - RETURN TO CARD'
003340             TO PR-REJECT-REASON
003350         PERFORM 2800-REJECT THRU 2800-EXIT
003360         GO TO 2000-NEXT
003370     END-IF.

003380     PERFORM 2200-FIND-SEQUENCE THRU 2200-EXIT.

003390     IF WS-ALREADY-POSTED THEN
003400         PERFORM 2400-MARK-POSTED THRU 2400-EXIT
003410         GO TO 2000-NEXT
003420     END-IF.

003430     IF WS-LAST-SEQNO NOT < 9999 THEN
003440         ADD 1 TO WS-HELD-COUNT
003450         MOVE 'HELD - NO ONLINE SEQUENCE LEFT TODAY' TO DL-NOTE
003460         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
003470         GO TO 2000-NEXT
003480     END-IF.

003490     PERFORM 2300-POST-PAYMENT THRU 2300-EXIT.

003500 2000-NEXT.
003510     PERFORM 1100-READ-PAYREF THRU 1100-EXIT.

003520 2000-EXIT.
003530     EXIT.

003540*-----------------------------------------------------------------
003550* 2200-FIND-SEQUENCE WALKS THE ACCOUNT'S 9001-UP ROWS FOR TODAY
003560* FOR THE HIGHEST SEQUENCE IN USE, AND LOOKS FOR A ROW THIS STEP
003570* ALREADY POSTED FOR THE SAME PAYMENT ON AN EARLIER RUN TONIGHT
003580*-----------------------------------------------------------------
003590 2200-FIND-SEQUENCE.

003600     MOVE 9000 TO WS-LAST-SEQNO.
003610     MOVE 0 TO WS-FOUND-SEQNO.
003620     MOVE 'N' TO WS-FOUND-SW.
003630     MOVE 'N' TO WS-TXN-EOF-SW.

003640     MOVE PR-ACCTNO TO TX-ACCTNO.
003650     MOVE WS-TODAY TO TX-DATE.
003660     MOVE 9001 TO TX-SEQNO.

003670     START ACCTTXN-FILE KEY IS NOT LESS THAN TX-KEY
003680         INVALID KEY
003690             GO TO 2200-EXIT
003700     END-START.

003710     PERFORM 2210-NEXT-TXN THRU 2210-EXIT
003720         UNTIL WS-TXN-EOF-YES.

003730 2200-EXIT.
003740     EXIT.

003750 2210-NEXT-TXN.

003760     READ ACCTTXN-FILE NEXT RECORD
003770         AT END
003780             MOVE 'Y' TO WS-TXN-EOF-SW
003790             GO TO 2210-EXIT
003800     END-READ.

003810     IF TX-ACCTNO NOT = PR-ACCTNO OR TX-DATE NOT = WS-TODAY THEN
003820         MOVE 'Y' TO WS-TXN-EOF-SW
003830         GO TO 2210-EXIT
003840     END-IF.

003850     MOVE TX-SEQNO TO WS-LAST-SEQNO.

003860     IF TX-POST-JOB NOT = 'DCI8BWPQ' OR
003870        TX-AMOUNT NOT = PR-AMOUNT THEN
003880         GO TO 2210-EXIT
003890     END-IF.

003900     MOVE TX-KEY TO NR-KEY.
003910     READ TXNNARR-FILE
003920         INVALID KEY
003930             GO TO 2210-EXIT
003940     END-READ.

003950     IF NR-ORIG-REF = PR-REF THEN
003960         MOVE 'Y' TO WS-FOUND-SW
003970         MOVE TX-SEQNO TO WS-FOUND-SEQNO
003980     END-IF.

003990 2210-EXIT.
004000     EXIT.

004010*-----------------------------------------------------------------
004020* 2300-POST-PAYMENT WRITES AND SEALS THE CREDIT, MOVES THE
004030* BALANCE, FILES THE NARRATIVE AND MARKS THE PAYREF ROW
004040*-----------------------------------------------------------------
004050 2300-POST-PAYMENT.

004060     MOVE PR-ACCTNO           TO TX-ACCTNO.
004070     MOVE WS-TODAY            TO TX-DATE.
004080     COMPUTE TX-SEQNO = WS-LAST-SEQNO + 1.
004090     MOVE 'C'                 TO TX-TYPE.
004100     MOVE PR-AMOUNT           TO TX-AMOUNT.
004110     MOVE WS-TODAY            TO TX-POST-DATE.
004120     MOVE 'DCI8BWPQ'          TO TX-POST-JOB.
004130     MOVE 'O'                 TO TX-SOURCE.
004140     MOVE 0 TO TX-CHAIN-NO TX-CHAIN-PREV TX-CHAIN-HASH.

004150     WRITE ACCTTXN-REC
004160         INVALID KEY
004170             DISPLAY 'DCI8BWPQ - ACCTTXN WRITE FAILED ' PR-ACCTNO
004180                 ' ' PR-REF
004190             ADD 1 TO WS-HELD-COUNT
004200             MOVE 'HELD - TXN WRITE FAILED' TO DL-NOTE
004210             PERFORM 2900-REPORT-LINE THRU 2900-EXIT
004220             GO TO 2300-EXIT
004230         NOT INVALID KEY
004240             PERFORM 8600-SEAL-TXN-ROW THRU 8600-EXIT
004250     END-WRITE.

004260     MOVE WS-NEW-BALANCE TO AF-CURR-BAL.
004270     REWRITE ACCTFILE-REC
004280         INVALID KEY
004290             DISPLAY 'DCI8BWPQ - ACCTFILE REWRITE FAILED '
004300                 PR-ACCTNO
004310     END-REWRITE.

004320     MOVE TX-KEY TO NR-KEY.
004330     MOVE PR-PAYER TO NR-MERCHANT.
004340     IF NR-MERCHANT = SPACES THEN
004350         MOVE 'WEBSITE CARD PAYMENT' TO NR-MERCHANT
004360     END-IF.
004370     MOVE SPACES TO NR-CATEGORY.
004380     MOVE PR-REF TO NR-ORIG-REF.
004390     WRITE TXNNARR-REC
004400         INVALID KEY
004410             DISPLAY 'DCI8BWPQ - NARRATIVE ALREADY ON FILE '
004420                 PR-ACCTNO
004430     END-WRITE.

004440     MOVE TX-SEQNO TO WS-FOUND-SEQNO.
004450     PERFORM 2400-MARK-POSTED THRU 2400-EXIT.

004460 2300-EXIT.
004470     EXIT.

004480*-----------------------------------------------------------------
004490* 2400-MARK-POSTED FILES THE TXN KEY ON THE PAYREF ROW - ALSO THE
004500* WHOLE OF THE WORK ON A RERUN THAT FOUND ITS OWN EARLIER ROW
004510*-----------------------------------------------------------------
004520 2400-MARK-POSTED.

004530     MOVE 'P' TO PR-STATUS.
004540     MOVE WS-TODAY TO PR-TX-DATE.
004550     MOVE WS-FOUND-SEQNO TO PR-TX-SEQNO.
004560     MOVE 'DCI8BWPQ' TO PR-POST-JOB.
004570     MOVE WS-TODAY TO PR-POST-DATE.
004580     MOVE SPACES TO PR-REJECT-REASON.
004590     REWRITE PAYREF-REC
004600         INVALID KEY
004610             DISPLAY 'DCI8BWPQ - PAYREF REWRITE FAILED ' PR-REF
004620     END-REWRITE.

004630     IF WS-ALREADY-POSTED THEN
004640         ADD 1 TO WS-REPAIR-COUNT
004650         MOVE 'ALREADY POSTED - PAYREF MARKED' TO DL-NOTE
004660     ELSE
004670         ADD 1 TO WS-POSTED-COUNT
004680         ADD PR-AMOUNT TO WS-POSTED-TOTAL
004690         MOVE 'POSTED' TO DL-NOTE
004700     END-IF.
004710     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.

004720 2400-EXIT.
004730     EXIT.

004740*-----------------------------------------------------------------
004750* 2800-REJECT - THE REASON IS ALREADY IN PR-REJECT-REASON. THE
004760* MONEY WAS TAKEN FROM THE CARD, SO EVERY REJECTION IS LISTED
004770* FOR RETURN
004780*-----------------------------------------------------------------
004790 2800-REJECT.

004800     MOVE 'R' TO PR-STATUS.
004810     MOVE 0 TO PR-TX-DATE.
004820     MOVE 0 TO PR-TX-SEQNO.
004830     MOVE 'DCI8BWPQ' TO PR-POST-JOB.
004840     MOVE WS-TODAY TO PR-POST-DATE.
004850     REWRITE PAYREF-REC
004860         INVALID KEY
004870             DISPLAY 'DCI8BWPQ - PAYREF REWRITE FAILED ' PR-REF
004880     END-REWRITE.

004890     ADD 1 TO WS-REJECT-COUNT.
004900     ADD PR-AMOUNT TO WS-REJECT-TOTAL.
004910     MOVE PR-REJECT-REASON TO DL-NOTE.
004920     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.

004930 2800-EXIT.
004940     EXIT.

004950 2900-REPORT-LINE.

004960     MOVE PR-ACCTNO TO DL-ACCTNO.
004970     MOVE PR-REF TO DL-REF.
004980     MOVE PR-AMOUNT TO DL-AMOUNT.
004990     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

005000 2900-EXIT.
005010     EXIT.

005020 9000-TERMINATE.

005030     DISPLAY 'DCI8BWPQ - QUEUED WEB PAYMENTS - SUMMARY'.
005040     DISPLAY 'PAYREF ROWS READ : ' WS-READ-COUNT.
005050     DISPLAY 'QUEUED           : ' WS-QUEUED-COUNT.
005060     DISPLAY 'POSTED           : ' WS-POSTED-COUNT.
005070     DISPLAY 'POSTED TOTAL     : ' WS-POSTED-TOTAL.
005080     DISPLAY 'ALREADY POSTED   : ' WS-REPAIR-COUNT.
005090     DISPLAY 'REJECTED         : ' WS-REJECT-COUNT.
005100     DISPLAY 'REJECTED TOTAL   : ' WS-REJECT-TOTAL.
005110     DISPLAY 'HELD IN QUEUE    : ' WS-HELD-COUNT.

005120     CLOSE PAYREF-FILE.
005130     CLOSE ACCTFILE.
005140     CLOSE ACCTTXN-FILE.
005150     CLOSE TXNNARR-FILE.
005160     CLOSE REPORT-FILE.

005170 9000-EXIT.
005180     EXIT.

005190*-----------------------------------------------------------------
005200* 8600 - THE ACCTTXN ROW JUST WRITTEN JOINS ITS ACCOUNT'S
005210* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
005220* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
005230* AND THE ROW IS REWRITTEN WITH THEM
005240*-----------------------------------------------------------------
005250 8600-SEAL-TXN-ROW.

005260     MOVE 'S' TO CP-FUNCTION.
005270     MOVE 'T' TO CP-FILE.
005280     MOVE 'DCI8BWPQ' TO CP-JOBNAME.
005290     MOVE ACCTTXN-REC TO CP-ROW.
005300     CALL 'DCI8BHCN' USING CHAINPRM.

005310     MOVE CP-CHAIN-NO TO TX-CHAIN-NO.
005320     MOVE CP-PREV-HASH TO TX-CHAIN-PREV.
005330     MOVE CP-HASH TO TX-CHAIN-HASH.
005340     REWRITE ACCTTXN-REC.

005350 8600-EXIT.
005360     EXIT.

005370*-----------------------------------------------------------------
005380* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
005390* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
005400* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
005410*-----------------------------------------------------------------
005420 8100-WRITE-JRNL-START.

005430*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
005440*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
005450     MOVE 'DCI8BWPQ' TO JG-JOBNAME.
005460     CALL 'DCI8BJGT' USING JOBGATE.
005470     IF JG-RC-BLOCKED THEN
005480         MOVE JG-BLOCKED-RC TO RETURN-CODE
005490         STOP RUN
005500     END-IF.

005510     MOVE 'DCI8BWPQ' TO JR-JOBNAME.
005520     MOVE 'S' TO JR-ROW-TYPE.
005530     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
005540         JR-REJECTED-COUNT.
005550     MOVE SPACE TO JR-STATUS.
005560     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

005570 8100-EXIT.
005580     EXIT.

005590 8200-WRITE-JRNL-END.

005600     MOVE 'DCI8BWPQ' TO JR-JOBNAME.
005610     MOVE 'E' TO JR-ROW-TYPE.
005620     MOVE WS-READ-COUNT TO JR-READ-COUNT.
005630     COMPUTE JR-WRITTEN-COUNT =
005640         WS-POSTED-COUNT + WS-REPAIR-COUNT.
005650     MOVE WS-REJECT-COUNT TO JR-REJECTED-COUNT.
005660     MOVE 'G' TO JR-STATUS.
005670     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

005680 8200-EXIT.
005690     EXIT.

005700 8300-STAMP-AND-WRITE.

005710     ACCEPT JR-DATE FROM DAY YYYYDDD.
005720     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
005730     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

005740     OPEN EXTEND JOURNAL-FILE.
005750     WRITE JR-REC.
005760     CLOSE JOURNAL-FILE.

005770 8300-EXIT.
005780     EXIT.

005790 END PROGRAM DCI8BWPQ.
