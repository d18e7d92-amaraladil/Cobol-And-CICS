000010*****************************************************************
000020* DCI8BCSR - DAILY CASH SETTLEMENT RECONCILIATION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BCSR.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 01-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-01 AA   INITIAL VERSION - PROVES EVERY DAY THAT THE
000160*                 CREDITS WE POSTED ACTUALLY LANDED IN THE BANK,
000170*                 CHANNEL BY CHANNEL, AND AGES WHAT DID NOT
000180* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000190*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000200*                 STOPS WITH RETURN CODE 12 WHEN A
000210*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000220* 2026-10-08 AA   ACCTTXN RECORD WIDENED FOR THE HASH CHAIN
000230*                 FIELDS
000240*-----------------------------------------------------------------
000250*****************************************************************
000260* THIS DAILY JOB TAKES IN THE BANK'S STATEMENT FILE (BNKSTMT) -
000270* AN HDR ROW WITH OUR BANK ACCOUNT AND THE YYYYMMDD STATEMENT
000280* DATE, ONE DTL ROW PER STATEMENT LINE (VALUE DATE, DEBIT OR
000290* CREDIT, AMOUNT, THE CHANNEL CODE THE BANK'S CASH-MANAGEMENT
000300* SERVICE TAGS EACH RECEIVING REFERENCE WITH, THE BANK'S OWN
000310* REFERENCE AND NARRATIVE) AND A TRL ROW WITH THE LINE COUNT
000320* AND THE CREDIT AND DEBIT TOTALS. THE WHOLE STATEMENT IS PROVED
000330* FIRST AND REFUSED WHEN THE CONTROLS ARE BAD, A LINE IS MALFORMED
000340* OR CARRIES A CHANNEL WE DO NOT KNOW, OR THE STATEMENT DATE IS
000350* ALREADY ON TXNCTL (FEED ID BANKSTMT). ITS CREDIT LINES ARE
000360* ADDED TO THE BANK SIDE OF CASHREC BY CHANNEL AND VALUE DATE;
000370* DEBIT LINES (REFUNDS PAID OUT, CHARGES) ARE NOT PART OF THIS
000380* RECONCILIATION AND ARE ONLY COUNTED.
000390*
000400* THE BOOK SIDE IS COUNTED AFRESH EVERY RUN FROM ACCTTXN - EVERY
000410* CREDIT DATED FROM THE START OF THE WINDOW TO TODAY, TOTALLED
000420* BY ITS TX-DATE AND CHANNEL:
000430*   SUSP - POSTED BY DCI8DPGS (A SUSPENSE REALLOCATION, DATED
000440*          THE DAY THE MONEY FIRST ARRIVED)
000450*   DDCR - TX-SOURCE 'D', A SETTLED DIRECT DEBIT COLLECTION
000460*   ONLN - TX-SOURCE 'O' POSTED BY DCI8DPGD (TRANSFER LEGS ARE
000470*          'T' AND NEVER TOUCH THE BANK)
000480*   LBOX - POSTED BY DCI8BPST ON SEQUENCE 5001-6999, THE
000490*          DCI8BLBX LOCKBOX CHEQUES
000500*   FEED - ANY OTHER CREDIT POSTED BY DCI8BPST FROM TXNIN
000510* SYSTEM CREDITS (CHARGE-OFF CLEARING, DISPUTE CREDITS, REDRESS
000520* AND THE REST OF THE 8000 RANGE) MOVE NO MONEY AND ARE LEFT
000530* OUT. THE WINDOW OPENS ACCTCTL 'CSRLOOK ' DAYS BACK (DEFAULT
000540* 7), OR EARLIER TO TAKE IN THE OLDEST VALUE DATE ON THE
000550* STATEMENT AND THE OLDEST OPEN BREAK, SO A LATE POSTING OR A
000560* LATE REALLOCATION CLEARS THE DAY IT BELONGS TO - BUT NEVER MORE
000570* THAN 400 DAYS; AN OLDER BREAK STAYS ON THE REPORT UNCOUNTED.
000580*
000590* A CHANNEL/DAY WHOSE TWO SIDES DIFFER IS A BREAK AND STAYS ON
000600* THE CSRRPT AGED REPORT, RUN AFTER RUN, UNTIL THEY AGREE; THE
000610* RUN THAT CLEARS IT PRINTS IT ONE LAST TIME. A BREAK OLDER THAN
000620* ACCTCTL 'CSRAGEDY' DAYS (DEFAULT 3) IS OVERDUE - EVERY RUN
000630* WRITES A CSRBREAK CHECK PAIR TO RUNJRNL, ENDING 'F' WHILE ANY
000640* BREAK IS OVERDUE, SO THE DCI8BJRN MORNING REPORT FLAGS IT
000650*****************************************************************

000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER. IBM-370.
000690 OBJECT-COMPUTER. IBM-370.

000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.

000720     SELECT STMT-FILE ASSIGN TO BNKSTMT
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-STMT-STATUS.

000750     SELECT ACCTTXN-FILE ASSIGN TO ACCTTXN
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS SEQUENTIAL
000780         RECORD KEY IS TX-KEY
000790         FILE STATUS IS WS-ACCTTXN-STATUS.

000800     SELECT CASHREC-FILE ASSIGN TO CASHREC
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS DYNAMIC
000830         RECORD KEY IS CR-KEY
000840         FILE STATUS IS WS-CASHREC-STATUS.

000850     SELECT ACCTCTL-FILE ASSIGN TO ACCTCTL
000860         ORGANIZATION IS INDEXED
000870         ACCESS MODE IS RANDOM
000880         RECORD KEY IS CT-KEYNAME
000890         FILE STATUS IS WS-ACCTCTL-STATUS.

000900     SELECT TXNCTL-FILE ASSIGN TO TXNCTL
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS RANDOM
000930         RECORD KEY IS TN-KEY
000940         FILE STATUS IS WS-TXNCTL-STATUS.

000950     SELECT REPORT-FILE ASSIGN TO CSRRPT
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS WS-REPORT-STATUS.

000980     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS WS-JOURNAL-STATUS.

001010 DATA DIVISION.
001020 FILE SECTION.

001030*-----------------------------------------------------------------
001040* BNKSTMT - THE BANK'S STATEMENT FILE. THE HDR AND TRL VIEWS
001050* REDEFINE THE DTL ROW
001060*-----------------------------------------------------------------
001070 FD  STMT-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 01  STMT-REC.
001110     05  BD-REC-TYPE             PIC X(03).
001120         88  BD-HEADER                   VALUE 'HDR'.
001130         88  BD-DETAIL                   VALUE 'DTL'.
001140         88  BD-TRAILER                  VALUE 'TRL'.
001150     05  BD-VALUE-DATE           PIC 9(08).
001160     05  BD-DRCR                 PIC X(01).
001170         88  BD-CREDIT                   VALUE 'C'.
001180         88  BD-DEBIT                    VALUE 'D'.
001190     05  BD-AMOUNT               PIC 9(10)V99.
001200     05  BD-CHANNEL              PIC X(04).
001210     05  BD-BANK-REF             PIC X(16).
001220     05  BD-NARRATIVE            PIC X(30).
001230     05  FILLER                  PIC X(26).

001240 01  STMT-HDR-REC.
001250     05  FILLER                  PIC X(03).
001260     05  BH-BANK-ACCT            PIC X(08).
001270     05  BH-STMT-DATE            PIC 9(08).
001280     05  FILLER                  PIC X(81).

001290 01  STMT-TRL-REC.
001300     05  FILLER                  PIC X(03).
001310     05  BT-LINE-COUNT           PIC 9(07).
001320     05  BT-CREDIT-TOTAL         PIC 9(12)V99.
001330     05  BT-DEBIT-TOTAL          PIC 9(12)V99.
001340     05  FILLER                  PIC X(62).

001350 FD  ACCTTXN-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  ACCTTXN-REC.
001380     05  TX-KEY.
001390         10  TX-ACCTNO           PIC X(09).
001400         10  TX-DATE             PIC S9(7) COMP-3.
001410         10  TX-SEQNO            PIC 9(04) COMP.
001420     05  TX-TYPE                 PIC X(01).
001430         88  TX-TYPE-CREDIT              VALUE 'C'.
001440     05  TX-AMOUNT               PIC 9(08)V99.
001450     05  TX-POSTED-INFO.
001460         10  TX-POST-DATE        PIC S9(7) COMP-3.
001470         10  TX-POST-JOB         PIC X(08).
001480     05  TX-SOURCE               PIC X(01).
001490         88  TX-SRC-DIRECT-DEBIT         VALUE 'D'.
001500     05  TX-CHAIN-INFO.
001510         10  TX-CHAIN-NO         PIC 9(09) COMP.
001520         10  TX-CHAIN-PREV       PIC 9(18) COMP.
001530         10  TX-CHAIN-HASH       PIC 9(18) COMP.

001540*-----------------------------------------------------------------
001550* CASHREC - ONE ROW PER CHANNEL PER BUSINESS DAY, THE BANK SIDE
001560* ACCUMULATED STATEMENT BY STATEMENT, THE BOOK SIDE RECOUNTED
001570*-----------------------------------------------------------------
001580 FD  CASHREC-FILE
001590     LABEL RECORDS ARE STANDARD.
001600 01  CASHREC-REC.
001610     05  CR-KEY.
001620         10  CR-CHANNEL          PIC X(04).
001630         10  CR-BUS-DATE         PIC 9(07).
001640     05  CR-BANK-AMT             PIC S9(10)V99 COMP-3.
001650     05  CR-BANK-COUNT           PIC 9(07) COMP-3.
001660     05  CR-BOOK-AMT             PIC S9(10)V99 COMP-3.
001670     05  CR-BOOK-COUNT           PIC 9(07) COMP-3.
001680     05  CR-STATUS               PIC X(01).
001690         88  CR-MATCHED                  VALUE 'M'.
001700         88  CR-BROKEN                   VALUE 'B'.
001710         88  CR-CLEARED                  VALUE 'C'.
001720     05  CR-BROKEN-DATE          PIC S9(7) COMP-3.
001730     05  CR-CLEARED-DATE         PIC S9(7) COMP-3.
001740     05  CR-LAST-RUN             PIC S9(7) COMP-3.

001750 FD  ACCTCTL-FILE
001760     LABEL RECORDS ARE STANDARD.
001770 01  ACCTCTL-REC.
001780     05  CT-KEYNAME              PIC X(08).
001790     05  CT-NEXT-ACCTNO          PIC 9(08).

001800*-----------------------------------------------------------------
001810* TXNCTL - FEEDS ALREADY TAKEN IN. A STATEMENT DATE ON FILE
001820* UNDER FEED ID BANKSTMT HAS ALREADY BEEN ADDED TO CASHREC
001830*-----------------------------------------------------------------
001840 FD  TXNCTL-FILE
001850     LABEL RECORDS ARE STANDARD.
001860 01  TXNCTL-REC.
001870     05  TN-KEY.
001880         10  TN-FEED-ID          PIC X(08).
001890         10  TN-BUS-DATE         PIC 9(07).
001900     05  TN-RUN-DATE             PIC S9(7) COMP-3.
001910     05  TN-ROW-COUNT            PIC 9(07).

001920 FD  REPORT-FILE
001930     RECORDING MODE IS F
001940     LABEL RECORDS ARE STANDARD.
001950 01  REPORT-LINE                 PIC X(80).

001960*-----------------------------------------------------------------
001970* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001980* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001990*-----------------------------------------------------------------
002000 FD  JOURNAL-FILE
002010     RECORDING MODE IS F
002020     LABEL RECORDS ARE STANDARD.
002030 01  JR-REC.
002040     05  JR-JOBNAME              PIC X(08).
002050     05  JR-ROW-TYPE             PIC X(01).
002060     05  JR-DATE                 PIC 9(07).
002070     05  JR-TIME                 PIC 9(06).
002080     05  JR-READ-COUNT           PIC 9(07).
002090     05  JR-WRITTEN-COUNT        PIC 9(07).
002100     05  JR-REJECTED-COUNT       PIC 9(07).
002110     05  JR-STATUS               PIC X(01).
002120     05  FILLER                  PIC X(06).

002130 WORKING-STORAGE SECTION.
002140 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002150 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002160     COPY 'JOBGATE'.

002170 77  WS-STMT-STATUS          PIC X(02) VALUE SPACES.
002180 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
002190 77  WS-CASHREC-STATUS       PIC X(02) VALUE SPACES.
002200 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
002210 77  WS-TXNCTL-STATUS        PIC X(02) VALUE SPACES.
002220 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

002230 01  WS-SWITCHES.
002240*    THE STATEMENT IS REFUSED WHOLE WHEN ITS CONTROLS FAIL - THE
002250*    BOOK SIDE IS STILL RECOUNTED AND THE AGED REPORT STILL RUNS
002260     05  WS-STMT-OK-SW       PIC X(01) VALUE 'Y'.
002270         88  WS-STMT-OK              VALUE 'Y'.
002280     05  WS-STMT-EOF-SW      PIC X(01) VALUE 'N'.
002290         88  WS-STMT-EOF             VALUE 'Y'.
002300     05  WS-TXN-EOF-SW       PIC X(01) VALUE 'N'.
002310         88  WS-TXN-EOF              VALUE 'Y'.
002320     05  WS-REC-EOF-SW       PIC X(01) VALUE 'N'.
002330         88  WS-REC-EOF              VALUE 'Y'.
002340     05  WS-REC-FOUND-SW     PIC X(01) VALUE 'N'.
002350         88  WS-REC-FOUND            VALUE 'Y'.

002360 01  WS-COUNTERS.
002370     05  WS-LINE-COUNT       PIC 9(07) COMP-3 VALUE 0.
002380     05  WS-CREDIT-LINES     PIC 9(07) COMP-3 VALUE 0.
002390     05  WS-DEBIT-LINES      PIC 9(07) COMP-3 VALUE 0.
002400     05  WS-TXN-READ         PIC 9(09) COMP-3 VALUE 0.
002410     05  WS-TXN-COUNTED      PIC 9(07) COMP-3 VALUE 0.
002420     05  WS-ROWS-WRITTEN     PIC 9(07) COMP-3 VALUE 0.
002430     05  WS-NEW-BREAKS       PIC 9(07) COMP-3 VALUE 0.
002440     05  WS-CLEARED-COUNT    PIC 9(07) COMP-3 VALUE 0.
002450     05  WS-OPEN-BREAKS      PIC 9(07) COMP-3 VALUE 0.
002460     05  WS-OVERDUE-COUNT    PIC 9(07) COMP-3 VALUE 0.

002470 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
002480 77  WS-STMT-JULIAN          PIC 9(07) VALUE 0.
002490 77  WS-VALUE-JULIAN         PIC 9(07) VALUE 0.
002500 77  WS-MIN-VALUE-DATE       PIC 9(07) VALUE 0.
002510 77  WS-OLDEST-ALLOWED       PIC 9(07) VALUE 0.
002520 77  WS-FROM-DATE            PIC 9(07) VALUE 0.
002530 77  WS-OLDEST-BREAK         PIC 9(07) VALUE 0.
002540 77  WS-AGED-DAYS            PIC S9(05) COMP-3 VALUE 3.
002550 77  WS-LOOK-DAYS            PIC S9(05) COMP-3 VALUE 7.
002560 77  WS-CTL-CREDITS          PIC S9(12)V99 COMP-3 VALUE 0.
002570 77  WS-CTL-DEBITS           PIC S9(12)V99 COMP-3 VALUE 0.
002580 77  WS-NET-DIFF             PIC S9(12)V99 COMP-3 VALUE 0.
002590 77  WS-CELL-DIFF            PIC S9(10)V99 COMP-3 VALUE 0.
002600 77  WS-AGE                  PIC S9(07) COMP-3 VALUE 0.

002610*-----------------------------------------------------------------
002620* THE FIVE MONEY CHANNELS, IN THE ORDER THE TABLE CELLS HOLD THEM
002630*-----------------------------------------------------------------
002640 01  WS-CHANNEL-NAMES.
002650     05  FILLER              PIC X(20) VALUE
002660         'FEEDLBOXDDCRONLNSUSP'.
002670 01  WS-CHANNEL-TABLE REDEFINES WS-CHANNEL-NAMES.
002680     05  WS-CHANNEL          PIC X(04) OCCURS 5 TIMES.
002690 77  WS-CHAN-SUB             PIC S9(04) COMP VALUE 0.
002700 77  WS-CHAN-HIT             PIC S9(04) COMP VALUE 0.

002710*-----------------------------------------------------------------
002720* THE WINDOW - ONE ENTRY PER CALENDAR DAY FROM WS-FROM-DATE TO
002730* TODAY, EACH WITH A BANK AND A BOOK CELL PER CHANNEL. A DATE'S
002740* ENTRY IS ITS DAY NUMBER LESS THE FIRST DAY'S, PLUS ONE
002750*-----------------------------------------------------------------
002760 01  WS-DAY-TABLE.
002770     05  WS-DAY-ENTRY OCCURS 400 TIMES.
002780         10  WS-DY-DATE          PIC 9(07).
002790         10  WS-DY-CELL OCCURS 5 TIMES.
002800             15  WS-DY-BANK-AMT  PIC S9(10)V99 COMP-3.
002810             15  WS-DY-BANK-CNT  PIC 9(07) COMP-3.
002820             15  WS-DY-BOOK-AMT  PIC S9(10)V99 COMP-3.
002830             15  WS-DY-BOOK-CNT  PIC 9(07) COMP-3.
002840 77  WS-DAY-MAX              PIC S9(04) COMP VALUE 400.
002850 77  WS-DAY-USED             PIC S9(04) COMP VALUE 0.
002860 77  WS-DAY-SUB              PIC S9(04) COMP VALUE 0.
002870 77  WS-DAY-HIT              PIC S9(04) COMP VALUE 0.
002880 77  WS-FROM-DAYNUM          PIC S9(07) COMP-3 VALUE 0.
002890 77  WS-TODAY-DAYNUM         PIC S9(07) COMP-3 VALUE 0.

002900*-----------------------------------------------------------------
002910* DAY-NUMBER WORK FIELDS - A YYYYDDD DATE AS A COUNT OF DAYS, SO
002920* TWO DATES CAN BE SUBTRACTED ACROSS A YEAR END. THE LAST DATE
002930* CONVERTED IS KEPT SO A RUN OF SAME-DAY ROWS COSTS ONE SUM
002940*-----------------------------------------------------------------
002950 01  WS-DN-DATE              PIC 9(07) VALUE 0.
002960 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
002970     05  WS-DN-YEAR          PIC 9(04).
002980     05  WS-DN-DDD           PIC 9(03).
002990 77  WS-DN-LAST-DATE         PIC 9(07) VALUE 0.
003000 77  WS-DN-Y1                PIC S9(05) COMP-3 VALUE 0.
003010 77  WS-DN-Q4                PIC S9(05) COMP-3 VALUE 0.
003020 77  WS-DN-Q100              PIC S9(05) COMP-3 VALUE 0.
003030 77  WS-DN-Q400              PIC S9(05) COMP-3 VALUE 0.
003040 77  WS-DN-RESULT            PIC S9(07) COMP-3 VALUE 0.

003050* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
003060     COPY 'DATEPARM'.

003070 01  WS-REPORT-HEADING1.
003080     05  FILLER              PIC X(48) VALUE
003090         'DCI8BCSR - DAILY CASH SETTLEMENT RECONCILIATION'.
003100     05  FILLER              PIC X(05) VALUE ' RUN '.
003110     05  RH-RUN-DATE         PIC 9(07).
003120     05  FILLER              PIC X(20) VALUE SPACES.

003130 01  WS-STMT-LINE.
003140     05  FILLER              PIC X(10) VALUE 'STATEMENT '.
003150     05  SL-STMT-DATE        PIC X(08).
003160     05  FILLER              PIC X(06) VALUE ' ACCT '.
003170     05  SL-BANK-ACCT        PIC X(08).
003180     05  FILLER              PIC X(03) VALUE ' - '.
003190     05  SL-LINES            PIC ZZZZZZ9.
003200     05  FILLER              PIC X(38) VALUE
003210         ' LINES TAKEN IN'.

003220 01  WS-REFUSED-LINE.
003230     05  FILLER              PIC X(20) VALUE
003240         'STATEMENT REFUSED - '.
003250     05  RF-REASON           PIC X(60).

003260 01  WS-WINDOW-LINE.
003270     05  FILLER              PIC X(27) VALUE
003280         'BOOK SIDE RECOUNTED FROM '.
003290     05  WL-FROM-DATE        PIC 9(07).
003300     05  FILLER              PIC X(46) VALUE SPACES.

003310 01  WS-REPORT-HEADING2.
003320     05  FILLER PIC X(05) VALUE 'CHAN'.
003330     05  FILLER PIC X(08) VALUE 'BUS DAY'.
003340     05  FILLER PIC X(18) VALUE '         BANK'.
003350     05  FILLER PIC X(18) VALUE '         BOOK'.
003360     05  FILLER PIC X(18) VALUE '   DIFFERENCE'.
003370     05  FILLER PIC X(05) VALUE ' AGE'.
003380     05  FILLER PIC X(08) VALUE 'NOTE'.

003390 01  WS-DETAIL-LINE.
003400     05  DL-CHANNEL          PIC X(04).
003410     05  FILLER              PIC X(01) VALUE SPACES.
003420     05  DL-BUS-DATE         PIC 9(07).
003430     05  FILLER              PIC X(01) VALUE SPACES.
003440     05  DL-BANK-AMT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
003450     05  FILLER              PIC X(01) VALUE SPACES.
003460     05  DL-BOOK-AMT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
003470     05  FILLER              PIC X(01) VALUE SPACES.
003480     05  DL-DIFF             PIC Z,ZZZ,ZZZ,ZZ9.99-.
003490     05  FILLER              PIC X(01) VALUE SPACES.
003500     05  DL-AGE              PIC ZZZ9.
003510     05  FILLER              PIC X(01) VALUE SPACES.
003520     05  DL-NOTE             PIC X(08).

003530 01  WS-TOTAL-LINE.
003540     05  FILLER              PIC X(13) VALUE 'OPEN BREAKS: '.
003550     05  TL-OPEN             PIC ZZZZZZ9.
003560     05  FILLER              PIC X(11) VALUE '  OVERDUE: '.
003570     05  TL-OVERDUE          PIC ZZZZZZ9.
003580     05  FILLER              PIC X(08) VALUE '  NET: '.
003590     05  TL-NET              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003600     05  FILLER              PIC X(12) VALUE SPACES.

003610 PROCEDURE DIVISION.

003620 0000-MAINLINE.

003630     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

003640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

003650     IF WS-STMT-OK THEN
003660         PERFORM 2000-LOAD-STATEMENT THRU 2000-EXIT
003670     END-IF.

003680     PERFORM 3000-COUNT-BOOK THRU 3000-EXIT.

003690     PERFORM 4000-UPDATE-CASHREC THRU 4000-EXIT.

003700     PERFORM 5000-PRINT-BREAKS THRU 5000-EXIT.

003710     PERFORM 9000-TERMINATE THRU 9000-EXIT.

003720     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

003730     PERFORM 8400-WRITE-CHECK THRU 8400-EXIT.

003740     GOBACK.

003750 1000-INITIALIZE.

003760     OPEN INPUT STMT-FILE.
003770     OPEN INPUT ACCTTXN-FILE.
003780     OPEN I-O CASHREC-FILE.
003790     OPEN I-O TXNCTL-FILE.
003800     OPEN OUTPUT REPORT-FILE.

003810     MOVE 'TOD' TO DP-FUNCTION.
003820     CALL 'DCI8BDAT' USING DATEPARM.
003830     MOVE DP-JULIAN TO WS-TODAY.
003840     MOVE WS-TODAY TO RH-RUN-DATE.

003850     PERFORM 1400-READ-CONTROLS THRU 1400-EXIT.

003860*    THE OLDEST VALUE DATE THE DAY TABLE CAN STILL HOLD
003870     MOVE 'SUB' TO DP-FUNCTION.
003880     MOVE WS-TODAY TO DP-JULIAN.
003890     COMPUTE DP-DAYS = WS-DAY-MAX - 1.
003900     CALL 'DCI8BDAT' USING DATEPARM.
003910     MOVE DP-JULIAN TO WS-OLDEST-ALLOWED.

003920*    PASS 1 - PROVE THE STATEMENT BEFORE ANY OF IT IS TAKEN IN
003930     PERFORM 1500-VERIFY-STATEMENT THRU 1500-EXIT.

003940     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
003950     MOVE SPACES TO REPORT-LINE.
003960     WRITE REPORT-LINE.

003970     IF WS-STMT-OK THEN
003980         MOVE WS-LINE-COUNT TO SL-LINES
003990         WRITE REPORT-LINE FROM WS-STMT-LINE
004000     ELSE
004010         DISPLAY 'DCI8BCSR - STATEMENT REFUSED - ' RF-REASON
004020         WRITE REPORT-LINE FROM WS-REFUSED-LINE
004030     END-IF.

004040     PERFORM 1600-SET-WINDOW THRU 1600-EXIT.

004050     MOVE WS-FROM-DATE TO WL-FROM-DATE.
004060     WRITE REPORT-LINE FROM WS-WINDOW-LINE.
004070     MOVE SPACES TO REPORT-LINE.
004080     WRITE REPORT-LINE.

004090 1000-EXIT.
004100     EXIT.

004110*-----------------------------------------------------------------
004120* 1400-READ-CONTROLS - THE AGE AT WHICH A BREAK FAILS THE MORNING
004130* CHECK AND THE LOOK-BACK RECOUNT, EACH FALLING BACK TO ITS
004140* DEFAULT WHEN THE ACCTCTL ROW IS MISSING OR OUT OF RANGE
004150*-----------------------------------------------------------------
004160 1400-READ-CONTROLS.

004170     OPEN INPUT ACCTCTL-FILE.

004180     MOVE 'CSRAGEDY' TO CT-KEYNAME.
004190     READ ACCTCTL-FILE
004200         INVALID KEY
004210             CONTINUE
004220     END-READ.
004230     IF WS-ACCTCTL-STATUS = '00' AND CT-NEXT-ACCTNO > 0
004240             AND CT-NEXT-ACCTNO < 366 THEN
004250         MOVE CT-NEXT-ACCTNO TO WS-AGED-DAYS
004260     END-IF.

004270     MOVE 'CSRLOOK ' TO CT-KEYNAME.
004280     READ ACCTCTL-FILE
004290         INVALID KEY
004300             CONTINUE
004310     END-READ.
004320     IF WS-ACCTCTL-STATUS = '00' AND CT-NEXT-ACCTNO > 0
004330             AND CT-NEXT-ACCTNO < 366 THEN
004340         MOVE CT-NEXT-ACCTNO TO WS-LOOK-DAYS
004350     END-IF.

004360     CLOSE ACCTCTL-FILE.

004370 1400-EXIT.
004380     EXIT.

004390*-----------------------------------------------------------------
004400* 1500-VERIFY-STATEMENT - THE HEADER MUST CARRY A REAL STATEMENT
004410* DATE NOT YET TAKEN IN, EVERY LINE MUST BE WELL FORMED AND DATED
004420* NO LATER THAN THE STATEMENT, AND THE TRAILER MUST RECONCILE.
004430* ANY FAILURE LEAVES THE REASON IN RF-REASON
004440*-----------------------------------------------------------------
004450 1500-VERIFY-STATEMENT.

004460     MOVE SPACES TO SL-STMT-DATE SL-BANK-ACCT.

004470     READ STMT-FILE
004480         AT END
004490             MOVE 'BNKSTMT IS EMPTY' TO RF-REASON
004500             MOVE 'N' TO WS-STMT-OK-SW
004510             GO TO 1500-EXIT
004520     END-READ.

004530     IF NOT BD-HEADER THEN
004540         MOVE 'BNKSTMT HAS NO HDR' TO RF-REASON
004550         MOVE 'N' TO WS-STMT-OK-SW
004560         GO TO 1500-EXIT
004570     END-IF.

004580     MOVE BH-BANK-ACCT TO SL-BANK-ACCT.
004590     MOVE BH-STMT-DATE TO SL-STMT-DATE.

004600     IF BH-STMT-DATE IS NOT NUMERIC THEN
004610         MOVE 'HDR STATEMENT DATE IS NOT A VALID YYYYMMDD'
004620             TO RF-REASON
004630         MOVE 'N' TO WS-STMT-OK-SW
004640         GO TO 1500-EXIT
004650     END-IF.
004660     MOVE 'G2J' TO DP-FUNCTION.
004670     MOVE BH-STMT-DATE TO DP-GREGORIAN.
004680     CALL 'DCI8BDAT' USING DATEPARM.
004690     IF NOT DP-RC-GOOD OR DP-JULIAN > WS-TODAY THEN
004700         MOVE 'HDR STATEMENT DATE IS NOT A VALID YYYYMMDD'
004710             TO RF-REASON
004720         MOVE 'N' TO WS-STMT-OK-SW
004730         GO TO 1500-EXIT
004740     END-IF.
004750     MOVE DP-JULIAN TO WS-STMT-JULIAN.
004760     MOVE WS-STMT-JULIAN TO WS-MIN-VALUE-DATE.

004770     MOVE 'BANKSTMT' TO TN-FEED-ID.
004780     MOVE WS-STMT-JULIAN TO TN-BUS-DATE.
004790     READ TXNCTL-FILE
004800         INVALID KEY
004810             CONTINUE
004820     END-READ.
004830     IF WS-TXNCTL-STATUS = '00' THEN
004840         MOVE 'THIS STATEMENT HAS ALREADY BEEN TAKEN IN'
004850             TO RF-REASON
004860         MOVE 'N' TO WS-STMT-OK-SW
004870         GO TO 1500-EXIT
004880     END-IF.

004890     PERFORM 1510-VERIFY-ONE-LINE THRU 1510-EXIT
004900         UNTIL WS-STMT-EOF OR NOT WS-STMT-OK.

004910 1500-EXIT.
004920     EXIT.

004930 1510-VERIFY-ONE-LINE.

004940     READ STMT-FILE
004950         AT END
004960             MOVE 'BNKSTMT HAS NO TRL' TO RF-REASON
004970             MOVE 'N' TO WS-STMT-OK-SW
004980             GO TO 1510-EXIT
004990     END-READ.

005000     IF BD-TRAILER THEN
005010         IF BT-LINE-COUNT IS NOT NUMERIC OR
005020            BT-CREDIT-TOTAL IS NOT NUMERIC OR
005030            BT-DEBIT-TOTAL IS NOT NUMERIC OR
005040            BT-LINE-COUNT NOT = WS-LINE-COUNT OR
005050            BT-CREDIT-TOTAL NOT = WS-CTL-CREDITS OR
005060            BT-DEBIT-TOTAL NOT = WS-CTL-DEBITS THEN
005070             MOVE 'TRL DOES NOT RECONCILE' TO RF-REASON
005080             DISPLAY 'LINES READ : ' WS-LINE-COUNT
005090             DISPLAY 'CREDITS    : ' WS-CTL-CREDITS
005100             DISPLAY 'DEBITS     : ' WS-CTL-DEBITS
005110             MOVE 'N' TO WS-STMT-OK-SW
005120         END-IF
005130         MOVE 'Y' TO WS-STMT-EOF-SW
005140         GO TO 1510-EXIT
005150     END-IF.

005160     IF NOT BD-DETAIL THEN
005170         MOVE 'ROW IS NOT HDR, DTL OR TRL' TO RF-REASON
005180         MOVE 'N' TO WS-STMT-OK-SW
005190         GO TO 1510-EXIT
005200     END-IF.

005210     ADD 1 TO WS-LINE-COUNT.

005220     IF BD-AMOUNT IS NOT NUMERIC THEN
005230         MOVE 'LINE AMOUNT NOT NUMERIC' TO RF-REASON
005240         MOVE 'N' TO WS-STMT-OK-SW
005250         GO TO 1510-EXIT
005260     END-IF.

005270     IF BD-DEBIT THEN
005280         ADD 1 TO WS-DEBIT-LINES
005290         ADD BD-AMOUNT TO WS-CTL-DEBITS
005300         GO TO 1510-EXIT
005310     END-IF.

005320     IF NOT BD-CREDIT THEN
005330         MOVE 'LINE IS NEITHER DEBIT NOR CREDIT' TO RF-REASON
005340         MOVE 'N' TO WS-STMT-OK-SW
005350         GO TO 1510-EXIT
005360     END-IF.

005370     ADD 1 TO WS-CREDIT-LINES.
005380     ADD BD-AMOUNT TO WS-CTL-CREDITS.

005390     PERFORM 2900-FIND-CHANNEL THRU 2900-EXIT.
005400     IF WS-CHAN-HIT = 0 THEN
005410         MOVE 'CREDIT LINE CARRIES AN UNKNOWN CHANNEL'
005420             TO RF-REASON
005430         MOVE 'N' TO WS-STMT-OK-SW
005440         GO TO 1510-EXIT
005450     END-IF.

005460     PERFORM 2800-VALUE-DATE THRU 2800-EXIT.
005470     IF WS-VALUE-JULIAN = 0 OR
005480        WS-VALUE-JULIAN > WS-STMT-JULIAN THEN
005490         MOVE 'LINE VALUE DATE INVALID OR AFTER THE STATEMENT'
005500             TO RF-REASON
005510         MOVE 'N' TO WS-STMT-OK-SW
005520         GO TO 1510-EXIT
005530     END-IF.

005540     IF WS-VALUE-JULIAN < WS-OLDEST-ALLOWED THEN
005550         MOVE 'LINE VALUE DATE OVER 399 DAYS OLD' TO RF-REASON
005560         MOVE 'N' TO WS-STMT-OK-SW
005570         GO TO 1510-EXIT
005580     END-IF.

005590     IF WS-VALUE-JULIAN < WS-MIN-VALUE-DATE THEN
005600         MOVE WS-VALUE-JULIAN TO WS-MIN-VALUE-DATE
005610     END-IF.

005620 1510-EXIT.
005630     EXIT.

005640*-----------------------------------------------------------------
005650* 1600-SET-WINDOW - THE RECOUNT STARTS CSRLOOK DAYS BACK, OR AT
005660* THE OLDEST STATEMENT VALUE DATE OR OPEN BREAK IF EARLIER, BUT
005670* NEVER SO FAR BACK THAT THE DAY TABLE OVERFLOWS
005680*-----------------------------------------------------------------
005690 1600-SET-WINDOW.

005700     MOVE 'SUB' TO DP-FUNCTION.
005710     MOVE WS-TODAY TO DP-JULIAN.
005720     MOVE WS-LOOK-DAYS TO DP-DAYS.
005730     CALL 'DCI8BDAT' USING DATEPARM.
005740     MOVE DP-JULIAN TO WS-FROM-DATE.

005750     IF WS-STMT-OK AND WS-MIN-VALUE-DATE < WS-FROM-DATE THEN
005760         MOVE WS-MIN-VALUE-DATE TO WS-FROM-DATE
005770     END-IF.

005780     PERFORM 1610-FIND-OLDEST-BREAK THRU 1610-EXIT.
005790     IF WS-OLDEST-BREAK > 0 AND
005800        WS-OLDEST-BREAK < WS-FROM-DATE THEN
005810         MOVE WS-OLDEST-BREAK TO WS-FROM-DATE
005820     END-IF.

005830     MOVE WS-TODAY TO WS-DN-DATE.
005840     PERFORM 2950-DAY-NUMBER THRU 2950-EXIT.
005850     MOVE WS-DN-RESULT TO WS-TODAY-DAYNUM.

005860     MOVE WS-FROM-DATE TO WS-DN-DATE.
005870     PERFORM 2950-DAY-NUMBER THRU 2950-EXIT.
005880     MOVE WS-DN-RESULT TO WS-FROM-DAYNUM.

005890     IF WS-TODAY-DAYNUM - WS-FROM-DAYNUM >= WS-DAY-MAX THEN
005900         MOVE 'SUB' TO DP-FUNCTION
005910         MOVE WS-TODAY TO DP-JULIAN
005920         COMPUTE DP-DAYS = WS-DAY-MAX - 1
005930         CALL 'DCI8BDAT' USING DATEPARM
005940         MOVE DP-JULIAN TO WS-FROM-DATE
005950         COMPUTE WS-FROM-DAYNUM = WS-TODAY-DAYNUM
005960             - WS-DAY-MAX + 1
005970     END-IF.

005980     COMPUTE WS-DAY-USED = WS-TODAY-DAYNUM - WS-FROM-DAYNUM + 1.

005990     PERFORM 1620-INIT-ONE-DAY THRU 1620-EXIT
006000         VARYING WS-DAY-SUB FROM 1 BY 1
006010         UNTIL WS-DAY-SUB > WS-DAY-USED.

006020 1600-EXIT.
006030     EXIT.

006040 1610-FIND-OLDEST-BREAK.

006050     MOVE 0 TO WS-OLDEST-BREAK.
006060     MOVE 'N' TO WS-REC-EOF-SW.
006070     MOVE LOW-VALUES TO CR-KEY.
006080     START CASHREC-FILE KEY IS NOT LESS THAN CR-KEY
006090         INVALID KEY
006100             GO TO 1610-EXIT
006110     END-START.

006120     PERFORM 1615-NEXT-BREAK THRU 1615-EXIT
006130         UNTIL WS-REC-EOF.

006140 1610-EXIT.
006150     EXIT.

006160 1615-NEXT-BREAK.

006170     READ CASHREC-FILE NEXT RECORD
006180         AT END
006190             MOVE 'Y' TO WS-REC-EOF-SW
006200             GO TO 1615-EXIT
006210     END-READ.

006220     IF CR-BROKEN THEN
006230         IF WS-OLDEST-BREAK = 0 OR
006240            CR-BUS-DATE < WS-OLDEST-BREAK THEN
006250             MOVE CR-BUS-DATE TO WS-OLDEST-BREAK
006260         END-IF
006270     END-IF.

006280 1615-EXIT.
006290     EXIT.

006300 1620-INIT-ONE-DAY.

006310     MOVE 'ADD' TO DP-FUNCTION.
006320     MOVE WS-FROM-DATE TO DP-JULIAN.
006330     COMPUTE DP-DAYS = WS-DAY-SUB - 1.
006340     CALL 'DCI8BDAT' USING DATEPARM.
006350     MOVE DP-JULIAN TO WS-DY-DATE(WS-DAY-SUB).

006360     PERFORM 1625-INIT-ONE-CELL THRU 1625-EXIT
006370         VARYING WS-CHAN-SUB FROM 1 BY 1
006380         UNTIL WS-CHAN-SUB > 5.

006390 1620-EXIT.
006400     EXIT.

006410 1625-INIT-ONE-CELL.

006420     MOVE 0 TO WS-DY-BANK-AMT(WS-DAY-SUB, WS-CHAN-SUB).
006430     MOVE 0 TO WS-DY-BANK-CNT(WS-DAY-SUB, WS-CHAN-SUB).
006440     MOVE 0 TO WS-DY-BOOK-AMT(WS-DAY-SUB, WS-CHAN-SUB).
006450     MOVE 0 TO WS-DY-BOOK-CNT(WS-DAY-SUB, WS-CHAN-SUB).

006460 1625-EXIT.
006470     EXIT.

006480*-----------------------------------------------------------------
006490* 2000-LOAD-STATEMENT - PASS 2 OVER THE PROVED STATEMENT, EACH
006500* CREDIT LINE INTO THE BANK CELL FOR ITS CHANNEL AND VALUE DATE
006510*-----------------------------------------------------------------
006520 2000-LOAD-STATEMENT.

006530     CLOSE STMT-FILE.
006540     OPEN INPUT STMT-FILE.
006550     MOVE 'N' TO WS-STMT-EOF-SW.

006560     PERFORM 2100-LOAD-ONE-LINE THRU 2100-EXIT
006570         UNTIL WS-STMT-EOF.

006580 2000-EXIT.
006590     EXIT.

006600 2100-LOAD-ONE-LINE.

006610     READ STMT-FILE
006620         AT END
006630             MOVE 'Y' TO WS-STMT-EOF-SW
006640             GO TO 2100-EXIT
006650     END-READ.

006660     IF NOT BD-DETAIL OR NOT BD-CREDIT THEN
006670         GO TO 2100-EXIT
006680     END-IF.

006690     PERFORM 2900-FIND-CHANNEL THRU 2900-EXIT.
006700     PERFORM 2800-VALUE-DATE THRU 2800-EXIT.

006710     MOVE WS-VALUE-JULIAN TO WS-DN-DATE.
006720     PERFORM 2950-DAY-NUMBER THRU 2950-EXIT.
006730     COMPUTE WS-DAY-HIT = WS-DN-RESULT - WS-FROM-DAYNUM + 1.

006740*    THE WINDOW ALWAYS TAKES IN THE STATEMENT'S OLDEST VALUE
006750*    DATE - ONE BEYOND THE TABLE WAS REFUSED AT PASS 1
006760     IF WS-DAY-HIT < 1 OR WS-DAY-HIT > WS-DAY-USED THEN
006770         GO TO 2100-EXIT
006780     END-IF.

006790     ADD BD-AMOUNT TO WS-DY-BANK-AMT(WS-DAY-HIT, WS-CHAN-HIT).
006800     ADD 1 TO WS-DY-BANK-CNT(WS-DAY-HIT, WS-CHAN-HIT).

006810 2100-EXIT.
006820     EXIT.

006830*-----------------------------------------------------------------
006840* 2800-VALUE-DATE - THE LINE'S YYYYMMDD VALUE DATE AS YYYYDDD IN
006850* WS-VALUE-JULIAN, ZERO WHEN IT IS NOT A DATE
006860*-----------------------------------------------------------------
006870 2800-VALUE-DATE.

006880     MOVE 0 TO WS-VALUE-JULIAN.
006890     IF BD-VALUE-DATE IS NOT NUMERIC THEN
006900         GO TO 2800-EXIT
006910     END-IF.

006920     MOVE 'G2J' TO DP-FUNCTION.
006930     MOVE BD-VALUE-DATE TO DP-GREGORIAN.
006940     CALL 'DCI8BDAT' USING DATEPARM.
006950     IF DP-RC-GOOD THEN
006960         MOVE DP-JULIAN TO WS-VALUE-JULIAN
006970     END-IF.

006980 2800-EXIT.
006990     EXIT.

007000*-----------------------------------------------------------------
007010* 2900-FIND-CHANNEL - THE LINE'S CHANNEL CODE AS A CELL NUMBER IN
007020* WS-CHAN-HIT, ZERO WHEN IT IS NONE OF THE FIVE
007030*-----------------------------------------------------------------
007040 2900-FIND-CHANNEL.

007050     MOVE 0 TO WS-CHAN-HIT.
007060     PERFORM 2910-MATCH-ONE-CHANNEL THRU 2910-EXIT
007070         VARYING WS-CHAN-SUB FROM 1 BY 1
007080         UNTIL WS-CHAN-SUB > 5 OR WS-CHAN-HIT > 0.

007090 2900-EXIT.
007100     EXIT.

007110 2910-MATCH-ONE-CHANNEL.

007120     IF WS-CHANNEL(WS-CHAN-SUB) = BD-CHANNEL THEN
007130         MOVE WS-CHAN-SUB TO WS-CHAN-HIT
007140     END-IF.

007150 2910-EXIT.
007160     EXIT.

007170*-----------------------------------------------------------------
007180* 2950-DAY-NUMBER - WS-DN-DATE (YYYYDDD) AS A RUNNING DAY COUNT
007190* IN WS-DN-RESULT: THE DAYS IN THE YEARS BEFORE IT, LEAP DAYS
007200* INCLUDED, PLUS ITS DAY OF THE YEAR
007210*-----------------------------------------------------------------
007220 2950-DAY-NUMBER.

007230     IF WS-DN-DATE = WS-DN-LAST-DATE THEN
007240         GO TO 2950-EXIT
007250     END-IF.

007260     SUBTRACT 1 FROM WS-DN-YEAR GIVING WS-DN-Y1.
007270     DIVIDE WS-DN-Y1 BY 4 GIVING WS-DN-Q4.
007280     DIVIDE WS-DN-Y1 BY 100 GIVING WS-DN-Q100.
007290     DIVIDE WS-DN-Y1 BY 400 GIVING WS-DN-Q400.
007300     COMPUTE WS-DN-RESULT = WS-DN-Y1 * 365 + WS-DN-Q4
007310         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-DDD.

007320     MOVE WS-DN-DATE TO WS-DN-LAST-DATE.

007330 2950-EXIT.
007340     EXIT.

007350*-----------------------------------------------------------------
007360* 3000-COUNT-BOOK - EVERY ACCTTXN CREDIT IN THE WINDOW INTO THE
007370* BOOK CELL FOR ITS CHANNEL AND TX-DATE
007380*-----------------------------------------------------------------
007390 3000-COUNT-BOOK.

007400     PERFORM 3100-COUNT-ONE-TXN THRU 3100-EXIT
007410         UNTIL WS-TXN-EOF.

007420 3000-EXIT.
007430     EXIT.

007440 3100-COUNT-ONE-TXN.

007450     READ ACCTTXN-FILE
007460         AT END
007470             MOVE 'Y' TO WS-TXN-EOF-SW
007480             GO TO 3100-EXIT
007490     END-READ.

007500     ADD 1 TO WS-TXN-READ.

007510     IF NOT TX-TYPE-CREDIT THEN
007520         GO TO 3100-EXIT
007530     END-IF.

007540     IF TX-DATE < WS-FROM-DATE OR TX-DATE > WS-TODAY THEN
007550         GO TO 3100-EXIT
007560     END-IF.

007570     MOVE 0 TO WS-CHAN-HIT.
007580     IF TX-POST-JOB = 'DCI8DPGS' THEN
007590         MOVE 5 TO WS-CHAN-HIT
007600     ELSE IF TX-SRC-DIRECT-DEBIT THEN
007610         MOVE 3 TO WS-CHAN-HIT
007620     ELSE IF TX-SOURCE = 'O' AND TX-POST-JOB = 'DCI8DPGD' THEN
007630         MOVE 4 TO WS-CHAN-HIT
007640     ELSE IF TX-POST-JOB = 'DCI8BPST' AND
007650             TX-SEQNO > 5000 AND TX-SEQNO < 7000 THEN
007660         MOVE 2 TO WS-CHAN-HIT
007670     ELSE IF TX-POST-JOB = 'DCI8BPST' THEN
007680         MOVE 1 TO WS-CHAN-HIT
007690     END-IF
007700     END-IF
007710     END-IF
007720     END-IF
007730     END-IF.

007740*    NOT A MONEY CHANNEL - A SYSTEM CREDIT OR A TRANSFER LEG
007750     IF WS-CHAN-HIT = 0 THEN
007760         GO TO 3100-EXIT
007770     END-IF.

007780     MOVE TX-DATE TO WS-DN-DATE.
007790     PERFORM 2950-DAY-NUMBER THRU 2950-EXIT.
007800     COMPUTE WS-DAY-HIT = WS-DN-RESULT - WS-FROM-DAYNUM + 1.

007810     ADD TX-AMOUNT TO WS-DY-BOOK-AMT(WS-DAY-HIT, WS-CHAN-HIT).
007820     ADD 1 TO WS-DY-BOOK-CNT(WS-DAY-HIT, WS-CHAN-HIT).
007830     ADD 1 TO WS-TXN-COUNTED.

007840 3100-EXIT.
007850     EXIT.

007860*-----------------------------------------------------------------
007870* 4000-UPDATE-CASHREC - EVERY CHANNEL OF EVERY DAY IN THE WINDOW
007880* ONTO CASHREC, THEN THE STATEMENT'S TXNCTL ROW SO IT IS NEVER
007890* ADDED IN TWICE
007900*-----------------------------------------------------------------
007910 4000-UPDATE-CASHREC.

007920     PERFORM 4100-UPDATE-ONE-DAY THRU 4100-EXIT
007930         VARYING WS-DAY-SUB FROM 1 BY 1
007940         UNTIL WS-DAY-SUB > WS-DAY-USED.

007950     IF NOT WS-STMT-OK THEN
007960         GO TO 4000-EXIT
007970     END-IF.

007980     MOVE 'BANKSTMT' TO TN-FEED-ID.
007990     MOVE WS-STMT-JULIAN TO TN-BUS-DATE.
008000     MOVE WS-TODAY TO TN-RUN-DATE.
008010     MOVE WS-LINE-COUNT TO TN-ROW-COUNT.
008020     WRITE TXNCTL-REC
008030         INVALID KEY
008040             DISPLAY 'DCI8BCSR - TXNCTL WRITE FAILED '
008050                 WS-TXNCTL-STATUS
008060     END-WRITE.

008070 4000-EXIT.
008080     EXIT.

008090 4100-UPDATE-ONE-DAY.

008100     PERFORM 4200-UPDATE-ONE-CELL THRU 4200-EXIT
008110         VARYING WS-CHAN-SUB FROM 1 BY 1
008120         UNTIL WS-CHAN-SUB > 5.

008130 4100-EXIT.
008140     EXIT.

008150*-----------------------------------------------------------------
008160* 4200-UPDATE-ONE-CELL - ADDS THE STATEMENT'S BANK FIGURES TO THE
008170* ROW, REPLACES THE BOOK FIGURES WITH TODAY'S COUNT AND SETTLES
008180* THE STATUS. A CHANNEL/DAY WITH NOTHING ON EITHER SIDE AND NO
008190* ROW YET IS LEFT OFF THE FILE
008200*-----------------------------------------------------------------
008210 4200-UPDATE-ONE-CELL.

008220     MOVE WS-CHANNEL(WS-CHAN-SUB) TO CR-CHANNEL.
008230     MOVE WS-DY-DATE(WS-DAY-SUB) TO CR-BUS-DATE.
008240     MOVE 'Y' TO WS-REC-FOUND-SW.
008250     READ CASHREC-FILE
008260         INVALID KEY
008270             MOVE 'N' TO WS-REC-FOUND-SW
008280     END-READ.

008290     IF NOT WS-REC-FOUND THEN
008300         IF WS-DY-BANK-CNT(WS-DAY-SUB, WS-CHAN-SUB) = 0 AND
008310            WS-DY-BOOK-CNT(WS-DAY-SUB, WS-CHAN-SUB) = 0 THEN
008320             GO TO 4200-EXIT
008330         END-IF
008340         MOVE 0 TO CR-BANK-AMT CR-BANK-COUNT
008350         MOVE 'M' TO CR-STATUS
008360         MOVE 0 TO CR-BROKEN-DATE CR-CLEARED-DATE
008370     END-IF.

008380     ADD WS-DY-BANK-AMT(WS-DAY-SUB, WS-CHAN-SUB) TO CR-BANK-AMT.
008390     ADD WS-DY-BANK-CNT(WS-DAY-SUB, WS-CHAN-SUB)
008400         TO CR-BANK-COUNT.
008410     MOVE WS-DY-BOOK-AMT(WS-DAY-SUB, WS-CHAN-SUB) TO CR-BOOK-AMT.
008420     MOVE WS-DY-BOOK-CNT(WS-DAY-SUB, WS-CHAN-SUB)
008430         TO CR-BOOK-COUNT.
008440     MOVE WS-TODAY TO CR-LAST-RUN.

008450     IF CR-BANK-AMT = CR-BOOK-AMT THEN
008460         IF CR-BROKEN THEN
008470             MOVE 'C' TO CR-STATUS
008480             MOVE WS-TODAY TO CR-CLEARED-DATE
008490             ADD 1 TO WS-CLEARED-COUNT
008500         END-IF
008510     ELSE
008520         IF NOT CR-BROKEN THEN
008530             MOVE 'B' TO CR-STATUS
008540             MOVE WS-TODAY TO CR-BROKEN-DATE
008550             MOVE 0 TO CR-CLEARED-DATE
008560             ADD 1 TO WS-NEW-BREAKS
008570         END-IF
008580     END-IF.

008590     IF WS-REC-FOUND THEN
008600         REWRITE CASHREC-REC
008610     ELSE
008620         WRITE CASHREC-REC
008630     END-IF.
008640     ADD 1 TO WS-ROWS-WRITTEN.

008650 4200-EXIT.
008660     EXIT.

008670*-----------------------------------------------------------------
008680* 5000-PRINT-BREAKS - THE AGED REPORT, IN CHANNEL AND DAY ORDER:
008690* EVERY BREAK STILL OPEN, HOWEVER OLD, AND EVERY ONE THIS RUN
008700* CLEARED
008710*-----------------------------------------------------------------
008720 5000-PRINT-BREAKS.

008730     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

008740     MOVE 'N' TO WS-REC-EOF-SW.
008750     MOVE LOW-VALUES TO CR-KEY.
008760     START CASHREC-FILE KEY IS NOT LESS THAN CR-KEY
008770         INVALID KEY
008780             MOVE 'Y' TO WS-REC-EOF-SW
008790     END-START.

008800     PERFORM 5100-PRINT-ONE-ROW THRU 5100-EXIT
008810         UNTIL WS-REC-EOF.

008820     MOVE SPACES TO REPORT-LINE.
008830     WRITE REPORT-LINE.
008840     MOVE WS-OPEN-BREAKS TO TL-OPEN.
008850     MOVE WS-OVERDUE-COUNT TO TL-OVERDUE.
008860     MOVE WS-NET-DIFF TO TL-NET.
008870     WRITE REPORT-LINE FROM WS-TOTAL-LINE.

008880 5000-EXIT.
008890     EXIT.

008900 5100-PRINT-ONE-ROW.

008910     READ CASHREC-FILE NEXT RECORD
008920         AT END
008930             MOVE 'Y' TO WS-REC-EOF-SW
008940             GO TO 5100-EXIT
008950     END-READ.

008960     IF NOT CR-BROKEN AND
008970        NOT (CR-CLEARED AND CR-CLEARED-DATE = WS-TODAY) THEN
008980         GO TO 5100-EXIT
008990     END-IF.

009000     COMPUTE WS-CELL-DIFF = CR-BANK-AMT - CR-BOOK-AMT.

009010     MOVE CR-BUS-DATE TO WS-DN-DATE.
009020     PERFORM 2950-DAY-NUMBER THRU 2950-EXIT.
009030     COMPUTE WS-AGE = WS-TODAY-DAYNUM - WS-DN-RESULT.

009040     MOVE CR-CHANNEL TO DL-CHANNEL.
009050     MOVE CR-BUS-DATE TO DL-BUS-DATE.
009060     MOVE CR-BANK-AMT TO DL-BANK-AMT.
009070     MOVE CR-BOOK-AMT TO DL-BOOK-AMT.
009080     MOVE WS-CELL-DIFF TO DL-DIFF.
009090     MOVE WS-AGE TO DL-AGE.

009100     IF CR-CLEARED THEN
009110         MOVE 'CLEARED' TO DL-NOTE
009120     ELSE IF WS-AGE > WS-AGED-DAYS THEN
009130         MOVE 'OVERDUE' TO DL-NOTE
009140         ADD 1 TO WS-OVERDUE-COUNT
009150     ELSE IF CR-BROKEN-DATE = WS-TODAY THEN
009160         MOVE 'NEW' TO DL-NOTE
009170     ELSE
009180         MOVE SPACES TO DL-NOTE
009190     END-IF
009200     END-IF
009210     END-IF.

009220     IF CR-BROKEN THEN
009230         ADD 1 TO WS-OPEN-BREAKS
009240         ADD WS-CELL-DIFF TO WS-NET-DIFF
009250     END-IF.

009260     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

009270 5100-EXIT.
009280     EXIT.

009290 9000-TERMINATE.

009300     DISPLAY 'DCI8BCSR - CASH RECONCILIATION - RUN SUMMARY'.
009310     DISPLAY 'STATEMENT LINES  : ' WS-LINE-COUNT.
009320     DISPLAY '  CREDIT LINES   : ' WS-CREDIT-LINES.
009330     DISPLAY '  DEBIT LINES    : ' WS-DEBIT-LINES.
009340     DISPLAY 'ACCTTXN READ     : ' WS-TXN-READ.
009350     DISPLAY 'CREDITS COUNTED  : ' WS-TXN-COUNTED.
009360     DISPLAY 'CASHREC WRITTEN  : ' WS-ROWS-WRITTEN.
009370     DISPLAY 'NEW BREAKS       : ' WS-NEW-BREAKS.
009380     DISPLAY 'BREAKS CLEARED   : ' WS-CLEARED-COUNT.
009390     DISPLAY 'OPEN BREAKS      : ' WS-OPEN-BREAKS.
009400     DISPLAY '  OVERDUE        : ' WS-OVERDUE-COUNT.
009410     DISPLAY 'NET DIFFERENCE   : ' WS-NET-DIFF.

009420     CLOSE STMT-FILE.
009430     CLOSE ACCTTXN-FILE.
009440     CLOSE CASHREC-FILE.
009450     CLOSE TXNCTL-FILE.
009460     CLOSE REPORT-FILE.

009470 9000-EXIT.
009480     EXIT.

009490*-----------------------------------------------------------------
009500* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
009510* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
009520* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
009530*-----------------------------------------------------------------
009540 8100-WRITE-JRNL-START.

009550*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
009560*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
009570     MOVE 'DCI8BCSR' TO JG-JOBNAME.
009580     CALL 'DCI8BJGT' USING JOBGATE.
009590     IF JG-RC-BLOCKED THEN
009600         MOVE JG-BLOCKED-RC TO RETURN-CODE
009610         STOP RUN
009620     END-IF.

009630     MOVE 'DCI8BCSR' TO JR-JOBNAME.
009640     MOVE 'S' TO JR-ROW-TYPE.
009650     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
009660         JR-REJECTED-COUNT.
009670     MOVE SPACE TO JR-STATUS.
009680     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

009690 8100-EXIT.
009700     EXIT.

009710 8200-WRITE-JRNL-END.

009720     MOVE 'DCI8BCSR' TO JR-JOBNAME.
009730     MOVE 'E' TO JR-ROW-TYPE.
009740     MOVE WS-LINE-COUNT TO JR-READ-COUNT.
009750     MOVE WS-ROWS-WRITTEN TO JR-WRITTEN-COUNT.
009760     MOVE WS-OPEN-BREAKS TO JR-REJECTED-COUNT.
009770     IF WS-STMT-OK THEN
009780         MOVE 'G' TO JR-STATUS
009790     ELSE
009800         MOVE 'F' TO JR-STATUS
009810     END-IF.
009820     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

009830 8200-EXIT.
009840     EXIT.

009850 8300-STAMP-AND-WRITE.

009860     ACCEPT JR-DATE FROM DAY YYYYDDD.
009870     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
009880     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

009890     OPEN EXTEND JOURNAL-FILE.
009900     WRITE JR-REC.
009910     CLOSE JOURNAL-FILE.

009920 8300-EXIT.
009930     EXIT.

009940*-----------------------------------------------------------------
009950* 8400-WRITE-CHECK - THE CSRBREAK CHECK, A START AND END PAIR ON
009960* EVERY RUN SO DCI8BJRN NEVER SEES IT GO MISSING. IT ENDS 'F'
009970* WHILE ANY BREAK IS OVERDUE, WHICH THE MORNING REPORT FLAGS.
009980* WRITTEN CARRIES THE OPEN BREAKS AND REJECTED THE OVERDUE ONES;
009990* READ STAYS ZERO SO THE NIGHT-ON-NIGHT SWING TEST PASSES IT BY
010000*-----------------------------------------------------------------
010010 8400-WRITE-CHECK.

010020     MOVE 'CSRBREAK' TO JR-JOBNAME.
010030     MOVE 'S' TO JR-ROW-TYPE.
010040     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
010050         JR-REJECTED-COUNT.
010060     MOVE SPACE TO JR-STATUS.
010070     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

010080     MOVE 'E' TO JR-ROW-TYPE.
010090     MOVE WS-OPEN-BREAKS TO JR-WRITTEN-COUNT.
010100     MOVE WS-OVERDUE-COUNT TO JR-REJECTED-COUNT.
010110     IF WS-OVERDUE-COUNT > 0 THEN
010120         MOVE 'F' TO JR-STATUS
010130     ELSE
010140         MOVE 'G' TO JR-STATUS
010150     END-IF.
010160     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

010170 8400-EXIT.
010180     EXIT.

010190 END PROGRAM DCI8BCSR.
