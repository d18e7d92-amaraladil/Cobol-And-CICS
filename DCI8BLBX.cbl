000010*****************************************************************
000020* DCI8BLBX - BANK LOCKBOX CHEQUE REMITTANCE IMPORT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BLBX.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 30-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-30 AA   INITIAL VERSION - TURNS THE BANK'S LOCKBOX
000160*                 REMITTANCE FILE INTO A CONTROLLED TXNIN FEED
000170*                 INSTEAD OF RE-KEYING EVERY CHEQUE
000172* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000176*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THE BANK BANKS OUR CHEQUE PAYMENTS INTO THE LOCKBOX AND SENDS
000210* ONE REMITTANCE FILE (LBXIN) PER DEPOSIT DAY - AN HDR ROW WITH
000220* THE LOCKBOX AND THE YYYYMMDD DEPOSIT DATE, ONE DTL ROW PER
000230* CHEQUE (ITEM NUMBER, AMOUNT, THE ACCOUNT NUMBER AS WRITTEN ON
000240* THE PAYSLIP, THE PAYER'S SURNAME AND NAME, THE CHEQUE NUMBER
000250* AND THE DRAWER'S SORT CODE AND BANK ACCOUNT) AND A TRL ROW
000260* WITH THE ITEM COUNT AND AMOUNT TOTAL. THE WHOLE FILE IS
000270* PROVED FIRST, AS DCI8BPST PROVES TXNIN, AND REFUSED WITHOUT
000280* WRITING ANYTHING WHEN THE HEADER OR TRAILER IS MISSING OR BAD,
000290* THE TOTALS DO NOT RECONCILE, AN ITEM NUMBER IS OUT OF RANGE OR
000300* REPEATED, AN AMOUNT IS NOT A POSITIVE NUMBER, OR THE DEPOSIT
000310* DAY HAS ALREADY BEEN POSTED (ITS LOCKBOX FEED IS ON TXNCTL).
000320*
000330* EACH CHEQUE IS THEN MATCHED TO AN ACCOUNT:
000340*   - A QUOTED NUMBER THAT PASSES THE LUHN CHECK DIGIT (THE
000350*     DCI8BPST SCHEME) AND IS ON ACCTFILE IS TAKEN AS IT STANDS.
000360*     ONE MERGED AWAY IS TAKEN TOO - THE POSTING RUN FOLLOWS
000370*     MERGXREF TO THE SURVIVOR
000380*   - OTHERWISE THE SURNAME IS LOOKED UP ON THE ACCTNAME PATH
000390*     AND THE CHEQUE MATCHES AN ACCOUNT OF THAT SURNAME WITH AN
000400*     UNPAID BILLCYCL ROW WHOSE MINIMUM PAYMENT IS EXACTLY THE
000410*     CHEQUE AMOUNT. ONLY A SINGLE SUCH ACCOUNT COUNTS - TWO OR
000420*     MORE IS A GUESS, AND WE DO NOT GUESS WITH CUSTOMER MONEY
000430* A MATCHED CHEQUE GOES OUT ON LBXTXN AS A TXNIN CREDIT DATED
000440* THE DEPOSIT DAY ON SEQUENCE 5000 PLUS THE ITEM NUMBER (ITEMS
000450* RUN 1 TO 1999, SO 5001-6999, CLEAR OF THE FEED'S LOW RANGE,
000460* THE 7000 STANDING ORDERS AND THE RESERVED 8000S), WITH A
000470* CHEQUE PAYMENT NARRATIVE. THE FILE CARRIES ITS OWN HDR (FEED
000480* ID LOCKBOX, THE DEPOSIT DAY) AND TRL, SO IT POSTS AS ITS OWN
000490* DCI8BPST STEP AND TXNCTL STOPS IT POSTING TWICE. A CHEQUE WITH
000500* NO MATCH PARKS STRAIGHT ON SUSPENSE - KEYED ON THE QUOTED
000510* NUMBER WHEN IT IS 9 DIGITS, ELSE 'LOCKBOX', THE DEPOSIT DAY
000520* AND THE SAME SEQUENCE - WITH THE PAYER'S NAME, THE REFERENCE
000530* AS WRITTEN, THE CHEQUE NUMBER AND THE DRAWER'S BANK DETAILS
000540* KEPT FOR THE RESEARCH ON DCI8DPGS. EVERY ITEM PRINTS ON LBXRPT
000550* WITH ITS OUTCOME
000560*****************************************************************

000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. IBM-370.
000600 OBJECT-COMPUTER. IBM-370.

000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.

000630     SELECT LOCKBOX-FILE ASSIGN TO LBXIN
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-LOCKBOX-STATUS.

000660     SELECT ACCTFILE ASSIGN TO ACCTFILE
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS AF-ACCTKEY
000700         FILE STATUS IS WS-ACCTFILE-STATUS.

000710     SELECT ACCTNAME ASSIGN TO ACCTNAME
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS AN-ACCTKEY
000750         ALTERNATE RECORD KEY IS AN-SNAME WITH DUPLICATES
000760         FILE STATUS IS WS-ACCTNAME-STATUS.

000770     SELECT MERGXREF-FILE ASSIGN TO MERGXREF
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS MX-OLD-ACCTNO
000810         FILE STATUS IS WS-MERGXREF-STATUS.

000820     SELECT CYCLE-FILE ASSIGN TO BILLCYCL
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS CY-KEY
000860         FILE STATUS IS WS-CYCLE-STATUS.

000870     SELECT TXNCTL-FILE ASSIGN TO TXNCTL
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS TN-KEY
000910         FILE STATUS IS WS-TXNCTL-STATUS.

000920     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS RANDOM
000950         RECORD KEY IS SU-KEY
000960         FILE STATUS IS WS-SUSPENSE-STATUS.

000970     SELECT TXOUT-FILE ASSIGN TO LBXTXN
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-TXOUT-STATUS.

001000     SELECT REPORT-FILE ASSIGN TO LBXRPT
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS WS-REPORT-STATUS.

001030     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS WS-JOURNAL-STATUS.

001060 DATA DIVISION.
001070 FILE SECTION.

001080*-----------------------------------------------------------------
001090* LBXIN - THE BANK'S LOCKBOX REMITTANCE FILE. THE HDR AND TRL
001100* VIEWS REDEFINE THE DTL ROW
001110*-----------------------------------------------------------------
001120 FD  LOCKBOX-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  LOCKBOX-REC.
001160     05  LD-REC-TYPE             PIC X(03).
001170         88  LD-HEADER                   VALUE 'HDR'.
001180         88  LD-DETAIL                   VALUE 'DTL'.
001190         88  LD-TRAILER                  VALUE 'TRL'.
001200     05  LD-ITEM-NO              PIC 9(05).
001210     05  LD-AMOUNT               PIC 9(08)V99.
001220     05  LD-QUOTED-ACCT          PIC X(09).
001230     05  LD-PAYER-SNAME          PIC X(15).
001240     05  LD-PAYER-NAME           PIC X(30).
001250     05  LD-CHEQUE-NO            PIC X(08).
001260     05  LD-SORT-CODE            PIC X(06).
001270     05  LD-BANK-ACCT            PIC X(08).
001280     05  FILLER                  PIC X(06).

001290 01  LOCKBOX-HDR-REC.
001300     05  FILLER                  PIC X(03).
001310     05  LH-LOCKBOX-ID           PIC X(06).
001320     05  LH-DEPOSIT-DATE         PIC 9(08).
001330     05  FILLER                  PIC X(83).

001340 01  LOCKBOX-TRL-REC.
001350     05  FILLER                  PIC X(03).
001360     05  LT-ITEM-COUNT           PIC 9(07).
001370     05  LT-AMOUNT-TOTAL         PIC 9(12)V99.
001380     05  FILLER                  PIC X(76).

001390 FD  ACCTFILE
001400     LABEL RECORDS ARE STANDARD.
001410 01  ACCTFILE-REC.
001420     05  AF-ACCTKEY.
001430         10  AF-ACCTNO           PIC X(09).
001440     05  FILLER                  PIC X(259).

001450*-----------------------------------------------------------------
001460* THE ACCTNAME FD MIRRORS ACCTFILE - AN ALTERNATE INDEX PATH
001470* RETURNS THE SAME UNDERLYING BASE RECORD, JUST KEYED AND
001480* SEQUENCED BY SNAME INSTEAD OF ACCTNO
001490*-----------------------------------------------------------------
001500 FD  ACCTNAME
001510     LABEL RECORDS ARE STANDARD.
001520 01  ACCTNAME-REC.
001530     05  AN-ACCTKEY.
001540         10  AN-ACCTNO           PIC X(09).
001550     05  AN-FNAME                PIC X(15).
001560     05  AN-SNAME                PIC X(15).
001570     05  FILLER                  PIC X(229).

001580 FD  MERGXREF-FILE
001590     LABEL RECORDS ARE STANDARD.
001600 01  MERGXREF-REC.
001610     05  MX-OLD-ACCTNO           PIC X(09).
001620     05  MX-NEW-ACCTNO           PIC X(09).
001630     05  MX-MERGED-INFO.
001640         10  MX-MRG-USERID       PIC X(08).
001650         10  MX-MRG-TRMID        PIC X(04).
001660         10  MX-MRG-DATE         PIC S9(7) COMP-3.
001670         10  MX-MRG-TIME         PIC S9(7) COMP-3.

001680 FD  CYCLE-FILE
001690     LABEL RECORDS ARE STANDARD.
001700 01  BILLCYCL-REC.
001710     05  CY-KEY.
001720         10  CY-ACCTNO           PIC X(09).
001730         10  CY-PERIOD           PIC 9(06).
001740     05  CY-STMT-DATE            PIC S9(7) COMP-3.
001750     05  CY-CLOSE-BAL            PIC S9(08)V99 COMP-3.
001760     05  CY-MIN-PAYMENT          PIC 9(08)V99.
001770     05  CY-DUE-DATE             PIC S9(7) COMP-3.
001780     05  CY-PAID-FLAG            PIC X(01).
001790         88  CY-UNPAID                   VALUE 'U'.
001800     05  CY-PAID-DATE            PIC S9(7) COMP-3.

001810*-----------------------------------------------------------------
001820* TXNCTL - FEEDS ALREADY POSTED. A DEPOSIT DAY WHOSE LOCKBOX
001830* FEED IS HERE HAS BEEN THROUGH DCI8BPST ALREADY
001840*-----------------------------------------------------------------
001850 FD  TXNCTL-FILE
001860     LABEL RECORDS ARE STANDARD.
001870 01  TXNCTL-REC.
001880     05  TN-KEY.
001890         10  TN-FEED-ID          PIC X(08).
001900         10  TN-BUS-DATE         PIC 9(07).
001910     05  TN-RUN-DATE             PIC S9(7) COMP-3.
001920     05  TN-ROW-COUNT            PIC 9(07).

001930*-----------------------------------------------------------------
001940* SUSPENSE - WHERE A CHEQUE WE CANNOT PLACE WAITS FOR RESEARCH
001950* AND REALLOCATION ON DCI8DPGS
001960*-----------------------------------------------------------------
001970 FD  SUSPENSE-FILE
001980     LABEL RECORDS ARE STANDARD.
001990 01  SUSPENSE-REC.
002000     05  SU-KEY.
002010         10  SU-ACCTNO           PIC X(09).
002020         10  SU-DATE             PIC S9(7) COMP-3.
002030         10  SU-SEQNO            PIC 9(04) COMP.
002040     05  SU-TYPE                 PIC X(01).
002050     05  SU-AMOUNT               PIC 9(08)V99.
002060     05  SU-REASON               PIC X(35).
002070     05  SU-STATUS               PIC X(01).
002080     05  SU-PARKED-DATE          PIC S9(7) COMP-3.
002090     05  SU-RESOLVED-INFO.
002100         10  SU-RES-ACCTNO       PIC X(09).
002110         10  SU-RES-USERID       PIC X(08).
002120         10  SU-RES-TRMID        PIC X(04).
002130         10  SU-RES-DATE         PIC S9(7) COMP-3.
002140         10  SU-RES-TIME         PIC S9(7) COMP-3.
002150     05  SU-SOURCE               PIC X(08).
002160     05  SU-PAYER-INFO.
002170         10  SU-PAYER-NAME       PIC X(30).
002180         10  SU-PAYER-REF        PIC X(16).
002190         10  SU-CHEQUE-NO        PIC X(08).
002200         10  SU-SORT-CODE        PIC X(06).
002210         10  SU-BANK-ACCT        PIC X(08).

002220*-----------------------------------------------------------------
002230* LBXTXN - TXNIN-FORMAT ROWS PLUS THE HDR/TRL CONTROLS THE
002240* POSTING RUN DEMANDS OF EVERY FEED
002250*-----------------------------------------------------------------
002260 FD  TXOUT-FILE
002270     RECORDING MODE IS F
002280     LABEL RECORDS ARE STANDARD.
002290 01  TXOUT-REC                   PIC X(100).

002300 FD  REPORT-FILE
002310     RECORDING MODE IS F
002320     LABEL RECORDS ARE STANDARD.
002330 01  REPORT-LINE                 PIC X(80).

002340*-----------------------------------------------------------------
002350* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
002360* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
002370*-----------------------------------------------------------------
002380 FD  JOURNAL-FILE
002390     RECORDING MODE IS F
002400     LABEL RECORDS ARE STANDARD.
002410 01  JR-REC.
002420     05  JR-JOBNAME              PIC X(08).
002430     05  JR-ROW-TYPE             PIC X(01).
002440     05  JR-DATE                 PIC 9(07).
002450     05  JR-TIME                 PIC 9(06).
002460     05  JR-READ-COUNT           PIC 9(07).
002470     05  JR-WRITTEN-COUNT        PIC 9(07).
002480     05  JR-REJECTED-COUNT       PIC 9(07).
002490     05  JR-STATUS               PIC X(01).
002500     05  FILLER                  PIC X(06).

002510 WORKING-STORAGE SECTION.
002520 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002530 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002535     COPY 'JOBGATE'.

002540 77  WS-LOCKBOX-STATUS       PIC X(02) VALUE SPACES.
002550 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
002560 77  WS-ACCTNAME-STATUS      PIC X(02) VALUE SPACES.
002570 77  WS-MERGXREF-STATUS      PIC X(02) VALUE SPACES.
002580 77  WS-CYCLE-STATUS         PIC X(02) VALUE SPACES.
002590 77  WS-TXNCTL-STATUS        PIC X(02) VALUE SPACES.
002600 77  WS-SUSPENSE-STATUS      PIC X(02) VALUE SPACES.
002610 77  WS-TXOUT-STATUS         PIC X(02) VALUE SPACES.
002620 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

002630 01  WS-SWITCHES.
002640     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
002650         88  WS-EOF-YES              VALUE 'Y'.
002660*    THE WHOLE FILE IS REFUSED WHEN THE CONTROL CHECK FAILS
002670     05  WS-FILE-OK-SW       PIC X(01) VALUE 'Y'.
002680         88  WS-FILE-OK              VALUE 'Y'.
002690     05  WS-VER-EOF-SW       PIC X(01) VALUE 'N'.
002700         88  WS-VER-EOF              VALUE 'Y'.
002710     05  WS-NAME-EOF-SW      PIC X(01) VALUE 'N'.
002720         88  WS-NAME-EOF             VALUE 'Y'.
002730     05  WS-CYCLE-EOF-SW     PIC X(01) VALUE 'N'.
002740         88  WS-CYCLE-EOF            VALUE 'Y'.
002750     05  WS-CYCLE-HIT-SW     PIC X(01) VALUE 'N'.
002760         88  WS-CYCLE-HIT            VALUE 'Y'.

002770 01  WS-COUNTERS.
002780     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
002790     05  WS-EMIT-COUNT       PIC 9(07) COMP-3 VALUE 0.
002800     05  WS-QUOTED-COUNT     PIC 9(07) COMP-3 VALUE 0.
002810     05  WS-MERGED-COUNT     PIC 9(07) COMP-3 VALUE 0.
002820     05  WS-NAMED-COUNT      PIC 9(07) COMP-3 VALUE 0.
002830     05  WS-PARKED-COUNT     PIC 9(07) COMP-3 VALUE 0.
002840     05  WS-AMBIG-COUNT      PIC 9(07) COMP-3 VALUE 0.
002850     05  WS-DUPPARK-COUNT    PIC 9(07) COMP-3 VALUE 0.

002860 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
002870 77  WS-DEPOSIT-JULIAN       PIC 9(07) VALUE 0.
002880 77  WS-AMOUNT-TOTAL         PIC S9(12)V99 COMP-3 VALUE 0.
002890 77  WS-PARKED-TOTAL         PIC S9(12)V99 COMP-3 VALUE 0.
002900 77  WS-MATCH-ACCT           PIC X(09) VALUE SPACES.
002910 77  WS-CAND-ACCT            PIC X(09) VALUE SPACES.
002920 77  WS-CAND-COUNT           PIC S9(04) COMP VALUE 0.
002930 77  WS-ITEM-SUB             PIC S9(04) COMP VALUE 0.

002940*-----------------------------------------------------------------
002950* VERIFICATION PASS WORK FIELDS - THE FILE'S OWN COUNT AND AMOUNT
002960* TOTAL, RE-DERIVED AND COMPARED TO THE TRAILER BEFORE A SINGLE
002970* ITEM IS MATCHED, AND ONE FLAG PER ITEM NUMBER SO A REPEATED
002980* ITEM (WHICH WOULD POST UNDER THE SAME KEY) IS CAUGHT
002990*-----------------------------------------------------------------
003000 77  WS-CTL-ROWS             PIC 9(07) COMP-3 VALUE 0.
003010 77  WS-CTL-AMOUNT           PIC S9(12)V99 COMP-3 VALUE 0.
003020 01  WS-ITEM-SEEN-TABLE.
003030     05  WS-ITEM-SEEN        PIC X(01) OCCURS 1999 TIMES.

003040*-----------------------------------------------------------------
003050* WHY A CHEQUE PARKED - WHAT WAS WRONG WITH THE QUOTED NUMBER,
003060* THEN HOW THE SURNAME MATCH WENT. THE FIRST PART IS WHAT THE
003070* DCI8DPGS LIST SHOWS
003080*-----------------------------------------------------------------
003090 01  WS-PARK-REASON.
003100     05  PR-WHY              PIC X(16).
003110     05  PR-MATCH            PIC X(19).

003120* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
003130     COPY 'DATEPARM'.

003140*-----------------------------------------------------------------
003150* LUHN CHECK-DIGIT WORK FIELDS - SAME SCHEME AS DCI8BPST'S
003160* TXNIN EDIT, KEPT IN LOCKSTEP BY CONVENTION
003170*-----------------------------------------------------------------
003180 01  WS-CKD-BASE             PIC X(08).
003190 01  WS-CKD-DIGIT-X          PIC X(01).
003200 01  WS-CKD-DIGIT REDEFINES WS-CKD-DIGIT-X PIC 9(01).
003210 77  WS-CKD-SUB              PIC S9(04) COMP VALUE 0.
003220 77  WS-CKD-HALF             PIC S9(04) COMP VALUE 0.
003230 77  WS-CKD-ODD              PIC S9(04) COMP VALUE 0.
003240 77  WS-CKD-PROD             PIC 9(02) VALUE 0.
003250 77  WS-CKD-SUM              PIC 9(03) VALUE 0.
003260 77  WS-CKD-Q                PIC 9(03) VALUE 0.
003270 77  WS-CKD-REM              PIC 9(02) VALUE 0.
003280 77  WS-CKD-EXPECT           PIC 9(01) VALUE 0.
003290 77  WS-CKD-EXPECT-X         PIC X(01).

003300 01  WS-TX-LINE.
003310     05  TL-ACCTNO           PIC X(09).
003320     05  TL-DATE             PIC 9(07).
003330     05  TL-SEQNO            PIC 9(04).
003340     05  TL-TYPE             PIC X(01) VALUE 'C'.
003350     05  TL-AMOUNT           PIC 9(08)V99.
003360*    THE NARRATIVE DCI8BPST FILES ON TXNNARR - THE REFERENCE
003370*    NAMES THE CHEQUE AND LOCKBOX ITEM SO A QUERY CAN GO
003380*    STRAIGHT TO THE BANK'S IMAGE
003390     05  TL-MERCHANT         PIC X(30) VALUE 'CHEQUE PAYMENT'.
003400     05  TL-CATEGORY         PIC X(04) VALUE 'CHEQ'.
003410     05  TL-ORIG-REF.
003420         10  FILLER          PIC X(03) VALUE 'CQ '.
003430         10  TL-REF-CHEQUE   PIC X(08).
003440         10  FILLER          PIC X(01) VALUE '/'.
003450         10  TL-REF-ITEM     PIC 9(04).
003460     05  FILLER              PIC X(19) VALUE SPACES.

003470 01  WS-HDR-LINE.
003480     05  FILLER              PIC X(03) VALUE 'HDR'.
003490     05  FILLER              PIC X(08) VALUE 'LOCKBOX'.
003500     05  HD-BUS-DATE         PIC 9(07).
003510     05  FILLER              PIC X(82) VALUE SPACES.

003520 01  WS-TRL-LINE.
003530     05  FILLER              PIC X(03) VALUE 'TRL'.
003540     05  TR-ROW-COUNT        PIC 9(07).
003550     05  TR-AMOUNT-TOTAL     PIC 9(12)V99.
003560     05  FILLER              PIC X(76) VALUE SPACES.

003570 01  WS-REPORT-HEADING1.
003580     05  FILLER              PIC X(45) VALUE
003590         'DCI8BLBX - LOCKBOX CHEQUE REMITTANCE - BOX '.
003600     05  RH-LOCKBOX-ID       PIC X(06).
003610     05  FILLER              PIC X(10) VALUE ' DEPOSIT '.
003620     05  RH-DEPOSIT-DATE     PIC X(08).
003630     05  FILLER              PIC X(11) VALUE SPACES.

003640 01  WS-REPORT-HEADING2.
003650     05  FILLER PIC X(07) VALUE 'ITEM'.
003660     05  FILLER PIC X(15) VALUE '       AMOUNT'.
003670     05  FILLER PIC X(11) VALUE 'QUOTED'.
003680     05  FILLER PIC X(11) VALUE 'POSTED TO'.
003690     05  FILLER PIC X(36) VALUE 'OUTCOME'.

003700 01  WS-DETAIL-LINE.
003710     05  DL-ITEM             PIC ZZZZ9.
003720     05  FILLER              PIC X(02) VALUE SPACES.
003730     05  DL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
003740     05  FILLER              PIC X(02) VALUE SPACES.
003750     05  DL-QUOTED           PIC X(09).
003760     05  FILLER              PIC X(02) VALUE SPACES.
003770     05  DL-ACCTNO           PIC X(09).
003780     05  FILLER              PIC X(02) VALUE SPACES.
003790     05  DL-OUTCOME          PIC X(36).

003800 01  WS-REFUSED-LINE.
003810     05  FILLER              PIC X(15) VALUE 'FILE REFUSED - '.
003820     05  RF-REASON           PIC X(65).

003830 PROCEDURE DIVISION.

003840 0000-MAINLINE.

003850     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

003860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

003870     PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
003880         UNTIL WS-EOF-YES.

003890     IF WS-FILE-OK THEN
003900         PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
003910     END-IF.

003920     PERFORM 9000-TERMINATE THRU 9000-EXIT.

003930     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

003940     GOBACK.

003950 1000-INITIALIZE.

003960     OPEN INPUT LOCKBOX-FILE.
003970     OPEN INPUT ACCTFILE.
003980     OPEN INPUT ACCTNAME.
003990     OPEN INPUT MERGXREF-FILE.
004000     OPEN INPUT CYCLE-FILE.
004010     OPEN INPUT TXNCTL-FILE.
004020     OPEN I-O SUSPENSE-FILE.
004030     OPEN OUTPUT TXOUT-FILE.
004040     OPEN OUTPUT REPORT-FILE.

004050     MOVE 'TOD' TO DP-FUNCTION.
004060     CALL 'DCI8BDAT' USING DATEPARM.
004070     MOVE DP-JULIAN TO WS-TODAY.

004080     MOVE SPACES TO WS-ITEM-SEEN-TABLE.

004090*    PASS 1 - PROVE THE FILE'S CONTROLS BEFORE MATCHING A SINGLE
004100*    CHEQUE, THEN REOPEN FOR THE MATCHING PASS
004110     PERFORM 1500-VERIFY-CONTROLS THRU 1500-EXIT.

004120     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
004130     MOVE SPACES TO REPORT-LINE.
004140     WRITE REPORT-LINE.

004150     IF NOT WS-FILE-OK THEN
004160         DISPLAY 'DCI8BLBX - ' RF-REASON
004170         WRITE REPORT-LINE FROM WS-REFUSED-LINE
004180         MOVE 'Y' TO WS-EOF-SW
004190         GO TO 1000-EXIT
004200     END-IF.

004210     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

004220     MOVE WS-DEPOSIT-JULIAN TO HD-BUS-DATE.
004230     WRITE TXOUT-REC FROM WS-HDR-LINE.

004240     CLOSE LOCKBOX-FILE.
004250     OPEN INPUT LOCKBOX-FILE.

004260     PERFORM 1100-READ-ITEM THRU 1100-EXIT.

004270 1000-EXIT.
004280     EXIT.

004290*-----------------------------------------------------------------
004300* 1100-READ-ITEM - THE NEXT DTL ROW. THE HEADER IS PASSED OVER,
004310* THE TRAILER ENDS THE DATA
004320*-----------------------------------------------------------------
004330 1100-READ-ITEM.

004340     READ LOCKBOX-FILE
004350         AT END
004360             GO TO 1100-EOF
004370     END-READ.

004380     IF LD-HEADER THEN
004390         GO TO 1100-READ-ITEM
004400     END-IF.

004410     IF LD-TRAILER THEN
004420         GO TO 1100-EOF
004430     END-IF.

004440     ADD 1 TO WS-READ-COUNT.
004450     GO TO 1100-EXIT.

004460 1100-EOF.
004470     MOVE 'Y' TO WS-EOF-SW.

004480 1100-EXIT.
004490     EXIT.

004500*-----------------------------------------------------------------
004510* 1500-VERIFY-CONTROLS - THE HEADER MUST LEAD WITH A REAL
004520* DEPOSIT DATE NOT YET POSTED, EVERY ITEM MUST BE WELL FORMED,
004530* AND THE TRAILER MUST RECONCILE. ANY FAILURE LEAVES THE REASON
004540* IN RF-REASON AND THE FILE REFUSED
004550*-----------------------------------------------------------------
004560 1500-VERIFY-CONTROLS.

004570     MOVE 0 TO WS-CTL-ROWS.
004580     MOVE 0 TO WS-CTL-AMOUNT.
004590     MOVE 'N' TO WS-VER-EOF-SW.
004600     MOVE SPACES TO RH-LOCKBOX-ID RH-DEPOSIT-DATE.

004610     READ LOCKBOX-FILE
004620         AT END
004630             MOVE 'LBXIN IS EMPTY' TO RF-REASON
004640             MOVE 'N' TO WS-FILE-OK-SW
004650             GO TO 1500-EXIT
004660     END-READ.

004670     IF NOT LD-HEADER THEN
004680         MOVE 'LBXIN HAS NO HDR' TO RF-REASON
004690         MOVE 'N' TO WS-FILE-OK-SW
004700         GO TO 1500-EXIT
004710     END-IF.

004720     MOVE LH-LOCKBOX-ID TO RH-LOCKBOX-ID.
004730     MOVE LH-DEPOSIT-DATE TO RH-DEPOSIT-DATE.

004740     IF LH-DEPOSIT-DATE IS NOT NUMERIC THEN
004750         MOVE 'HDR DEPOSIT DATE IS NOT A VALID YYYYMMDD'
004760             TO RF-REASON
004770         MOVE 'N' TO WS-FILE-OK-SW
004780         GO TO 1500-EXIT
004790     END-IF.
004800     MOVE 'G2J' TO DP-FUNCTION.
004810     MOVE LH-DEPOSIT-DATE TO DP-GREGORIAN.
004820     CALL 'DCI8BDAT' USING DATEPARM.
004830     IF NOT DP-RC-GOOD THEN
004840         MOVE 'HDR DEPOSIT DATE IS NOT A VALID YYYYMMDD'
004850             TO RF-REASON
004860         MOVE 'N' TO WS-FILE-OK-SW
004870         GO TO 1500-EXIT
004880     END-IF.
004890     MOVE DP-JULIAN TO WS-DEPOSIT-JULIAN.

004900     MOVE 'LOCKBOX' TO TN-FEED-ID.
004910     MOVE WS-DEPOSIT-JULIAN TO TN-BUS-DATE.
004920     READ TXNCTL-FILE
004930         INVALID KEY
004940             CONTINUE
004950     END-READ.
004960     IF WS-TXNCTL-STATUS = '00' THEN
004970         MOVE 'THIS DEPOSIT DAY HAS ALREADY BEEN POSTED'
004980             TO RF-REASON
004990         MOVE 'N' TO WS-FILE-OK-SW
005000         GO TO 1500-EXIT
005010     END-IF.

005020     PERFORM 1510-VERIFY-ONE-ROW THRU 1510-EXIT
005030         UNTIL WS-VER-EOF OR NOT WS-FILE-OK.

005040 1500-EXIT.
005050     EXIT.

005060 1510-VERIFY-ONE-ROW.

005070     READ LOCKBOX-FILE
005080         AT END
005090             MOVE 'LBXIN HAS NO TRL' TO RF-REASON
005100             MOVE 'N' TO WS-FILE-OK-SW
005110             GO TO 1510-EXIT
005120     END-READ.

005130     IF LD-TRAILER THEN
005140         IF LT-ITEM-COUNT IS NOT NUMERIC OR
005150            LT-AMOUNT-TOTAL IS NOT NUMERIC OR
005160            LT-ITEM-COUNT NOT = WS-CTL-ROWS OR
005170            LT-AMOUNT-TOTAL NOT = WS-CTL-AMOUNT THEN
005180             MOVE 'TRL DOES NOT RECONCILE' TO RF-REASON
005190             DISPLAY 'ITEMS READ : ' WS-CTL-ROWS
005200             DISPLAY 'AMOUNT READ: ' WS-CTL-AMOUNT
005210             MOVE 'N' TO WS-FILE-OK-SW
005220         END-IF
005230         MOVE 'Y' TO WS-VER-EOF-SW
005240         GO TO 1510-EXIT
005250     END-IF.

005260     IF NOT LD-DETAIL THEN
005270         MOVE 'ROW IS NOT HDR, DTL OR TRL' TO RF-REASON
005280         MOVE 'N' TO WS-FILE-OK-SW
005290         GO TO 1510-EXIT
005300     END-IF.

005310     ADD 1 TO WS-CTL-ROWS.

005320     IF LD-ITEM-NO IS NOT NUMERIC OR
005330        LD-ITEM-NO = 0 OR LD-ITEM-NO > 1999 THEN
005340         MOVE 'ITEM NUMBER NOT 1 TO 1999' TO RF-REASON
005350         MOVE 'N' TO WS-FILE-OK-SW
005360         GO TO 1510-EXIT
005370     END-IF.

005380     MOVE LD-ITEM-NO TO WS-ITEM-SUB.
005390     IF WS-ITEM-SEEN(WS-ITEM-SUB) = 'Y' THEN
005400         MOVE 'ITEM NUMBER REPEATED' TO RF-REASON
005410         MOVE 'N' TO WS-FILE-OK-SW
005420         GO TO 1510-EXIT
005430     END-IF.
005440     MOVE 'Y' TO WS-ITEM-SEEN(WS-ITEM-SUB).

005450     IF LD-AMOUNT IS NOT NUMERIC OR LD-AMOUNT = 0 THEN
005460         MOVE 'ITEM AMOUNT NOT A POSITIVE NUMBER' TO RF-REASON
005470         MOVE 'N' TO WS-FILE-OK-SW
005480         GO TO 1510-EXIT
005490     END-IF.

005500     ADD LD-AMOUNT TO WS-CTL-AMOUNT.

005510 1510-EXIT.
005520     EXIT.

005530 2000-PROCESS-ITEM.

005540     MOVE SPACES TO WS-MATCH-ACCT.
005550     MOVE SPACES TO WS-PARK-REASON.
005560     MOVE SPACES TO DL-OUTCOME.
005570     MOVE LD-ITEM-NO TO DL-ITEM.
005580     MOVE LD-AMOUNT TO DL-AMOUNT.
005590     MOVE LD-QUOTED-ACCT TO DL-QUOTED.

005600     PERFORM 2100-CHECK-QUOTED THRU 2100-EXIT.

005610     IF WS-MATCH-ACCT = SPACES THEN
005620         PERFORM 2200-MATCH-NAME THRU 2200-EXIT
005630     END-IF.

005640     IF WS-MATCH-ACCT NOT = SPACES THEN
005650         PERFORM 2400-EMIT-TXN THRU 2400-EXIT
005660     ELSE
005670         PERFORM 2500-PARK-SUSPENSE THRU 2500-EXIT
005680     END-IF.

005690     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

005700     PERFORM 1100-READ-ITEM THRU 1100-EXIT.

005710 2000-EXIT.
005720     EXIT.

005730*-----------------------------------------------------------------
005740* 2100-CHECK-QUOTED - TAKES THE NUMBER ON THE PAYSLIP WHEN IT IS
005750* 9 DIGITS, PASSES THE CHECK DIGIT AND IS ON ACCTFILE (OR WAS
005760* MERGED INTO AN ACCOUNT THAT IS). OTHERWISE PR-WHY SAYS WHY NOT
005770*-----------------------------------------------------------------
005780 2100-CHECK-QUOTED.

005790     IF LD-QUOTED-ACCT = SPACES THEN
005800         MOVE 'NO ACCOUNT' TO PR-WHY
005810         GO TO 2100-EXIT
005820     END-IF.

005830     IF LD-QUOTED-ACCT IS NOT NUMERIC THEN
005840         MOVE 'NOT 9 DIGITS' TO PR-WHY
005850         GO TO 2100-EXIT
005860     END-IF.

005870     MOVE LD-QUOTED-ACCT(1:8) TO WS-CKD-BASE.
005880     PERFORM 2900-CALC-CHECK-DIGIT THRU 2900-EXIT.
005890     IF LD-QUOTED-ACCT(9:1) NOT = WS-CKD-EXPECT-X THEN
005900         MOVE 'BAD CHECK DIGIT' TO PR-WHY
005910         GO TO 2100-EXIT
005920     END-IF.

005930     MOVE LD-QUOTED-ACCT TO AF-ACCTNO.
005940     READ ACCTFILE
005950         INVALID KEY
005960             CONTINUE
005970     END-READ.
005980     IF WS-ACCTFILE-STATUS = '00' THEN
005990         MOVE LD-QUOTED-ACCT TO WS-MATCH-ACCT
006000         MOVE 'QUOTED ACCOUNT' TO DL-OUTCOME
006010         ADD 1 TO WS-QUOTED-COUNT
006020         GO TO 2100-EXIT
006030     END-IF.

006040*    A MERGED-AWAY NUMBER GOES OUT AS QUOTED - DCI8BPST CHASES
006050*    MERGXREF TO THE SURVIVOR AND NOTES THE REDIRECTION
006060     MOVE LD-QUOTED-ACCT TO MX-OLD-ACCTNO.
006070     READ MERGXREF-FILE
006080         INVALID KEY
006090             CONTINUE
006100     END-READ.
006110     IF WS-MERGXREF-STATUS = '00' THEN
006120         MOVE LD-QUOTED-ACCT TO WS-MATCH-ACCT
006130         MOVE 'QUOTED ACCOUNT - MERGED, POSTS ONWARD'
006140             TO DL-OUTCOME
006150         ADD 1 TO WS-MERGED-COUNT
006160         GO TO 2100-EXIT
006170     END-IF.

006180     MOVE 'NOT ON ACCTFILE' TO PR-WHY.

006190 2100-EXIT.
006200     EXIT.

006210*-----------------------------------------------------------------
006220* 2200-MATCH-NAME - EVERY ACCOUNT OF THE PAYER'S SURNAME IS
006230* TRIED FOR AN UNPAID STATEMENT WHOSE MINIMUM PAYMENT IS THE
006240* CHEQUE AMOUNT TO THE PENNY. EXACTLY ONE SUCH ACCOUNT IS A
006250* MATCH; THE BROWSE STOPS AS SOON AS A SECOND TURNS UP
006260*-----------------------------------------------------------------
006270 2200-MATCH-NAME.

006280     IF LD-PAYER-SNAME = SPACES THEN
006290         MOVE '- NO SURNAME GIVEN' TO PR-MATCH
006300         GO TO 2200-EXIT
006310     END-IF.

006320     MOVE 0 TO WS-CAND-COUNT.
006330     MOVE SPACES TO WS-CAND-ACCT.
006340     MOVE 'N' TO WS-NAME-EOF-SW.

006350     MOVE LD-PAYER-SNAME TO AN-SNAME.
006360     START ACCTNAME KEY IS EQUAL TO AN-SNAME
006370         INVALID KEY
006380             MOVE 'Y' TO WS-NAME-EOF-SW
006390     END-START.

006400     PERFORM 2210-NEXT-NAME THRU 2210-EXIT
006410         UNTIL WS-NAME-EOF OR WS-CAND-COUNT > 1.

006420     IF WS-CAND-COUNT = 1 THEN
006430         MOVE WS-CAND-ACCT TO WS-MATCH-ACCT
006440         MOVE 'SURNAME AND MINIMUM PAYMENT' TO DL-OUTCOME
006450         ADD 1 TO WS-NAMED-COUNT
006460     ELSE IF WS-CAND-COUNT > 1 THEN
006470         MOVE '- MATCH AMBIGUOUS' TO PR-MATCH
006480         ADD 1 TO WS-AMBIG-COUNT
006490     ELSE
006500         MOVE '- NO NAME MATCH' TO PR-MATCH
006510     END-IF
006520     END-IF.

006530 2200-EXIT.
006540     EXIT.

006550 2210-NEXT-NAME.

006560     READ ACCTNAME NEXT RECORD
006570         AT END
006580             MOVE 'Y' TO WS-NAME-EOF-SW
006590             GO TO 2210-EXIT
006600     END-READ.

006610     IF AN-SNAME NOT = LD-PAYER-SNAME THEN
006620         MOVE 'Y' TO WS-NAME-EOF-SW
006630         GO TO 2210-EXIT
006640     END-IF.

006650     PERFORM 2220-CHECK-CYCLES THRU 2220-EXIT.

006660     IF WS-CYCLE-HIT THEN
006670         ADD 1 TO WS-CAND-COUNT
006680         MOVE AN-ACCTNO TO WS-CAND-ACCT
006690     END-IF.

006700 2210-EXIT.
006710     EXIT.

006720*-----------------------------------------------------------------
006730* 2220-CHECK-CYCLES - DOES THE ACCOUNT IN AN-ACCTNO HAVE AN
006740* UNPAID BILLCYCL ROW FOR EXACTLY THE CHEQUE AMOUNT
006750*-----------------------------------------------------------------
006760 2220-CHECK-CYCLES.

006770     MOVE 'N' TO WS-CYCLE-HIT-SW.
006780     MOVE 'N' TO WS-CYCLE-EOF-SW.

006790     MOVE AN-ACCTNO TO CY-ACCTNO.
006800     MOVE 0 TO CY-PERIOD.
006810     START CYCLE-FILE KEY IS NOT LESS THAN CY-KEY
006820         INVALID KEY
006830             GO TO 2220-EXIT
006840     END-START.

006850     PERFORM 2230-NEXT-CYCLE THRU 2230-EXIT
006860         UNTIL WS-CYCLE-EOF OR WS-CYCLE-HIT.

006870 2220-EXIT.
006880     EXIT.

006890 2230-NEXT-CYCLE.

006900     READ CYCLE-FILE NEXT RECORD
006910         AT END
006920             MOVE 'Y' TO WS-CYCLE-EOF-SW
006930             GO TO 2230-EXIT
006940     END-READ.

006950     IF CY-ACCTNO NOT = AN-ACCTNO THEN
006960         MOVE 'Y' TO WS-CYCLE-EOF-SW
006970         GO TO 2230-EXIT
006980     END-IF.

006990     IF CY-UNPAID AND CY-MIN-PAYMENT = LD-AMOUNT THEN
007000         MOVE 'Y' TO WS-CYCLE-HIT-SW
007010     END-IF.

007020 2230-EXIT.
007030     EXIT.

007040*-----------------------------------------------------------------
007050* 2400-EMIT-TXN WRITES THE MATCHED CHEQUE AS A TXNIN CREDIT
007060*-----------------------------------------------------------------
007070 2400-EMIT-TXN.

007080     MOVE WS-MATCH-ACCT TO TL-ACCTNO.
007090     MOVE WS-DEPOSIT-JULIAN TO TL-DATE.
007100     COMPUTE TL-SEQNO = 5000 + LD-ITEM-NO.
007110     MOVE LD-AMOUNT TO TL-AMOUNT.
007120     MOVE LD-CHEQUE-NO TO TL-REF-CHEQUE.
007130     MOVE LD-ITEM-NO TO TL-REF-ITEM.
007140     WRITE TXOUT-REC FROM WS-TX-LINE.

007150     ADD 1 TO WS-EMIT-COUNT.
007160     ADD LD-AMOUNT TO WS-AMOUNT-TOTAL.
007170     MOVE WS-MATCH-ACCT TO DL-ACCTNO.

007180 2400-EXIT.
007190     EXIT.

007200*-----------------------------------------------------------------
007210* 2500-PARK-SUSPENSE FILES A CHEQUE WE CANNOT PLACE FOR RESEARCH
007220* ON DCI8DPGS, KEYED SO A RERUN OF THE SAME FILE COLLIDES WITH
007230* ITS OWN EARLIER PARKS AND IS SKIPPED
007240*-----------------------------------------------------------------
007250 2500-PARK-SUSPENSE.

007260     IF LD-QUOTED-ACCT IS NUMERIC THEN
007270         MOVE LD-QUOTED-ACCT TO SU-ACCTNO
007280     ELSE
007290         MOVE 'LOCKBOX' TO SU-ACCTNO
007300     END-IF.
007310     MOVE WS-DEPOSIT-JULIAN TO SU-DATE.
007320     COMPUTE SU-SEQNO = 5000 + LD-ITEM-NO.
007330     MOVE 'C' TO SU-TYPE.
007340     MOVE LD-AMOUNT TO SU-AMOUNT.
007350     MOVE WS-PARK-REASON TO SU-REASON.
007360     MOVE 'O' TO SU-STATUS.
007370     MOVE WS-TODAY TO SU-PARKED-DATE.
007380     MOVE SPACES TO SU-RES-ACCTNO.
007390     MOVE SPACES TO SU-RES-USERID.
007400     MOVE SPACES TO SU-RES-TRMID.
007410     MOVE 0 TO SU-RES-DATE.
007420     MOVE 0 TO SU-RES-TIME.
007430     MOVE 'LOCKBOX' TO SU-SOURCE.
007440     MOVE LD-PAYER-NAME TO SU-PAYER-NAME.
007450     MOVE LD-QUOTED-ACCT TO SU-PAYER-REF.
007460     MOVE LD-CHEQUE-NO TO SU-CHEQUE-NO.
007470     MOVE LD-SORT-CODE TO SU-SORT-CODE.
007480     MOVE LD-BANK-ACCT TO SU-BANK-ACCT.

007490     MOVE 'SUSPENSE' TO DL-ACCTNO.
007500     MOVE WS-PARK-REASON TO DL-OUTCOME.

007510     WRITE SUSPENSE-REC
007520         INVALID KEY
007530             MOVE 'ALREADY IN SUSPENSE - NOT PARKED AGAIN'
007540                 TO DL-OUTCOME
007550             ADD 1 TO WS-DUPPARK-COUNT
007560             GO TO 2500-EXIT
007570     END-WRITE.

007580     ADD 1 TO WS-PARKED-COUNT.
007590     ADD LD-AMOUNT TO WS-PARKED-TOTAL.

007600 2500-EXIT.
007610     EXIT.

007620*-----------------------------------------------------------------
007630* 2900-CALC-CHECK-DIGIT RUNS THE LUHN SCHEME OVER THE 8 BASE
007640* DIGITS IN WS-CKD-BASE AND LEAVES THE EXPECTED CHECK DIGIT IN
007650* WS-CKD-EXPECT / WS-CKD-EXPECT-X - DIGITS IN THE EVEN BASE
007660* POSITIONS (2,4,6,8) ARE DOUBLED, A DOUBLE OVER 9 HAS 9 TAKEN
007670* OFF, AND THE CHECK DIGIT TOPS THE SUM UP TO A MULTIPLE OF 10
007680*-----------------------------------------------------------------
007690 2900-CALC-CHECK-DIGIT.

007700     MOVE 0 TO WS-CKD-SUM.
007710     PERFORM 2910-ADD-ONE-DIGIT THRU 2910-EXIT
007720         VARYING WS-CKD-SUB FROM 1 BY 1 UNTIL WS-CKD-SUB > 8.

007730     DIVIDE WS-CKD-SUM BY 10 GIVING WS-CKD-Q
007740         REMAINDER WS-CKD-REM.
007750     COMPUTE WS-CKD-EXPECT = 10 - WS-CKD-REM.
007760     IF WS-CKD-REM = 0 THEN
007770         MOVE 0 TO WS-CKD-EXPECT
007780     END-IF.
007790     MOVE WS-CKD-EXPECT TO WS-CKD-EXPECT-X.

007800 2900-EXIT.
007810     EXIT.

007820 2910-ADD-ONE-DIGIT.

007830     MOVE WS-CKD-BASE(WS-CKD-SUB:1) TO WS-CKD-DIGIT-X.
007840     DIVIDE WS-CKD-SUB BY 2 GIVING WS-CKD-HALF
007850         REMAINDER WS-CKD-ODD.
007860     IF WS-CKD-ODD = 0 THEN
007870         COMPUTE WS-CKD-PROD = WS-CKD-DIGIT * 2
007880         IF WS-CKD-PROD > 9 THEN
007890             SUBTRACT 9 FROM WS-CKD-PROD
007900         END-IF
007910         ADD WS-CKD-PROD TO WS-CKD-SUM
007920     ELSE
007930         ADD WS-CKD-DIGIT TO WS-CKD-SUM
007940     END-IF.

007950 2910-EXIT.
007960     EXIT.

007970 3000-WRITE-TRAILER.

007980     MOVE WS-EMIT-COUNT TO TR-ROW-COUNT.
007990     MOVE WS-AMOUNT-TOTAL TO TR-AMOUNT-TOTAL.
008000     WRITE TXOUT-REC FROM WS-TRL-LINE.

008010 3000-EXIT.
008020     EXIT.

008030 9000-TERMINATE.

008040     DISPLAY 'DCI8BLBX - LOCKBOX REMITTANCE IMPORT - SUMMARY'.
008050     DISPLAY 'CHEQUES READ     : ' WS-READ-COUNT.
008060     DISPLAY 'ROWS EMITTED     : ' WS-EMIT-COUNT.
008070     DISPLAY '  QUOTED ACCOUNT : ' WS-QUOTED-COUNT.
008080     DISPLAY '  QUOTED, MERGED : ' WS-MERGED-COUNT.
008090     DISPLAY '  NAME AND AMOUNT: ' WS-NAMED-COUNT.
008100     DISPLAY 'AMOUNT EMITTED   : ' WS-AMOUNT-TOTAL.
008110     DISPLAY 'PARKED SUSPENSE  : ' WS-PARKED-COUNT.
008120     DISPLAY '  OF WHICH AMBIG : ' WS-AMBIG-COUNT.
008130     DISPLAY 'AMOUNT PARKED    : ' WS-PARKED-TOTAL.
008140     DISPLAY 'ALREADY PARKED   : ' WS-DUPPARK-COUNT.

008150     CLOSE LOCKBOX-FILE.
008160     CLOSE ACCTFILE.
008170     CLOSE ACCTNAME.
008180     CLOSE MERGXREF-FILE.
008190     CLOSE CYCLE-FILE.
008200     CLOSE TXNCTL-FILE.
008210     CLOSE SUSPENSE-FILE.
008220     CLOSE TXOUT-FILE.
008230     CLOSE REPORT-FILE.

008240 9000-EXIT.
008250     EXIT.

008260*-----------------------------------------------------------------
008270* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
008280* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
008290* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
008300*-----------------------------------------------------------------
008310 8100-WRITE-JRNL-START.

008311*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
008312*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
008313     MOVE 'DCI8BLBX' TO JG-JOBNAME.
008314     CALL 'DCI8BJGT' USING JOBGATE.
008315     IF JG-RC-BLOCKED THEN
008316         MOVE JG-BLOCKED-RC TO RETURN-CODE
008317         STOP RUN
008318     END-IF.

008320     MOVE 'DCI8BLBX' TO JR-JOBNAME.
008330     MOVE 'S' TO JR-ROW-TYPE.
008340     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
008350         JR-REJECTED-COUNT.
008360     MOVE SPACE TO JR-STATUS.
008370     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

008380 8100-EXIT.
008390     EXIT.

008400 8200-WRITE-JRNL-END.

008410     MOVE 'DCI8BLBX' TO JR-JOBNAME.
008420     MOVE 'E' TO JR-ROW-TYPE.
008430     MOVE WS-READ-COUNT TO JR-READ-COUNT.
008440     MOVE WS-EMIT-COUNT TO JR-WRITTEN-COUNT.
008450     COMPUTE JR-REJECTED-COUNT = WS-PARKED-COUNT
008460         + WS-DUPPARK-COUNT.
008470     IF WS-FILE-OK THEN
008480         MOVE 'G' TO JR-STATUS
008490     ELSE
008500         MOVE 'F' TO JR-STATUS
008510     END-IF.
008520     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

008530 8200-EXIT.
008540     EXIT.

008550 8300-STAMP-AND-WRITE.

008560     ACCEPT JR-DATE FROM DAY YYYYDDD.
008570     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
008580     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

008590     OPEN EXTEND JOURNAL-FILE.
008600     WRITE JR-REC.
008610     CLOSE JOURNAL-FILE.

008620 8300-EXIT.
008630     EXIT.

008640 END PROGRAM DCI8BLBX.
