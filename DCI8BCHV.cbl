000010*****************************************************************
000020* DCI8BCHV - WEEKLY ACCTHIST / ACCTTXN HASH CHAIN VERIFICATION
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BCHV.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 08-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-08 AA   INITIAL VERSION - RECOMPUTES EVERY ACCOUNT'S
000160*                 ACCTHIST AND ACCTTXN HASH CHAIN AND REPORTS
000170*                 ROWS CHANGED, REMOVED OR INSERTED
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* DCI8BHCK ONLY PROVES SEQUENCE COUNTS - A DIRECT VSAM EDIT OR A
000210* BAD RESTORE CAN STILL CHANGE OR DROP A ROW UNSEEN. EVERY ROW
000220* WRITTEN SINCE THE CHAIN WAS INTRODUCED CARRIES ITS POSITION IN
000230* ITS ACCOUNT'S CHAIN, THE PREVIOUS ROW'S HASH AND ITS OWN HASH
000240* (DCI8BHSH), AND HASHCHN HOLDS EACH CHAIN'S HEAD - THE NEWEST
000250* POSITION AND HASH, AND WHAT THE ARCHIVE JOBS HAVE TAKEN.
000260*
000270* BOTH FILES ARE SORTED BY ACCOUNT / FILE / CHAIN POSITION AND
000280* WALKED AGAINST HASHCHN IN STEP. FOR EACH CHAIN:
000290*   ROW ALTERED         - THE ROW NO LONGER HASHES TO ITS SEAL
000300*   POSITION USED TWICE - TWO ROWS CLAIM ONE PLACE IN THE CHAIN
000310*   LINK BROKEN         - THE ROW DOES NOT FOLLOW THE ONE BEFORE
000320*                         IT (THAT ONE REPLACED, OR THIS ONE
000330*                         INSERTED); THE FIRST ROW LEFT AFTER AN
000340*                         ARCHIVE MUST FOLLOW THE ARCHIVED HASH
000350*   ROWS REMOVED        - POSITIONS MISSING ABOVE THE ARCHIVED
000360*                         POSITION (THOSE BELOW IT ARE ARCHIVED)
000370*   NEWEST ROWS REMOVED - THE HEAD IS AHEAD OF THE FILE
000380*   NEWEST ROW REPLACED - SAME POSITION AS THE HEAD, OTHER HASH
000390*   ROWS BEYOND HEAD    - POSITIONS THE HEAD NEVER GAVE OUT
000400*   NO CHAIN HEAD       - SEALED ROWS BUT NO HASHCHN ROW
000410*   ALL ROWS REMOVED    - A HEAD WHOSE UNARCHIVED ROWS ARE GONE
000420*   UNSEALED ROW        - A ROW WITH NO SEAL, DATED AFTER THE
000430*                         CHAIN'S EARLIEST SEALED ROW (WRITTEN
000440*                         PAST THE SEAL, OR A SEAL THAT FAILED)
000450* UNSEALED ROWS FROM BEFORE THE CHAIN ARE COUNTED, NOT REPORTED.
000460* ACCTHIST ROWS ARE DATED BY AH-CHG-DATE, ACCTTXN ROWS BY THEIR
000470* POSTING DATE (TX-POST-DATE), NOT THE VALUE DATE
000480*****************************************************************

000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.

000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.

000550     SELECT ACCTHIST-FILE ASSIGN TO ACCTHIST
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS AH-KEY
000590         FILE STATUS IS WS-ACCTHIST-STATUS.

000600     SELECT ACCTTXN-FILE ASSIGN TO ACCTTXN
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS TX-KEY
000640         FILE STATUS IS WS-ACCTTXN-STATUS.

000650     SELECT HASHCHN-FILE ASSIGN TO HASHCHN
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS HC-KEY
000690         FILE STATUS IS WS-HASHCHN-STATUS.

000700     SELECT SORT-FILE ASSIGN TO SORTWK01.

000710     SELECT REPORT-FILE ASSIGN TO CHVRPT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-REPORT-STATUS.

000740     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-JOURNAL-STATUS.

000770 DATA DIVISION.
000780 FILE SECTION.

000790 FD  ACCTHIST-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  ACCTHIST-REC.
000820     05  AH-KEY.
000830         10  AH-ACCTNO           PIC X(09).
000840         10  AH-SEQNO            PIC 9(04) COMP.
000850     05  AH-FNAME                PIC X(15).
000860     05  AH-SNAME                PIC X(15).
000870     05  AH-TITL                 PIC X(04).
000880     05  AH-ADDR1                PIC X(20).
000890     05  AH-ADDR2                PIC X(20).
000900     05  AH-CRLIMIT              PIC 9(08)V99.
000910     05  AH-STAT                 PIC X(01).
000920     05  AH-AFTER-FNAME          PIC X(15).
000930     05  AH-AFTER-SNAME          PIC X(15).
000940     05  AH-AFTER-TITL           PIC X(04).
000950     05  AH-AFTER-ADDR1          PIC X(20).
000960     05  AH-AFTER-ADDR2          PIC X(20).
000970     05  AH-AFTER-CRLIMIT        PIC 9(08)V99.
000980     05  AH-AFTER-STAT           PIC X(01).
000990     05  AH-CHANGED-INFO.
001000         10  AH-CHG-USERID       PIC X(08).
001010         10  AH-CHG-TRMID        PIC X(04).
001020         10  AH-CHG-DATE         PIC S9(7) COMP-3.
001030         10  AH-CHG-TIME         PIC S9(7) COMP-3.
001040     05  AH-EVENT-TYPE           PIC X(01).
001050     05  AH-CHAIN-INFO.
001060         88  AH-CHAIN-UNSEALED   VALUES LOW-VALUES SPACES.
001070         10  AH-CHAIN-NO         PIC 9(09) COMP.
001080         10  AH-CHAIN-PREV       PIC 9(18) COMP.
001090         10  AH-CHAIN-HASH       PIC 9(18) COMP.

001100 FD  ACCTTXN-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 01  ACCTTXN-REC.
001130     05  TX-KEY.
001140         10  TX-ACCTNO           PIC X(09).
001150         10  TX-DATE             PIC S9(7) COMP-3.
001160         10  TX-SEQNO            PIC 9(04) COMP.
001170     05  TX-TYPE                 PIC X(01).
001180     05  TX-AMOUNT               PIC 9(08)V99.
001190     05  TX-POSTED-INFO.
001200         10  TX-POST-DATE        PIC S9(7) COMP-3.
001210         10  TX-POST-JOB         PIC X(08).
001220     05  TX-SOURCE               PIC X(01).
001230     05  TX-CHAIN-INFO.
001240         88  TX-CHAIN-UNSEALED   VALUES LOW-VALUES SPACES.
001250         10  TX-CHAIN-NO         PIC 9(09) COMP.
001260         10  TX-CHAIN-PREV       PIC 9(18) COMP.
001270         10  TX-CHAIN-HASH       PIC 9(18) COMP.

001280*-----------------------------------------------------------------
001290* HASHCHN - ONE CHAIN HEAD PER ACCOUNT AND FILE
001300*-----------------------------------------------------------------
001310 FD  HASHCHN-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 01  HASHCHN-REC.
001340     05  HC-KEY.
001350         10  HC-ACCTNO           PIC X(09).
001360         10  HC-FILE             PIC X(01).
001370     05  HC-LAST-NO              PIC 9(09) COMP.
001380     05  HC-LAST-HASH            PIC 9(18) COMP.
001390     05  HC-LAST-DATE            PIC S9(7) COMP-3.
001400     05  HC-ARCH-NO              PIC 9(09) COMP.
001410     05  HC-ARCH-HASH            PIC 9(18) COMP.
001420     05  HC-ARCH-DATE            PIC S9(7) COMP-3.
001430     05  HC-RESEAL-DATE          PIC S9(7) COMP-3.
001440     05  HC-RESEAL-JOB           PIC X(08).

001450*-----------------------------------------------------------------
001460* ONE SORT ROW PER ACCTHIST/ACCTTXN ROW. SEALED ROWS (CLASS 1)
001470* SORT AHEAD OF UNSEALED ONES (CLASS 2) WITHIN THE CHAIN, IN
001480* CHAIN POSITION ORDER; SR-ROW CARRIES THE BYTES DCI8BHSH HASHES
001490*-----------------------------------------------------------------
001500 SD  SORT-FILE.
001510 01  SORT-REC.
001520     05  SR-ACCTNO               PIC X(09).
001530     05  SR-FILE                 PIC X(01).
001540     05  SR-CLASS                PIC X(01).
001550         88  SR-SEALED                   VALUE '1'.
001560     05  SR-CHAIN-NO             PIC 9(09) COMP.
001570     05  SR-ORDER-DATE           PIC S9(7) COMP-3.
001580     05  SR-SEQNO                PIC 9(04) COMP.
001590     05  SR-CHAIN-PREV           PIC 9(18) COMP.
001600     05  SR-CHAIN-HASH           PIC 9(18) COMP.
001610     05  SR-ROW                  PIC X(202).

001620 FD  REPORT-FILE
001630     RECORDING MODE IS F
001640     LABEL RECORDS ARE STANDARD.
001650 01  REPORT-LINE                 PIC X(80).

001660 FD  JOURNAL-FILE
001670     RECORDING MODE IS F
001680     LABEL RECORDS ARE STANDARD.
001690 01  JR-REC.
001700     05  JR-JOBNAME              PIC X(08).
001710     05  JR-ROW-TYPE             PIC X(01).
001720     05  JR-DATE                 PIC 9(07).
001730     05  JR-TIME                 PIC 9(06).
001740     05  JR-READ-COUNT           PIC 9(07).
001750     05  JR-WRITTEN-COUNT        PIC 9(07).
001760     05  JR-REJECTED-COUNT       PIC 9(07).
001770     05  JR-STATUS               PIC X(01).
001780     05  FILLER                  PIC X(06).

001790 WORKING-STORAGE SECTION.

001800 77  WS-ACCTHIST-STATUS      PIC X(02) VALUE SPACES.
001810 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
001820 77  WS-HASHCHN-STATUS       PIC X(02) VALUE SPACES.
001830 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001840 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001850 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001860     COPY 'JOBGATE'.

001870*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHSH
001880     COPY 'CHAINPRM'.

001890 01  WS-SWITCHES.
001900     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001910         88  WS-EOF-YES              VALUE 'Y'.
001920     05  WS-SORT-EOF-SW      PIC X(01) VALUE 'N'.
001930         88  WS-SORT-EOF-YES         VALUE 'Y'.
001940     05  WS-HEAD-EOF-SW      PIC X(01) VALUE 'N'.
001950         88  WS-HEAD-EOF-YES         VALUE 'Y'.
001960     05  WS-HASHCHN-OPEN-SW  PIC X(01) VALUE 'N'.
001970         88  WS-HASHCHN-OPEN         VALUE 'Y'.
001980     05  WS-HEAD-FOUND-SW    PIC X(01) VALUE 'N'.
001990         88  WS-HEAD-FOUND           VALUE 'Y'.
002000     05  WS-CHAIN-BAD-SW     PIC X(01) VALUE 'N'.
002010         88  WS-CHAIN-BAD            VALUE 'Y'.

002020 01  WS-COUNTERS.
002030     05  WS-HIST-READ-COUNT  PIC 9(07) COMP-3 VALUE 0.
002040     05  WS-TXN-READ-COUNT   PIC 9(07) COMP-3 VALUE 0.
002050     05  WS-ROW-COUNT        PIC 9(07) COMP-3 VALUE 0.
002060     05  WS-SEALED-COUNT     PIC 9(07) COMP-3 VALUE 0.
002070     05  WS-PRECHAIN-COUNT   PIC 9(07) COMP-3 VALUE 0.
002080     05  WS-CHAIN-COUNT      PIC 9(07) COMP-3 VALUE 0.
002090     05  WS-BAD-CHAIN-COUNT  PIC 9(07) COMP-3 VALUE 0.
002100     05  WS-EXCEPT-COUNT     PIC 9(07) COMP-3 VALUE 0.

002110*-----------------------------------------------------------------
002120* THE CHAIN BEING WALKED - ITS KEY (LAID OUT AS HC-KEY, SO THE
002130* TWO COMPARE DIRECTLY), ITS HEAD, AND THE LAST SEALED ROW SEEN
002140*-----------------------------------------------------------------
002150 01  WS-GRP-KEY.
002160     05  WS-GRP-ACCTNO       PIC X(09).
002170     05  WS-GRP-FILE         PIC X(01).

002180*    THE CHAIN THE NEXT EXCEPTION LINE IS FOR
002190 01  WS-RPT-KEY.
002200     05  WS-RPT-ACCTNO       PIC X(09).
002210     05  WS-RPT-FILE         PIC X(01).

002220 01  WS-GRP-HEAD.
002230     05  WS-HD-LAST-NO       PIC 9(09) COMP.
002240     05  WS-HD-LAST-HASH     PIC 9(18) COMP.
002250     05  WS-HD-ARCH-NO       PIC 9(09) COMP.
002260     05  WS-HD-ARCH-HASH     PIC 9(18) COMP.

002270 01  WS-GRP-STATE.
002280     05  WS-LAST-NO          PIC 9(09) COMP.
002290     05  WS-LAST-HASH        PIC 9(18) COMP.
002300     05  WS-FIRST-DATE       PIC S9(7) COMP-3.
002310     05  WS-MISS-LOW         PIC 9(09) COMP.
002320     05  WS-MISS-HIGH        PIC 9(09) COMP.

002330 01  WS-REPORT-HEADING1.
002340     05  FILLER PIC X(80) VALUE
002350         'DCI8BCHV - ACCTHIST / ACCTTXN HASH CHAIN EXCEPTIONS'.

002360 01  WS-REPORT-HEADING2.
002370     05  FILLER              PIC X(26) VALUE 'EXCEPTION'.
002380     05  FILLER              PIC X(11) VALUE 'ACCOUNT'.
002390     05  FILLER              PIC X(10) VALUE 'FILE'.
002400     05  FILLER              PIC X(33) VALUE 'CHAIN POSITION(S)'.

002410 01  WS-EXCEPTION-LINE.
002420     05  EL-KIND             PIC X(26).
002430     05  EL-ACCTNO           PIC X(09).
002440     05  FILLER              PIC X(02) VALUE SPACES.
002450     05  EL-FILE             PIC X(08).
002460     05  FILLER              PIC X(02) VALUE SPACES.
002470     05  EL-POS-LIT          PIC X(05).
002480     05  EL-POS-FROM         PIC ZZZZZZZZ9 BLANK WHEN ZERO.
002490     05  EL-TO-LIT           PIC X(04).
002500     05  EL-POS-TO           PIC ZZZZZZZZ9 BLANK WHEN ZERO.
002510     05  FILLER              PIC X(06) VALUE SPACES.

002520 01  WS-TOTAL-LINE.
002530     05  TL-LABEL            PIC X(26).
002540     05  TL-COUNT            PIC ZZZZZZ9.
002550     05  FILLER              PIC X(47) VALUE SPACES.

002560 PROCEDURE DIVISION.

002570 0000-MAINLINE.

002580     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

002590     OPEN OUTPUT REPORT-FILE.
002600     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
002610     MOVE SPACES TO REPORT-LINE.
002620     WRITE REPORT-LINE.
002630     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

002640     SORT SORT-FILE
002650         ON ASCENDING KEY SR-ACCTNO SR-FILE SR-CLASS
002660                          SR-CHAIN-NO SR-ORDER-DATE SR-SEQNO
002670         INPUT PROCEDURE IS 2000-RELEASE-ROWS
002680             THRU 2000-RELEASE-EXIT
002690         OUTPUT PROCEDURE IS 3000-VERIFY-CHAINS
002700             THRU 3000-VERIFY-EXIT.

002710     PERFORM 9000-TERMINATE THRU 9000-EXIT.

002720     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

002730     GOBACK.

002740*-----------------------------------------------------------------
002750* 2000-RELEASE-ROWS FEEDS THE SORT - EVERY ACCTHIST ROW, THEN
002760* EVERY ACCTTXN ROW
002770*-----------------------------------------------------------------
002780 2000-RELEASE-ROWS.

002790     OPEN INPUT ACCTHIST-FILE.
002800     MOVE 'N' TO WS-EOF-SW.
002810     PERFORM 2100-RELEASE-HIST THRU 2100-EXIT
002820         UNTIL WS-EOF-YES.
002830     CLOSE ACCTHIST-FILE.

002840     OPEN INPUT ACCTTXN-FILE.
002850     MOVE 'N' TO WS-EOF-SW.
002860     PERFORM 2200-RELEASE-TXN THRU 2200-EXIT
002870         UNTIL WS-EOF-YES.
002880     CLOSE ACCTTXN-FILE.

002890 2000-RELEASE-EXIT.
002900     EXIT.

002910 2100-RELEASE-HIST.

002920     READ ACCTHIST-FILE NEXT RECORD
002930         AT END
002940             MOVE 'Y' TO WS-EOF-SW
002950             GO TO 2100-EXIT
002960     END-READ.

002970     ADD 1 TO WS-HIST-READ-COUNT.

002980     MOVE AH-ACCTNO TO SR-ACCTNO.
002990     MOVE 'H' TO SR-FILE.
003000     MOVE AH-CHG-DATE TO SR-ORDER-DATE.
003010     MOVE AH-SEQNO TO SR-SEQNO.
003020     MOVE ACCTHIST-REC(1:202) TO SR-ROW.

003030     IF AH-CHAIN-UNSEALED OR AH-CHAIN-NO = 0 THEN
003040         MOVE '2' TO SR-CLASS
003050         MOVE 0 TO SR-CHAIN-NO SR-CHAIN-PREV SR-CHAIN-HASH
003060     ELSE
003070         MOVE '1' TO SR-CLASS
003080         MOVE AH-CHAIN-NO TO SR-CHAIN-NO
003090         MOVE AH-CHAIN-PREV TO SR-CHAIN-PREV
003100         MOVE AH-CHAIN-HASH TO SR-CHAIN-HASH
003110     END-IF.

003120     RELEASE SORT-REC.

003130 2100-EXIT.
003140     EXIT.

003150 2200-RELEASE-TXN.

003160     READ ACCTTXN-FILE NEXT RECORD
003170         AT END
003180             MOVE 'Y' TO WS-EOF-SW
003190             GO TO 2200-EXIT
003200     END-READ.

003210     ADD 1 TO WS-TXN-READ-COUNT.

003220     MOVE TX-ACCTNO TO SR-ACCTNO.
003230     MOVE 'T' TO SR-FILE.
003240     MOVE TX-POST-DATE TO SR-ORDER-DATE.
003250     MOVE TX-SEQNO TO SR-SEQNO.
003260     MOVE SPACES TO SR-ROW.
003270     MOVE ACCTTXN-REC(1:39) TO SR-ROW.

003280     IF TX-CHAIN-UNSEALED OR TX-CHAIN-NO = 0 THEN
003290         MOVE '2' TO SR-CLASS
003300         MOVE 0 TO SR-CHAIN-NO SR-CHAIN-PREV SR-CHAIN-HASH
003310     ELSE
003320         MOVE '1' TO SR-CLASS
003330         MOVE TX-CHAIN-NO TO SR-CHAIN-NO
003340         MOVE TX-CHAIN-PREV TO SR-CHAIN-PREV
003350         MOVE TX-CHAIN-HASH TO SR-CHAIN-HASH
003360     END-IF.

003370     RELEASE SORT-REC.

003380 2200-EXIT.
003390     EXIT.

003400*-----------------------------------------------------------------
003410* 3000-VERIFY-CHAINS WALKS THE SORTED ROWS ONE CHAIN AT A TIME,
003420* MATCHED AGAINST HASHCHN READ IN THE SAME KEY ORDER. HEADS
003430* LEFT OVER AT THE END HAVE NO ROWS ON FILE AT ALL
003440*-----------------------------------------------------------------
003450 3000-VERIFY-CHAINS.

003460     OPEN INPUT HASHCHN-FILE.
003470     IF WS-HASHCHN-STATUS NOT = '00' THEN
003480         DISPLAY 'DCI8BCHV - HASHCHN WILL NOT OPEN, STATUS '
003490             WS-HASHCHN-STATUS ' - EVERY CHAIN CHECKED HEADLESS'
003500         MOVE 'Y' TO WS-HEAD-EOF-SW
003510     ELSE
003520         MOVE 'Y' TO WS-HASHCHN-OPEN-SW
003530         PERFORM 3900-READ-HEAD THRU 3900-EXIT
003540     END-IF.

003550     PERFORM 3050-RETURN-ROW THRU 3050-EXIT.

003560     PERFORM 3100-VERIFY-CHAIN THRU 3100-EXIT
003570         UNTIL WS-SORT-EOF-YES.

003580     PERFORM 3800-HEAD-WITHOUT-ROWS THRU 3800-EXIT
003590         UNTIL WS-HEAD-EOF-YES.

003600     IF WS-HASHCHN-OPEN THEN
003610         CLOSE HASHCHN-FILE
003620     END-IF.

003630 3000-VERIFY-EXIT.
003640     EXIT.

003650 3050-RETURN-ROW.

003660     RETURN SORT-FILE
003670         AT END
003680             MOVE 'Y' TO WS-SORT-EOF-SW
003690             GO TO 3050-EXIT
003700     END-RETURN.

003710     ADD 1 TO WS-ROW-COUNT.

003720 3050-EXIT.
003730     EXIT.

003740*-----------------------------------------------------------------
003750* 3100-VERIFY-CHAIN - ONE ACCOUNT'S ROWS ON ONE FILE, THEN ITS
003760* HEAD
003770*-----------------------------------------------------------------
003780 3100-VERIFY-CHAIN.

003790     MOVE SR-ACCTNO TO WS-GRP-ACCTNO.
003800     MOVE SR-FILE TO WS-GRP-FILE.

003810*    HEADS KEYED AHEAD OF THIS CHAIN HAVE NO ROWS ON FILE
003820     PERFORM 3800-HEAD-WITHOUT-ROWS THRU 3800-EXIT
003830         UNTIL WS-HEAD-EOF-YES OR HC-KEY NOT < WS-GRP-KEY.

003840     MOVE WS-GRP-KEY TO WS-RPT-KEY.
003850     ADD 1 TO WS-CHAIN-COUNT.
003860     MOVE 'N' TO WS-CHAIN-BAD-SW.

003870     IF NOT WS-HEAD-EOF-YES AND HC-KEY = WS-GRP-KEY THEN
003880         MOVE 'Y' TO WS-HEAD-FOUND-SW
003890         MOVE HC-LAST-NO TO WS-HD-LAST-NO
003900         MOVE HC-LAST-HASH TO WS-HD-LAST-HASH
003910         MOVE HC-ARCH-NO TO WS-HD-ARCH-NO
003920         MOVE HC-ARCH-HASH TO WS-HD-ARCH-HASH
003930     ELSE
003940         MOVE 'N' TO WS-HEAD-FOUND-SW
003950         MOVE 0 TO WS-HD-LAST-NO WS-HD-LAST-HASH
003960         MOVE 0 TO WS-HD-ARCH-NO WS-HD-ARCH-HASH
003970     END-IF.

003980     MOVE 0 TO WS-LAST-NO WS-LAST-HASH WS-FIRST-DATE.

003990     PERFORM 3200-CHECK-ROW THRU 3200-EXIT
004000         UNTIL WS-SORT-EOF-YES
004010            OR SR-ACCTNO NOT = WS-GRP-ACCTNO
004020            OR SR-FILE NOT = WS-GRP-FILE.

004030     PERFORM 3500-CHECK-HEAD THRU 3500-EXIT.

004040     IF WS-HEAD-FOUND THEN
004050         PERFORM 3900-READ-HEAD THRU 3900-EXIT
004060     END-IF.

004070     IF WS-CHAIN-BAD THEN
004080         ADD 1 TO WS-BAD-CHAIN-COUNT
004090     END-IF.

004100 3100-EXIT.
004110     EXIT.

004120*-----------------------------------------------------------------
004130* 3200-CHECK-ROW - THE ROW'S OWN SEAL, THEN ITS PLACE BEHIND
004140* THE LAST SEALED ROW (OR BEHIND THE ARCHIVE, OR AT THE START)
004150*-----------------------------------------------------------------
004160 3200-CHECK-ROW.

004170     IF NOT SR-SEALED THEN
004180         PERFORM 3400-CHECK-UNSEALED THRU 3400-EXIT
004190         GO TO 3200-NEXT
004200     END-IF.

004210     ADD 1 TO WS-SEALED-COUNT.

004220     MOVE SR-FILE TO CP-FILE.
004230     MOVE SR-ROW TO CP-ROW.
004240     MOVE SR-CHAIN-NO TO CP-CHAIN-NO.
004250     MOVE SR-CHAIN-PREV TO CP-PREV-HASH.
004260     CALL 'DCI8BHSH' USING CHAINPRM.

004270     IF CP-HASH NOT = SR-CHAIN-HASH THEN
004280         MOVE 'ROW ALTERED' TO EL-KIND
004290         MOVE SR-CHAIN-NO TO WS-MISS-LOW
004300         MOVE 0 TO WS-MISS-HIGH
004310         PERFORM 3700-WRITE-EXCEPTION THRU 3700-EXIT
004320     END-IF.

004330     IF SR-CHAIN-NO = WS-LAST-NO THEN
004340         MOVE 'POSITION USED TWICE' TO EL-KIND
004350         MOVE SR-CHAIN-NO TO WS-MISS-LOW
004360         MOVE 0 TO WS-MISS-HIGH
004370         PERFORM 3700-WRITE-EXCEPTION THRU 3700-EXIT
004380         GO TO 3200-NEXT
004390     END-IF.

004400     IF WS-LAST-NO > 0 AND SR-CHAIN-NO = WS-LAST-NO + 1 THEN
004410         IF SR-CHAIN-PREV NOT = WS-LAST-HASH THEN
004420             PERFORM 3300-LINK-BROKEN THRU 3300-EXIT
004430         END-IF
004440     ELSE
004450         PERFORM 3250-CHECK-GAP THRU 3250-EXIT
004460     END-IF.

004470     MOVE SR-CHAIN-NO TO WS-LAST-NO.
004480     MOVE SR-CHAIN-HASH TO WS-LAST-HASH.

004490     IF WS-FIRST-DATE = 0 OR SR-ORDER-DATE < WS-FIRST-DATE THEN
004500         MOVE SR-ORDER-DATE TO WS-FIRST-DATE
004510     END-IF.

004520 3200-NEXT.
004530     PERFORM 3050-RETURN-ROW THRU 3050-EXIT.

004540 3200-EXIT.
004550     EXIT.

004560*-----------------------------------------------------------------
004570* 3250-CHECK-GAP - THE FIRST SEALED ROW, OR ONE AFTER A GAP.
004580* POSITIONS UP TO THE HEAD'S ARCHIVED POSITION ARE ARCHIVED;
004590* ANY ABOVE IT ARE GONE. A ROW RIGHT AFTER THE ARCHIVED
004600* POSITION MUST FOLLOW THE ARCHIVED HASH - AND A ROW AT
004610* POSITION 1 MUST FOLLOW ZERO, WHICH IS THE SAME TEST
004620*-----------------------------------------------------------------
004630 3250-CHECK-GAP.

004640     COMPUTE WS-MISS-HIGH = SR-CHAIN-NO - 1.

004650     IF WS-MISS-HIGH > WS-HD-ARCH-NO THEN
004660         IF WS-LAST-NO > WS-HD-ARCH-NO THEN
004670             COMPUTE WS-MISS-LOW = WS-LAST-NO + 1
004680         ELSE
004690             COMPUTE WS-MISS-LOW = WS-HD-ARCH-NO + 1
004700         END-IF
004710         MOVE 'ROWS REMOVED' TO EL-KIND
004720         PERFORM 3700-WRITE-EXCEPTION THRU 3700-EXIT
004730     ELSE IF WS-MISS-HIGH = WS-HD-ARCH-NO THEN
004740         IF SR-CHAIN-PREV NOT = WS-HD-ARCH-HASH THEN
004750             PERFORM 3300-LINK-BROKEN THRU 3300-EXIT
004760         END-IF
004770     END-IF
004780     END-IF.

004790 3250-EXIT.
004800     EXIT.

004810 3300-LINK-BROKEN.

004820     MOVE 'LINK BROKEN' TO EL-KIND.
004830     MOVE SR-CHAIN-NO TO WS-MISS-LOW.
004840     MOVE 0 TO WS-MISS-HIGH.
004850     PERFORM 3700-WRITE-EXCEPTION THRU 3700-EXIT.

004860 3300-EXIT.
004870     EXIT.

004880*-----------------------------------------------------------------
004890* 3400-CHECK-UNSEALED - UNSEALED ROWS SORT AFTER THE SEALED
004900* ONES. ONE DATED AFTER THE CHAIN'S EARLIEST SEALED ROW SHOULD
004910* HAVE BEEN SEALED; ANY OTHER IS FROM BEFORE THE CHAIN
004920*-----------------------------------------------------------------
004930 3400-CHECK-UNSEALED.

004940     IF WS-FIRST-DATE > 0 AND SR-ORDER-DATE > WS-FIRST-DATE THEN
004950         MOVE 'UNSEALED ROW' TO EL-KIND
004960         MOVE 0 TO WS-MISS-LOW WS-MISS-HIGH
004970         PERFORM 3700-WRITE-EXCEPTION THRU 3700-EXIT
004980     ELSE
004990         ADD 1 TO WS-PRECHAIN-COUNT
005000     END-IF.

005010 3400-EXIT.
005020     EXIT.

005030*-----------------------------------------------------------------
005040* 3500-CHECK-HEAD - THE NEWEST SEALED ROW AGAINST THE HEAD
005050*-----------------------------------------------------------------
005060 3500-CHECK-HEAD.

005070     IF NOT WS-HEAD-FOUND THEN
005080         IF WS-LAST-NO > 0 THEN
005090             MOVE 'NO CHAIN HEAD' TO EL-KIND
005100             MOVE 0 TO WS-MISS-LOW WS-MISS-HIGH
005110             PERFORM 3700-WRITE-EXCEPTION THRU 3700-EXIT
005120         END-IF
005130         GO TO 3500-EXIT
005140     END-IF.

005150     IF WS-HD-LAST-NO > WS-LAST-NO THEN
005160         IF WS-HD-LAST-NO > WS-HD-ARCH-NO THEN
005170             IF WS-LAST-NO > WS-HD-ARCH-NO THEN
005180                 COMPUTE WS-MISS-LOW = WS-LAST-NO + 1
005190             ELSE
005200                 COMPUTE WS-MISS-LOW = WS-HD-ARCH-NO + 1
005210             END-IF
005220             MOVE WS-HD-LAST-NO TO WS-MISS-HIGH
005230             MOVE 'NEWEST ROWS REMOVED' TO EL-KIND
005240             PERFORM 3700-WRITE-EXCEPTION THRU 3700-EXIT
005250         END-IF
005260     ELSE IF WS-HD-LAST-NO < WS-LAST-NO THEN
005270         COMPUTE WS-MISS-LOW = WS-HD-LAST-NO + 1
005280         MOVE WS-LAST-NO TO WS-MISS-HIGH
005290         MOVE 'ROWS BEYOND HEAD' TO EL-KIND
005300         PERFORM 3700-WRITE-EXCEPTION THRU 3700-EXIT
005310     ELSE IF WS-HD-LAST-HASH NOT = WS-LAST-HASH THEN
005320         MOVE WS-LAST-NO TO WS-MISS-LOW
005330         MOVE 0 TO WS-MISS-HIGH
005340         MOVE 'NEWEST ROW REPLACED' TO EL-KIND
005350         PERFORM 3700-WRITE-EXCEPTION THRU 3700-EXIT
005360     END-IF
005370     END-IF
005380     END-IF.

005390 3500-EXIT.
005400     EXIT.

005410*-----------------------------------------------------------------
005420* 3700-WRITE-EXCEPTION - WS-RPT-KEY, EL-KIND AND WS-MISS-LOW/
005430* HIGH ARE SET; A HIGH OF ZERO PRINTS THE ONE POSITION
005440*-----------------------------------------------------------------
005450 3700-WRITE-EXCEPTION.

005460     MOVE WS-RPT-ACCTNO TO EL-ACCTNO.
005470     IF WS-RPT-FILE = 'H' THEN
005480         MOVE 'ACCTHIST' TO EL-FILE
005490     ELSE
005500         MOVE 'ACCTTXN' TO EL-FILE
005510     END-IF.

005520     MOVE WS-MISS-LOW TO EL-POS-FROM.
005530     MOVE WS-MISS-HIGH TO EL-POS-TO.
005540     IF WS-MISS-LOW = 0 THEN
005550         MOVE SPACES TO EL-POS-LIT
005560     ELSE
005570         MOVE 'POS' TO EL-POS-LIT
005580     END-IF.
005590     IF WS-MISS-HIGH = 0 THEN
005600         MOVE SPACES TO EL-TO-LIT
005610     ELSE
005620         MOVE ' TO' TO EL-TO-LIT
005630     END-IF.

005640     WRITE REPORT-LINE FROM WS-EXCEPTION-LINE.
005650     ADD 1 TO WS-EXCEPT-COUNT.
005660     MOVE 'Y' TO WS-CHAIN-BAD-SW.

005670 3700-EXIT.
005680     EXIT.

005690*-----------------------------------------------------------------
005700* 3800-HEAD-WITHOUT-ROWS - A HEAD WITH NOTHING ON FILE IS FINE
005710* ONLY WHEN EVERY POSITION IT GAVE OUT HAS BEEN ARCHIVED
005720*-----------------------------------------------------------------
005730 3800-HEAD-WITHOUT-ROWS.

005740     IF HC-LAST-NO > HC-ARCH-NO THEN
005750         MOVE HC-KEY TO WS-RPT-KEY
005760         COMPUTE WS-MISS-LOW = HC-ARCH-NO + 1
005770         MOVE HC-LAST-NO TO WS-MISS-HIGH
005780         MOVE 'ALL ROWS REMOVED' TO EL-KIND
005790         PERFORM 3700-WRITE-EXCEPTION THRU 3700-EXIT
005800         ADD 1 TO WS-CHAIN-COUNT WS-BAD-CHAIN-COUNT
005810     END-IF.

005820     PERFORM 3900-READ-HEAD THRU 3900-EXIT.

005830 3800-EXIT.
005840     EXIT.

005850 3900-READ-HEAD.

005860     READ HASHCHN-FILE NEXT RECORD
005870         AT END
005880             MOVE 'Y' TO WS-HEAD-EOF-SW
005890     END-READ.

005900 3900-EXIT.
005910     EXIT.

005920*-----------------------------------------------------------------
005930* 9000-TERMINATE - TOTALS ON THE REPORT AND THE CONSOLE
005940*-----------------------------------------------------------------
005950 9000-TERMINATE.

005960     MOVE SPACES TO REPORT-LINE.
005970     WRITE REPORT-LINE.
005980     MOVE 'CHAINS CHECKED' TO TL-LABEL.
005990     MOVE WS-CHAIN-COUNT TO TL-COUNT.
006000     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
006010     MOVE 'SEALED ROWS PROVED' TO TL-LABEL.
006020     MOVE WS-SEALED-COUNT TO TL-COUNT.
006030     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
006040     MOVE 'PRE-CHAIN ROWS' TO TL-LABEL.
006050     MOVE WS-PRECHAIN-COUNT TO TL-COUNT.
006060     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
006070     MOVE 'CHAINS WITH EXCEPTIONS' TO TL-LABEL.
006080     MOVE WS-BAD-CHAIN-COUNT TO TL-COUNT.
006090     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
006100     MOVE 'EXCEPTIONS' TO TL-LABEL.
006110     MOVE WS-EXCEPT-COUNT TO TL-COUNT.
006120     WRITE REPORT-LINE FROM WS-TOTAL-LINE.

006130     CLOSE REPORT-FILE.

006140     DISPLAY 'DCI8BCHV - HASH CHAIN VERIFICATION - RUN SUMMARY'.
006150     DISPLAY 'ACCTHIST ROWS    : ' WS-HIST-READ-COUNT.
006160     DISPLAY 'ACCTTXN ROWS     : ' WS-TXN-READ-COUNT.
006170     DISPLAY 'CHAINS CHECKED   : ' WS-CHAIN-COUNT.
006180     DISPLAY 'SEALED ROWS      : ' WS-SEALED-COUNT.
006190     DISPLAY 'PRE-CHAIN ROWS   : ' WS-PRECHAIN-COUNT.
006200     DISPLAY 'CHAINS IN ERROR  : ' WS-BAD-CHAIN-COUNT.
006210     DISPLAY 'EXCEPTIONS       : ' WS-EXCEPT-COUNT.

006220 9000-EXIT.
006230     EXIT.

006240*-----------------------------------------------------------------
006250* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
006260* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
006270* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
006280*-----------------------------------------------------------------
006290 8100-WRITE-JRNL-START.

006300*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
006310*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
006320     MOVE 'DCI8BCHV' TO JG-JOBNAME.
006330     CALL 'DCI8BJGT' USING JOBGATE.
006340     IF JG-RC-BLOCKED THEN
006350         MOVE JG-BLOCKED-RC TO RETURN-CODE
006360         STOP RUN
006370     END-IF.

006380     MOVE 'DCI8BCHV' TO JR-JOBNAME.
006390     MOVE 'S' TO JR-ROW-TYPE.
006400     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
006410         JR-REJECTED-COUNT.
006420     MOVE SPACE TO JR-STATUS.
006430     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

006440 8100-EXIT.
006450     EXIT.

006460 8200-WRITE-JRNL-END.

006470     MOVE 'DCI8BCHV' TO JR-JOBNAME.
006480     MOVE 'E' TO JR-ROW-TYPE.
006490     MOVE WS-ROW-COUNT TO JR-READ-COUNT.
006500     MOVE WS-CHAIN-COUNT TO JR-WRITTEN-COUNT.
006510     MOVE WS-EXCEPT-COUNT TO JR-REJECTED-COUNT.
006520     MOVE 'G' TO JR-STATUS.
006530     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

006540 8200-EXIT.
006550     EXIT.

006560 8300-STAMP-AND-WRITE.

006570     ACCEPT JR-DATE FROM DAY YYYYDDD.
006580     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
006590     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

006600     OPEN EXTEND JOURNAL-FILE.
006610     WRITE JR-REC.
006620     CLOSE JOURNAL-FILE.

006630 8300-EXIT.
006640     EXIT.

006650 END PROGRAM DCI8BCHV.
