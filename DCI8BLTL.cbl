000010*****************************************************************
000020* DCI8BLTL - LETTER TEMPLATE LOADER AND LISTING (LTRTMPL)
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BLTL.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - LOADS NEW LETTER TEMPLATE
000160*                 VERSIONS, WITHDRAWS AND LISTS THEM
000170*-----------------------------------------------------------------
000180*****************************************************************
000190* RUN ON REQUEST WHEN COMPLIANCE SIGNS OFF NEW LETTER WORDING.
000200* EACH LTLIN RECORD (100 BYTES) IS ONE INSTRUCTION -
000210*   COL 1      - H HEADER, P TEXT LINE, W WITHDRAW, L LIST,
000220*                * COMMENT
000230*   COL 2-5    - LETTER ID (SEE THE LTRTMPL COPYBOOK)
000240*   COL 6-8    - VERSION, 001-999
000250*   H: COL 9-16  EFFECTIVE DATE YYYYMMDD, NOT BEFORE TODAY
000260*      COL 17-56 DESCRIPTION
000270*   P: COL 9-11  PARAGRAPH 001-999, COL 12-13 LINE 00-99,
000280*      COL 14    CONDITION CODE (BLANK - ALWAYS PRINTED),
000290*      COL 15-94 THE TEXT, WITH ANY &MARKER&S
000300* A NEW VERSION IS AN H RECORD FOLLOWED BY ITS P RECORDS. A
000310* VERSION ALREADY ON FILE IS NEVER CHANGED - ITS H AND P
000320* RECORDS ARE REJECTED AND THE NEW WORDING NEEDS A NEW VERSION
000330* NUMBER. A VERSION WITH ANY REJECTED TEXT LINE IS WITHDRAWN
000340* AT THE END OF ITS RECORDS SO HALF A LETTER NEVER GOES LIVE.
000350* W WITHDRAWS A VERSION (THE ONE BEFORE IT COMES BACK INTO
000360* FORCE); L LISTS A VERSION'S HEADER AND TEXT ON THE REPORT.
000370* EVERY TEXT LINE LOADED IS ECHOED ON LTLRPT
000380*****************************************************************

000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.

000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.

000450     SELECT LTLIN-FILE ASSIGN TO LTLIN
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-LTLIN-STATUS.

000480     SELECT LTRTMPL-FILE ASSIGN TO LTRTMPL
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS LF-KEY
000520         FILE STATUS IS WS-LTRTMPL-STATUS.

000530     SELECT REPORT-FILE ASSIGN TO LTLRPT
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-REPORT-STATUS.

000560     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-JOURNAL-STATUS.

000590 DATA DIVISION.
000600 FILE SECTION.

000610 FD  LTLIN-FILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 01  LTLIN-REC.
000650     05  LC-TYPE                 PIC X(01).
000660         88  LC-COMMENT                  VALUE '*'.
000670         88  LC-HEADER                   VALUE 'H'.
000680         88  LC-TEXT-LINE                VALUE 'P'.
000690         88  LC-WITHDRAW                 VALUE 'W'.
000700         88  LC-LIST                     VALUE 'L'.
000710     05  LC-LETTER-ID            PIC X(04).
000720     05  LC-VERSION              PIC X(03).
000730     05  LC-VERSION-N REDEFINES LC-VERSION
000740                                 PIC 9(03).
000750     05  LC-DETAIL               PIC X(86).
000760     05  LC-HDR-DETAIL REDEFINES LC-DETAIL.
000770         10  LC-EFF-DATE         PIC X(08).
000780         10  LC-EFF-DATE-N REDEFINES LC-EFF-DATE
000790                                 PIC 9(08).
000800         10  LC-DESC             PIC X(40).
000810         10  FILLER              PIC X(38).
000820     05  LC-TEXT-DETAIL REDEFINES LC-DETAIL.
000830         10  LC-PARA             PIC X(03).
000840         10  LC-PARA-N REDEFINES LC-PARA
000850                                 PIC 9(03).
000860         10  LC-LINE             PIC X(02).
000870         10  LC-LINE-N REDEFINES LC-LINE
000880                                 PIC 9(02).
000890         10  LC-COND             PIC X(01).
000900         10  LC-TEXT             PIC X(80).
000910     05  FILLER                  PIC X(06).

000920*-----------------------------------------------------------------
000930* LTRTMPL - SEE THE LTRTMPL COPYBOOK FOR THE LAYOUT
000940*-----------------------------------------------------------------
000950 FD  LTRTMPL-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  LTRTMPL-FILE-REC.
000980     05  LF-KEY                  PIC X(12).
000990     05  FILLER                  PIC X(88).

001000 FD  REPORT-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  REPORT-LINE                 PIC X(100).

001040*-----------------------------------------------------------------
001050* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001060* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001070*-----------------------------------------------------------------
001080 FD  JOURNAL-FILE
001090     RECORDING MODE IS F
001100     LABEL RECORDS ARE STANDARD.
001110 01  JR-REC.
001120     05  JR-JOBNAME              PIC X(08).
001130     05  JR-ROW-TYPE             PIC X(01).
001140     05  JR-DATE                 PIC 9(07).
001150     05  JR-TIME                 PIC 9(06).
001160     05  JR-READ-COUNT           PIC 9(07).
001170     05  JR-WRITTEN-COUNT        PIC 9(07).
001180     05  JR-REJECTED-COUNT       PIC 9(07).
001190     05  JR-STATUS               PIC X(01).
001200     05  FILLER                  PIC X(06).

001210 WORKING-STORAGE SECTION.
001220 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001230 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001240     COPY 'JOBGATE'.

001250 77  WS-LTLIN-STATUS         PIC X(02) VALUE SPACES.
001260 77  WS-LTRTMPL-STATUS       PIC X(02) VALUE SPACES.
001270 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001280 COPY 'LTRTMPL'.

001290     COPY 'DATEPARM'.

001300 01  WS-SWITCHES.
001310     05  WS-RUN-OK-SW        PIC X(01) VALUE 'Y'.
001320         88  WS-RUN-OK               VALUE 'Y'.
001330     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001340         88  WS-EOF-YES              VALUE 'Y'.
001350     05  WS-LIST-EOF-SW      PIC X(01) VALUE 'N'.
001360         88  WS-LIST-EOF-YES         VALUE 'Y'.

001370 01  WS-COUNTERS.
001380     05  WS-CARD-COUNT       PIC 9(07) COMP-3 VALUE 0.
001390     05  WS-VERSION-COUNT    PIC 9(07) COMP-3 VALUE 0.
001400     05  WS-LINE-COUNT       PIC 9(07) COMP-3 VALUE 0.
001410     05  WS-WITHDRAW-COUNT   PIC 9(07) COMP-3 VALUE 0.
001420     05  WS-REJECT-COUNT     PIC 9(07) COMP-3 VALUE 0.

001430 77  WS-TODAY                PIC 9(07) VALUE 0.

001440*-----------------------------------------------------------------
001450* THE VERSION WHOSE HEADER WAS LOADED THIS RUN AND WHOSE TEXT
001460* LINES ARE NOW BEING TAKEN - SPACES WHEN NONE IS OPEN
001470*-----------------------------------------------------------------
001480 01  WS-OPEN-VERSION.
001490     05  WS-OPEN-ID          PIC X(04) VALUE SPACES.
001500     05  WS-OPEN-VER         PIC 9(03) VALUE 0.
001510     05  WS-OPEN-REJECTS     PIC 9(05) COMP-3 VALUE 0.

001520 01  WS-REPORT-HEADING1.
001530     05  FILLER              PIC X(44) VALUE
001540         'DCI8BLTL - LETTER TEMPLATE LOAD AND LISTING'.
001550     05  FILLER              PIC X(10) VALUE '  RUN DATE'.
001560     05  FILLER              PIC X(01) VALUE SPACE.
001570     05  RH-TODAY            PIC 9(07).
001580     05  FILLER              PIC X(38) VALUE SPACES.

001590 01  WS-VERSION-LINE.
001600     05  FILLER              PIC X(07) VALUE 'LETTER '.
001610     05  VL-LETTER-ID        PIC X(04).
001620     05  FILLER              PIC X(09) VALUE ' VERSION '.
001630     05  VL-VERSION          PIC 9(03).
001640     05  FILLER              PIC X(11) VALUE ' EFFECTIVE '.
001650     05  VL-EFF-DATE         PIC 9(07).
001660     05  FILLER              PIC X(08) VALUE ' STATUS '.
001670     05  VL-STATUS           PIC X(01).
001680     05  FILLER              PIC X(08) VALUE ' LOADED '.
001690     05  VL-LOAD-DATE        PIC 9(07).
001700     05  FILLER              PIC X(01) VALUE SPACE.
001710     05  VL-DESC             PIC X(34).

001720 01  WS-TEXT-LINE.
001730     05  FILLER              PIC X(04) VALUE SPACES.
001740     05  TL-PARA             PIC 9(03).
001750     05  FILLER              PIC X(01) VALUE SPACE.
001760     05  TL-LINE             PIC 9(02).
001770     05  FILLER              PIC X(01) VALUE SPACE.
001780     05  TL-COND             PIC X(01).
001790     05  FILLER              PIC X(01) VALUE SPACE.
001800     05  TL-TEXT             PIC X(80).
001810     05  FILLER              PIC X(07) VALUE SPACES.

001820 01  WS-NOTE-LINE.
001830     05  FILLER              PIC X(04) VALUE SPACES.
001840     05  NL-NOTE             PIC X(60).
001850     05  FILLER              PIC X(36) VALUE SPACES.

001860 01  WS-REJECT-LINE.
001870     05  FILLER              PIC X(04) VALUE SPACES.
001880     05  RL-CARD             PIC X(30).
001890     05  FILLER              PIC X(04) VALUE SPACES.
001900     05  RL-REASON           PIC X(40).
001910     05  FILLER              PIC X(22) VALUE SPACES.

001920 PROCEDURE DIVISION.

001930 0000-MAINLINE.

001940     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

001950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

001960     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001970         UNTIL WS-EOF-YES.

001980     PERFORM 9000-TERMINATE THRU 9000-EXIT.

001990     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

002000     GOBACK.

002010 1000-INITIALIZE.

002020     OPEN INPUT LTLIN-FILE.
002030     OPEN I-O LTRTMPL-FILE.
002040     OPEN OUTPUT REPORT-FILE.

002050     ACCEPT WS-TODAY FROM DAY YYYYDDD.
002060     MOVE WS-TODAY TO RH-TODAY.
002070     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.

002080     IF WS-LTLIN-STATUS NOT = '00' THEN
002090         DISPLAY 'DCI8BLTL - NO LTLIN FILE, NOTHING LOADED'
002100         MOVE 'Y' TO WS-EOF-SW
002110         GO TO 1000-EXIT
002120     END-IF.

002130     IF WS-LTRTMPL-STATUS NOT = '00' THEN
002140         DISPLAY 'DCI8BLTL - LTRTMPL NOT OPENED, STATUS '
002150             WS-LTRTMPL-STATUS
002160         MOVE 'N' TO WS-RUN-OK-SW
002170         MOVE 'Y' TO WS-EOF-SW
002180         GO TO 1000-EXIT
002190     END-IF.

002200     PERFORM 1100-READ-CARD THRU 1100-EXIT.

002210 1000-EXIT.
002220     EXIT.

002230 1100-READ-CARD.

002240     READ LTLIN-FILE
002250         AT END
002260             GO TO 1100-EOF
002270     END-READ.

002280     IF LC-COMMENT THEN
002290         GO TO 1100-READ-CARD
002300     END-IF.

002310     ADD 1 TO WS-CARD-COUNT.
002320     GO TO 1100-EXIT.

002330 1100-EOF.
002340     MOVE 'Y' TO WS-EOF-SW.

002350 1100-EXIT.
002360     EXIT.

002370 2000-PROCESS-CARD.

002380     IF LC-HEADER THEN
002390         PERFORM 2900-CLOSE-VERSION THRU 2900-EXIT
002400         PERFORM 2100-LOAD-HEADER THRU 2100-EXIT
002410     ELSE IF LC-TEXT-LINE THEN
002420         PERFORM 2200-LOAD-TEXT THRU 2200-EXIT
002430     ELSE IF LC-WITHDRAW THEN
002440         PERFORM 2900-CLOSE-VERSION THRU 2900-EXIT
002450         PERFORM 2300-WITHDRAW THRU 2300-EXIT
002460     ELSE IF LC-LIST THEN
002470         PERFORM 2900-CLOSE-VERSION THRU 2900-EXIT
002480         PERFORM 2400-LIST-VERSION THRU 2400-EXIT
002490     ELSE
002500         MOVE 'UNKNOWN RECORD TYPE' TO RL-REASON
002510         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
002520              END-IF
002530           END-IF
002540        END-IF
002550     END-IF.

002560     PERFORM 1100-READ-CARD THRU 1100-EXIT.

002570 2000-EXIT.
002580     EXIT.

002590*-----------------------------------------------------------------
002600* 2100-LOAD-HEADER - A NEW VERSION, ACTIVE FROM ITS EFFECTIVE
002610* DATE. ITS TEXT LINES FOLLOW IT ON LTLIN
002620*-----------------------------------------------------------------
002630 2100-LOAD-HEADER.

002640     MOVE SPACES TO WS-OPEN-ID.
002650     MOVE 0 TO WS-OPEN-VER.
002660     MOVE 0 TO WS-OPEN-REJECTS.

002670     IF LC-LETTER-ID = SPACES OR
002680             LC-VERSION IS NOT NUMERIC OR
002690             LC-VERSION-N = 0 THEN
002700         MOVE 'LETTER ID OR VERSION MISSING' TO RL-REASON
002710         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
002720         GO TO 2100-EXIT
002730     END-IF.

002740     IF LC-EFF-DATE IS NOT NUMERIC THEN
002750         MOVE 'EFFECTIVE DATE NOT YYYYMMDD' TO RL-REASON
002760         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
002770         GO TO 2100-EXIT
002780     END-IF.

002790     MOVE 'G2J' TO DP-FUNCTION.
002800     MOVE LC-EFF-DATE-N TO DP-GREGORIAN.
002810     CALL 'DCI8BDAT' USING DATEPARM.
002820     IF NOT DP-RC-GOOD THEN
002830         MOVE 'EFFECTIVE DATE NOT A REAL DATE' TO RL-REASON
002840         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
002850         GO TO 2100-EXIT
002860     END-IF.

002870*    WORDING CANNOT BE MADE LIVE BACKDATED - LETTERS ALREADY
002880*    SENT WERE SENT UNDER THE VERSION THEN IN FORCE
002890     IF DP-JULIAN < WS-TODAY THEN
002900         MOVE 'EFFECTIVE DATE BEFORE TODAY' TO RL-REASON
002910         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
002920         GO TO 2100-EXIT
002930     END-IF.

002940     MOVE SPACES TO LTRTMPL-REC.
002950     MOVE LC-LETTER-ID TO LT-LETTER-ID.
002960     MOVE LC-VERSION-N TO LT-VERSION.
002970     MOVE 0 TO LT-PARA-NO.
002980     MOVE 0 TO LT-LINE-NO.
002990     MOVE DP-JULIAN TO LT-EFF-DATE.
003000     MOVE 'A' TO LT-STATUS.
003010     MOVE LC-DESC TO LT-DESC.
003020     MOVE WS-TODAY TO LT-LOAD-DATE.

003030     WRITE LTRTMPL-FILE-REC FROM LTRTMPL-REC
003040         INVALID KEY
003050             MOVE 'VERSION ALREADY ON FILE - NEVER CHANGED'
003060                 TO RL-REASON
003070             PERFORM 2800-REJECT-CARD THRU 2800-EXIT
003080             GO TO 2100-EXIT
003090     END-WRITE.

003100     ADD 1 TO WS-VERSION-COUNT.
003110     MOVE LC-LETTER-ID TO WS-OPEN-ID.
003120     MOVE LC-VERSION-N TO WS-OPEN-VER.

003130     MOVE SPACES TO REPORT-LINE.
003140     WRITE REPORT-LINE.
003150     PERFORM 2500-PRINT-HEADER THRU 2500-EXIT.

003160 2100-EXIT.
003170     EXIT.

003180*-----------------------------------------------------------------
003190* 2200-LOAD-TEXT - ONE TEXT LINE OF THE VERSION JUST LOADED.
003200* TEXT FOR ANY OTHER VERSION IS REFUSED - THAT VERSION IS
003210* EITHER ALREADY ON FILE OR ITS HEADER WAS REJECTED
003220*-----------------------------------------------------------------
003230 2200-LOAD-TEXT.

003240     IF WS-OPEN-ID = SPACES OR
003250             LC-LETTER-ID NOT = WS-OPEN-ID OR
003260             LC-VERSION IS NOT NUMERIC OR
003270             LC-VERSION-N NOT = WS-OPEN-VER THEN
003280         MOVE 'NO HEADER LOADED FOR THIS VERSION' TO RL-REASON
003290         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
003300         GO TO 2200-EXIT
003310     END-IF.

003320     IF LC-PARA IS NOT NUMERIC OR LC-PARA-N = 0 OR
003330             LC-LINE IS NOT NUMERIC THEN
003340         MOVE 'PARAGRAPH OR LINE NUMBER INVALID' TO RL-REASON
003350         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
003360         ADD 1 TO WS-OPEN-REJECTS
003370         GO TO 2200-EXIT
003380     END-IF.

003390     MOVE SPACES TO LTRTMPL-REC.
003400     MOVE WS-OPEN-ID TO LT-LETTER-ID.
003410     MOVE WS-OPEN-VER TO LT-VERSION.
003420     MOVE LC-PARA-N TO LT-PARA-NO.
003430     MOVE LC-LINE-N TO LT-LINE-NO.
003440     MOVE LC-COND TO LT-COND.
003450     MOVE LC-TEXT TO LT-TEXT.

003460     WRITE LTRTMPL-FILE-REC FROM LTRTMPL-REC
003470         INVALID KEY
003480             MOVE 'PARAGRAPH AND LINE ALREADY LOADED'
003490                 TO RL-REASON
003500             PERFORM 2800-REJECT-CARD THRU 2800-EXIT
003510             ADD 1 TO WS-OPEN-REJECTS
003520             GO TO 2200-EXIT
003530     END-WRITE.

003540     ADD 1 TO WS-LINE-COUNT.
003550     PERFORM 2600-PRINT-TEXT THRU 2600-EXIT.

003560 2200-EXIT.
003570     EXIT.

003580*-----------------------------------------------------------------
003590* 2300-WITHDRAW - TAKES A VERSION OUT OF FORCE. ITS ROWS STAY ON
003600* FILE SO A LETTER ALREADY SENT UNDER IT CAN STILL BE LISTED
003610*-----------------------------------------------------------------
003620 2300-WITHDRAW.

003630     PERFORM 2700-READ-HEADER THRU 2700-EXIT.
003640     IF WS-LTRTMPL-STATUS NOT = '00' THEN
003650         MOVE 'VERSION NOT ON FILE' TO RL-REASON
003660         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
003670         GO TO 2300-EXIT
003680     END-IF.

003690     IF LT-WITHDRAWN THEN
003700         MOVE 'VERSION ALREADY WITHDRAWN' TO RL-REASON
003710         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
003720         GO TO 2300-EXIT
003730     END-IF.

003740     MOVE 'W' TO LT-STATUS.
003750     REWRITE LTRTMPL-FILE-REC FROM LTRTMPL-REC.
003760     ADD 1 TO WS-WITHDRAW-COUNT.

003770     MOVE SPACES TO REPORT-LINE.
003780     WRITE REPORT-LINE.
003790     PERFORM 2500-PRINT-HEADER THRU 2500-EXIT.
003800     MOVE 'WITHDRAWN' TO NL-NOTE.
003810     WRITE REPORT-LINE FROM WS-NOTE-LINE.

003820 2300-EXIT.
003830     EXIT.

003840*-----------------------------------------------------------------
003850* 2400-LIST-VERSION - THE HEADER AND EVERY TEXT LINE OF A
003860* VERSION, AS ON FILE
003870*-----------------------------------------------------------------
003880 2400-LIST-VERSION.

003890     PERFORM 2700-READ-HEADER THRU 2700-EXIT.
003900     IF WS-LTRTMPL-STATUS NOT = '00' THEN
003910         MOVE 'VERSION NOT ON FILE' TO RL-REASON
003920         PERFORM 2800-REJECT-CARD THRU 2800-EXIT
003930         GO TO 2400-EXIT
003940     END-IF.

003950     MOVE SPACES TO REPORT-LINE.
003960     WRITE REPORT-LINE.
003970     PERFORM 2500-PRINT-HEADER THRU 2500-EXIT.

003980     MOVE 'N' TO WS-LIST-EOF-SW.
003990     MOVE 1 TO LT-PARA-NO.
004000     MOVE 0 TO LT-LINE-NO.
004010     MOVE LT-KEY TO LF-KEY.

004020     START LTRTMPL-FILE KEY IS NOT LESS THAN LF-KEY
004030         INVALID KEY
004040             MOVE 'Y' TO WS-LIST-EOF-SW
004050     END-START.

004060     PERFORM 2410-LIST-ONE-LINE THRU 2410-EXIT
004070         UNTIL WS-LIST-EOF-YES.

004080 2400-EXIT.
004090     EXIT.

004100 2410-LIST-ONE-LINE.

004110     READ LTRTMPL-FILE NEXT RECORD INTO LTRTMPL-REC
004120         AT END
004130             MOVE 'Y' TO WS-LIST-EOF-SW
004140             GO TO 2410-EXIT
004150     END-READ.

004160     IF WS-LTRTMPL-STATUS NOT = '00' OR
004170             LT-LETTER-ID NOT = LC-LETTER-ID OR
004180             LT-VERSION NOT = LC-VERSION-N THEN
004190         MOVE 'Y' TO WS-LIST-EOF-SW
004200         GO TO 2410-EXIT
004210     END-IF.

004220     PERFORM 2600-PRINT-TEXT THRU 2600-EXIT.

004230 2410-EXIT.
004240     EXIT.

004250 2500-PRINT-HEADER.

004260     MOVE LT-LETTER-ID TO VL-LETTER-ID.
004270     MOVE LT-VERSION TO VL-VERSION.
004280     MOVE LT-EFF-DATE TO VL-EFF-DATE.
004290     MOVE LT-STATUS TO VL-STATUS.
004300     MOVE LT-LOAD-DATE TO VL-LOAD-DATE.
004310     MOVE LT-DESC TO VL-DESC.
004320     WRITE REPORT-LINE FROM WS-VERSION-LINE.

004330 2500-EXIT.
004340     EXIT.

004350 2600-PRINT-TEXT.

004360     MOVE LT-PARA-NO TO TL-PARA.
004370     MOVE LT-LINE-NO TO TL-LINE.
004380     MOVE LT-COND TO TL-COND.
004390     MOVE LT-TEXT TO TL-TEXT.
004400     WRITE REPORT-LINE FROM WS-TEXT-LINE.

004410 2600-EXIT.
004420     EXIT.

004430 2700-READ-HEADER.

004440     MOVE '23' TO WS-LTRTMPL-STATUS.
004450     IF LC-LETTER-ID = SPACES OR
004460             LC-VERSION IS NOT NUMERIC THEN
004470         GO TO 2700-EXIT
004480     END-IF.

004490     MOVE LC-LETTER-ID TO LT-LETTER-ID.
004500     MOVE LC-VERSION-N TO LT-VERSION.
004510     MOVE 0 TO LT-PARA-NO.
004520     MOVE 0 TO LT-LINE-NO.
004530     MOVE LT-KEY TO LF-KEY.

004540     READ LTRTMPL-FILE INTO LTRTMPL-REC
004550         INVALID KEY
004560             CONTINUE
004570     END-READ.

004580 2700-EXIT.
004590     EXIT.

004600 2800-REJECT-CARD.

004610     MOVE LTLIN-REC TO RL-CARD.
004620     WRITE REPORT-LINE FROM WS-REJECT-LINE.
004630     ADD 1 TO WS-REJECT-COUNT.

004640 2800-EXIT.
004650     EXIT.

004660*-----------------------------------------------------------------
004670* 2900-CLOSE-VERSION - AT THE END OF A NEW VERSION'S RECORDS,
004680* A VERSION THAT LOST ANY TEXT LINE IS WITHDRAWN BEFORE IT CAN
004690* COME INTO FORCE
004700*-----------------------------------------------------------------
004710 2900-CLOSE-VERSION.

004720     IF WS-OPEN-ID = SPACES OR WS-OPEN-REJECTS = 0 THEN
004730         GO TO 2900-CLOSE
004740     END-IF.

004750     MOVE WS-OPEN-ID TO LT-LETTER-ID.
004760     MOVE WS-OPEN-VER TO LT-VERSION.
004770     MOVE 0 TO LT-PARA-NO.
004780     MOVE 0 TO LT-LINE-NO.
004790     MOVE LT-KEY TO LF-KEY.

004800     READ LTRTMPL-FILE INTO LTRTMPL-REC
004810         INVALID KEY
004820             GO TO 2900-CLOSE
004830     END-READ.

004840     MOVE 'W' TO LT-STATUS.
004850     REWRITE LTRTMPL-FILE-REC FROM LTRTMPL-REC.
004860     ADD 1 TO WS-WITHDRAW-COUNT.
004870     MOVE 'N' TO WS-RUN-OK-SW.

004880     PERFORM 2500-PRINT-HEADER THRU 2500-EXIT.
004890     MOVE 'WITHDRAWN - TEXT LINES REJECTED, LOAD AS A NEW VERSION'
004900         TO NL-NOTE.
004910     WRITE REPORT-LINE FROM WS-NOTE-LINE.

004920 2900-CLOSE.
004930     MOVE SPACES TO WS-OPEN-ID.
004940     MOVE 0 TO WS-OPEN-VER.
004950     MOVE 0 TO WS-OPEN-REJECTS.

004960 2900-EXIT.
004970     EXIT.

004980 9000-TERMINATE.

004990     PERFORM 2900-CLOSE-VERSION THRU 2900-EXIT.

005000     DISPLAY 'DCI8BLTL - LETTER TEMPLATE LOAD - RUN SUMMARY'.
005010     DISPLAY 'RECORDS READ     : ' WS-CARD-COUNT.
005020     DISPLAY 'VERSIONS LOADED  : ' WS-VERSION-COUNT.
005030     DISPLAY 'TEXT LINES LOADED: ' WS-LINE-COUNT.
005040     DISPLAY 'WITHDRAWN        : ' WS-WITHDRAW-COUNT.
005050     DISPLAY 'REJECTED         : ' WS-REJECT-COUNT.

005060     CLOSE LTLIN-FILE.
005070     CLOSE LTRTMPL-FILE.
005080     CLOSE REPORT-FILE.

005090 9000-EXIT.
005100     EXIT.

005110*-----------------------------------------------------------------
005120* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
005130* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
005140* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
005150*-----------------------------------------------------------------
005160 8100-WRITE-JRNL-START.

005170*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
005180*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
005190     MOVE 'DCI8BLTL' TO JG-JOBNAME.
005200     CALL 'DCI8BJGT' USING JOBGATE.
005210     IF JG-RC-BLOCKED THEN
005220         MOVE JG-BLOCKED-RC TO RETURN-CODE
005230         STOP RUN
005240     END-IF.

005250     MOVE 'DCI8BLTL' TO JR-JOBNAME.
005260     MOVE 'S' TO JR-ROW-TYPE.
005270     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
005280         JR-REJECTED-COUNT.
005290     MOVE SPACE TO JR-STATUS.
005300     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

005310 8100-EXIT.
005320     EXIT.

005330 8200-WRITE-JRNL-END.

005340     MOVE 'DCI8BLTL' TO JR-JOBNAME.
005350     MOVE 'E' TO JR-ROW-TYPE.
005360     MOVE WS-CARD-COUNT TO JR-READ-COUNT.
005370     COMPUTE JR-WRITTEN-COUNT = WS-VERSION-COUNT + WS-LINE-COUNT.
005380     MOVE WS-REJECT-COUNT TO JR-REJECTED-COUNT.
005390     IF WS-RUN-OK THEN
005400         MOVE 'G' TO JR-STATUS
005410     ELSE
005420         MOVE 'F' TO JR-STATUS
005430     END-IF.
005440     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

005450 8200-EXIT.
005460     EXIT.

005470 8300-STAMP-AND-WRITE.

005480     ACCEPT JR-DATE FROM DAY YYYYDDD.
005490     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
005500     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

005510     OPEN EXTEND JOURNAL-FILE.
005520     WRITE JR-REC.
005530     CLOSE JOURNAL-FILE.

005540 8300-EXIT.
005550     EXIT.

005560 END PROGRAM DCI8BLTL.
