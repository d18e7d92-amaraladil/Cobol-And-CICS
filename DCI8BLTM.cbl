000010*****************************************************************
000020* DCI8BLTM - SHARED LETTER BUILDER FOR THE LETTER RUNS (LTRTMPL)
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BLTM.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - BUILDS EACH LETTER LINE BY
000160*                 LINE FROM THE LTRTMPL VERSION IN FORCE AND
000170*                 STAMPS THE VERSION USED AT THE FOOT
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THE WORDING OF THE CUSTOMER LETTERS LIVES ON LTRTMPL (SEE THE
000210* COPYBOOK), NOT IN THE PROGRAMS THAT PRINT THEM. A LETTER RUN
000220* FILLS THE LTRPARM BLOCK WITH THE CUSTOMER'S VALUES, CALLS
000230* THIS PROGRAM ONCE WITH FUNCTION 'S' TO START THE LETTER AND
000240* THEN WITH 'N' FOR EACH LINE UNTIL LP-RC-END, WRITING EACH
000250* LP-LINE TO ITS OWN PRINT FILE - THE DCI8BDAT PATTERN.
000260*
000270* THE VERSION IN FORCE IS THE HIGHEST ACTIVE VERSION OF THE
000280* LETTER WHOSE EFFECTIVE DATE IS TODAY OR EARLIER, LOOKED UP
000290* ONCE PER LETTER ID PER RUN. A LETTER WITH NO VERSION IN FORCE
000300* RETURNS LP-RC-NO-TEMPLATE AND THE CALLER HOLDS IT BACK - NO
000310* LETTER GOES OUT WITH WORDING NOBODY APPROVED. PARAGRAPHS ARE
000320* SET OFF BY A BLANK LINE, CONDITIONAL LINES ARE PRINTED ONLY
000330* WHEN THEIR CODE IS IN LP-COND-FLAGS, AND THE LAST LINE OF
000340* EVERY LETTER IS "LETTER ID VERSION NNN" SO THE WORDING A
000350* CUSTOMER RECEIVED CAN BE PROVED FROM THE LETTER ITSELF.
000360* LTRTMPL IS OPENED ON THE FIRST CALL AND LEFT OPEN; A FILE
000370* THAT WILL NOT OPEN MEANS NO TEMPLATE FOR ANY LETTER
000380*****************************************************************

000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.

000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.

000450     SELECT LTRTMPL-FILE ASSIGN TO LTRTMPL
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS LF-KEY
000490         FILE STATUS IS WS-LTRTMPL-STATUS.

000500 DATA DIVISION.
000510 FILE SECTION.

000520*-----------------------------------------------------------------
000530* LTRTMPL - THE LETTER TEMPLATE FILE, READ ONLY HERE
000540*-----------------------------------------------------------------
000550 FD  LTRTMPL-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 01  LTRTMPL-FILE-REC.
000580     05  LF-KEY                  PIC X(12).
000590     05  FILLER                  PIC X(88).

000600 WORKING-STORAGE SECTION.

000610 COPY 'LTRTMPL'.

000620     COPY 'DATEPARM'.

000630 77  WS-LTRTMPL-STATUS       PIC X(02) VALUE SPACES.
000640 77  WS-LTRTMPL-OPEN-SW      PIC X(01) VALUE 'N'.
000650     88  WS-LTRTMPL-OPEN            VALUE 'Y'.
000660 77  WS-LTRTMPL-AVAIL-SW     PIC X(01) VALUE 'N'.
000670     88  WS-LTRTMPL-AVAIL           VALUE 'Y'.
000680 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
000690 77  WS-TODAY-RAW            PIC 9(07) VALUE 0.

000700*-----------------------------------------------------------------
000710* THE VERSION IN FORCE FOR EACH LETTER ID MET THIS RUN - ZERO
000720* WHEN THE LETTER HAS NONE
000730*-----------------------------------------------------------------
000740 01  WS-VERSION-CACHE.
000750     05  WS-CACHE-COUNT      PIC S9(04) COMP VALUE 0.
000760     05  WS-CACHE-ENTRY      OCCURS 20 TIMES.
000770         10  WS-CACHE-ID     PIC X(04).
000780         10  WS-CACHE-VER    PIC 9(03).
000790 77  WS-CX                   PIC S9(04) COMP VALUE 0.
000800 77  WS-FOUND-VER            PIC 9(03) VALUE 0.
000810 77  WS-NEXT-VER             PIC 9(04) VALUE 0.
000820 77  WS-HDR-EOF-SW           PIC X(01) VALUE 'N'.
000830     88  WS-HDR-EOF                 VALUE 'Y'.

000840*-----------------------------------------------------------------
000850* THE LETTER BEING BUILT. A ROW READ AT THE START OF A NEW
000860* PARAGRAPH IS HELD WHILE THE BLANK LINE BEFORE IT GOES BACK
000870*-----------------------------------------------------------------
000880 01  WS-LETTER-STATE.
000890     05  WS-CUR-ID           PIC X(04) VALUE SPACES.
000900     05  WS-CUR-VER          PIC 9(03) VALUE 0.
000910     05  WS-PREV-PARA        PIC 9(03) VALUE 0.
000920     05  WS-HELD-SW          PIC X(01) VALUE 'N'.
000930         88  WS-ROW-HELD            VALUE 'Y'.
000940     05  WS-ROW-SW           PIC X(01) VALUE 'N'.
000950         88  WS-ROW-FOUND           VALUE 'Y'.
000960     05  WS-STAGE-SW         PIC X(01) VALUE 'E'.
000970         88  WS-IN-BODY             VALUE 'B'.
000980         88  WS-AT-STAMP            VALUE 'S'.
000990         88  WS-LETTER-DONE         VALUE 'E'.
001000 77  WS-COND-HITS            PIC S9(04) COMP VALUE 0.

001010*-----------------------------------------------------------------
001020* MARKER SUBSTITUTION - POSITIONS IN LT-TEXT AND LP-LINE, THE
001030* MARKER NAME BETWEEN THE AMPERSANDS AND THE VALUE FOR IT
001040*-----------------------------------------------------------------
001050 77  WS-IN-POS               PIC S9(04) COMP VALUE 0.
001060 77  WS-OUT-POS              PIC S9(04) COMP VALUE 0.
001070 77  WS-SCAN-FROM            PIC S9(04) COMP VALUE 0.
001080 77  WS-CLOSE-POS            PIC S9(04) COMP VALUE 0.
001090 77  WS-MARK-LEN             PIC S9(04) COMP VALUE 0.
001100 77  WS-VAL-LEN              PIC S9(04) COMP VALUE 0.
001110 77  WS-VAL-POS              PIC S9(04) COMP VALUE 0.
001120 77  WS-WORD-LEN             PIC S9(04) COMP VALUE 0.
001130 77  WS-START-POS            PIC S9(04) COMP VALUE 0.
001140 77  WS-KNOWN-SW             PIC X(01) VALUE 'N'.
001150     88  WS-MARKER-KNOWN            VALUE 'Y'.
001160 01  WS-MARKER               PIC X(10) VALUE SPACES.
001170 01  WS-VALUE                PIC X(60) VALUE SPACES.
001180 01  WS-WORD                 PIC X(20) VALUE SPACES.

001190 01  WS-AMOUNT-ED            PIC --,---,---,--9.99.
001200 01  WS-AMOUNT-X REDEFINES WS-AMOUNT-ED
001210                             PIC X(17).

001220 77  WS-FMT-JULIAN           PIC S9(7) COMP-3 VALUE 0.
001230 01  WS-GREG                 PIC 9(08) VALUE 0.
001240 01  WS-GREG-PARTS REDEFINES WS-GREG.
001250     05  WS-GREG-YYYY        PIC 9(04).
001260     05  WS-GREG-MM          PIC 9(02).
001270     05  WS-GREG-DD          PIC 9(02).
001280 01  WS-DATE-SHOW.
001290     05  DS-DD               PIC 9(02).
001300     05  FILLER              PIC X(01) VALUE '/'.
001310     05  DS-MM               PIC 9(02).
001320     05  FILLER              PIC X(01) VALUE '/'.
001330     05  DS-YYYY             PIC 9(04).

001340 01  WS-STAMP-LINE.
001350     05  FILLER              PIC X(07) VALUE 'LETTER '.
001360     05  ST-LETTER-ID        PIC X(04).
001370     05  FILLER              PIC X(09) VALUE ' VERSION '.
001380     05  ST-VERSION          PIC 9(03).
001390     05  FILLER              PIC X(57) VALUE SPACES.

001400 LINKAGE SECTION.

001410*-----------------------------------------------------------------
001420* THE CALLER'S LTRPARM BLOCK - SEE THE LTRPARM COPYBOOK
001430*-----------------------------------------------------------------
001440 01  LK-LTRPARM.
001450     05  LK-FUNCTION            PIC X(01).
001460         88  LK-FUNC-START            VALUE 'S'.
001470         88  LK-FUNC-NEXT             VALUE 'N'.
001480     05  LK-LETTER-ID           PIC X(04).
001490     05  LK-VERSION             PIC 9(03).
001500     05  LK-RETURN-CODE         PIC X(01).
001510     05  LK-COND-FLAGS          PIC X(08).
001520     05  LK-TITL                PIC X(04).
001530     05  LK-FNAME               PIC X(15).
001540     05  LK-SNAME               PIC X(15).
001550     05  LK-ADDR1               PIC X(20).
001560     05  LK-ADDR2               PIC X(20).
001570     05  LK-NEW-ADDR1           PIC X(20).
001580     05  LK-NEW-ADDR2           PIC X(20).
001590     05  LK-ACCTNO              PIC X(09).
001600     05  LK-REF                 PIC X(12).
001610     05  LK-TEXT                PIC X(40).
001620     05  LK-AMOUNT1             PIC S9(10)V99 COMP-3.
001630     05  LK-AMOUNT2             PIC S9(10)V99 COMP-3.
001640     05  LK-DATE1               PIC S9(7) COMP-3.
001650     05  LK-DATE2               PIC S9(7) COMP-3.
001660     05  LK-LINE                PIC X(80).

001670 PROCEDURE DIVISION USING LK-LTRPARM.

001680 0000-MAINLINE.

001690     PERFORM 7000-OPEN-LTRTMPL THRU 7000-EXIT.

001700     IF LK-FUNC-START THEN
001710         PERFORM 1000-START-LETTER THRU 1000-EXIT
001720     ELSE
001730         PERFORM 2000-NEXT-LINE THRU 2000-EXIT
001740     END-IF.

001750     GOBACK.

001760*-----------------------------------------------------------------
001770* 1000-START-LETTER - FINDS THE VERSION IN FORCE AND POSITIONS
001780* ON ITS FIRST TEXT ROW
001790*-----------------------------------------------------------------
001800 1000-START-LETTER.

001810     MOVE 'M' TO LK-RETURN-CODE.
001820     MOVE 0 TO LK-VERSION.
001830     MOVE 'E' TO WS-STAGE-SW.

001840     IF NOT WS-LTRTMPL-AVAIL THEN
001850         GO TO 1000-EXIT
001860     END-IF.

001870     PERFORM 1100-FIND-CACHE THRU 1100-EXIT
001880         VARYING WS-CX FROM 1 BY 1
001890         UNTIL WS-CX > WS-CACHE-COUNT OR
001900             WS-CACHE-ID(WS-CX) = LK-LETTER-ID.

001910     IF WS-CX > WS-CACHE-COUNT THEN
001920         PERFORM 1200-RESOLVE-VERSION THRU 1200-EXIT
001930     ELSE
001940         MOVE WS-CACHE-VER(WS-CX) TO WS-FOUND-VER
001950     END-IF.

001960     IF WS-FOUND-VER = 0 THEN
001970         GO TO 1000-EXIT
001980     END-IF.

001990     MOVE LK-LETTER-ID TO WS-CUR-ID.
002000     MOVE WS-FOUND-VER TO WS-CUR-VER.
002010     MOVE WS-FOUND-VER TO LK-VERSION.
002020     MOVE 0 TO WS-PREV-PARA.
002030     MOVE 'N' TO WS-HELD-SW.
002040     MOVE 'B' TO WS-STAGE-SW.
002050     MOVE 'G' TO LK-RETURN-CODE.

002060     MOVE WS-CUR-ID TO LT-LETTER-ID.
002070     MOVE WS-CUR-VER TO LT-VERSION.
002080     MOVE 1 TO LT-PARA-NO.
002090     MOVE 0 TO LT-LINE-NO.
002100     MOVE LT-KEY TO LF-KEY.

002110     START LTRTMPL-FILE KEY IS NOT LESS THAN LF-KEY
002120         INVALID KEY
002130             MOVE 'S' TO WS-STAGE-SW
002140     END-START.

002150 1000-EXIT.
002160     EXIT.

002170 1100-FIND-CACHE.
002180     CONTINUE.
002190 1100-EXIT.
002200     EXIT.

002210*-----------------------------------------------------------------
002220* 1200-RESOLVE-VERSION - VISITS EACH VERSION HEADER OF THE
002230* LETTER IN TURN, SKIPPING THE TEXT ROWS BETWEEN THEM; THE LAST
002240* ACTIVE ONE ALREADY EFFECTIVE IS THE ONE IN FORCE
002250*-----------------------------------------------------------------
002260 1200-RESOLVE-VERSION.

002270     MOVE 0 TO WS-FOUND-VER.
002280     MOVE 1 TO WS-NEXT-VER.
002290     MOVE 'N' TO WS-HDR-EOF-SW.

002300     PERFORM 1210-CHECK-ONE-VERSION THRU 1210-EXIT
002310         UNTIL WS-HDR-EOF.

002320     IF WS-CACHE-COUNT < 20 THEN
002330         ADD 1 TO WS-CACHE-COUNT
002340         MOVE LK-LETTER-ID TO WS-CACHE-ID(WS-CACHE-COUNT)
002350         MOVE WS-FOUND-VER TO WS-CACHE-VER(WS-CACHE-COUNT)
002360     END-IF.

002370 1200-EXIT.
002380     EXIT.

002390 1210-CHECK-ONE-VERSION.

002400     IF WS-NEXT-VER > 999 THEN
002410         MOVE 'Y' TO WS-HDR-EOF-SW
002420         GO TO 1210-EXIT
002430     END-IF.

002440     MOVE LK-LETTER-ID TO LT-LETTER-ID.
002450     MOVE WS-NEXT-VER TO LT-VERSION.
002460     MOVE 0 TO LT-PARA-NO.
002470     MOVE 0 TO LT-LINE-NO.
002480     MOVE LT-KEY TO LF-KEY.

002490     START LTRTMPL-FILE KEY IS NOT LESS THAN LF-KEY
002500         INVALID KEY
002510             MOVE 'Y' TO WS-HDR-EOF-SW
002520             GO TO 1210-EXIT
002530     END-START.

002540     READ LTRTMPL-FILE NEXT RECORD INTO LTRTMPL-REC
002550         AT END
002560             MOVE 'Y' TO WS-HDR-EOF-SW
002570             GO TO 1210-EXIT
002580     END-READ.

002590     IF WS-LTRTMPL-STATUS NOT = '00' OR
002600             LT-LETTER-ID NOT = LK-LETTER-ID THEN
002610         MOVE 'Y' TO WS-HDR-EOF-SW
002620         GO TO 1210-EXIT
002630     END-IF.

002640     IF LT-PARA-NO = 0 AND LT-LINE-NO = 0 AND LT-ACTIVE AND
002650             LT-EFF-DATE NOT > WS-TODAY THEN
002660         MOVE LT-VERSION TO WS-FOUND-VER
002670     END-IF.

002680     COMPUTE WS-NEXT-VER = LT-VERSION + 1.

002690 1210-EXIT.
002700     EXIT.

002710*-----------------------------------------------------------------
002720* 2000-NEXT-LINE - THE NEXT LINE OF THE LETTER: A TEXT ROW WITH
002730* ITS MARKERS REPLACED, THE BLANK LINE BEFORE A NEW PARAGRAPH,
002740* OR AFTER THE BODY A BLANK LINE AND THE VERSION STAMP
002750*-----------------------------------------------------------------
002760 2000-NEXT-LINE.

002770     MOVE SPACES TO LK-LINE.
002780     MOVE 'G' TO LK-RETURN-CODE.

002790     IF WS-LETTER-DONE THEN
002800         MOVE 'E' TO LK-RETURN-CODE
002810         GO TO 2000-EXIT
002820     END-IF.

002830     IF WS-AT-STAMP THEN
002840         MOVE WS-CUR-ID TO ST-LETTER-ID
002850         MOVE WS-CUR-VER TO ST-VERSION
002860         MOVE WS-STAMP-LINE TO LK-LINE
002870         MOVE 'E' TO WS-STAGE-SW
002880         GO TO 2000-EXIT
002890     END-IF.

002900     IF NOT WS-ROW-HELD THEN
002910         PERFORM 2100-READ-BODY-ROW THRU 2100-EXIT
002920     END-IF.

002930*    THE BODY HAS RUN OUT - THIS CALL RETURNS THE BLANK LINE
002940*    ABOVE THE STAMP
002950     IF WS-AT-STAMP THEN
002960         GO TO 2000-EXIT
002970     END-IF.

002980     IF LT-PARA-NO NOT = WS-PREV-PARA AND
002990             WS-PREV-PARA NOT = 0 THEN
003000         MOVE LT-PARA-NO TO WS-PREV-PARA
003010         GO TO 2000-EXIT
003020     END-IF.

003030     MOVE LT-PARA-NO TO WS-PREV-PARA.
003040     MOVE 'N' TO WS-HELD-SW.

003050     PERFORM 4000-BUILD-LINE THRU 4000-EXIT.

003060 2000-EXIT.
003070     EXIT.

003080 2100-READ-BODY-ROW.

003090     MOVE 'N' TO WS-ROW-SW.

003100     PERFORM 2110-READ-ONE-ROW THRU 2110-EXIT
003110         UNTIL WS-ROW-FOUND OR WS-AT-STAMP.

003120     IF WS-ROW-FOUND THEN
003130         MOVE 'Y' TO WS-HELD-SW
003140     END-IF.

003150 2100-EXIT.
003160     EXIT.

003170*-----------------------------------------------------------------
003180* 2110-READ-ONE-ROW - A ROW PAST THE END OF THIS VERSION ENDS
003190* THE BODY; A CONDITIONAL ROW WHOSE CODE THE CALLER HAS NOT
003200* RAISED IS PASSED OVER
003210*-----------------------------------------------------------------
003220 2110-READ-ONE-ROW.

003230     READ LTRTMPL-FILE NEXT RECORD INTO LTRTMPL-REC
003240         AT END
003250             MOVE 'S' TO WS-STAGE-SW
003260             GO TO 2110-EXIT
003270     END-READ.

003280     IF WS-LTRTMPL-STATUS NOT = '00' OR
003290             LT-LETTER-ID NOT = WS-CUR-ID OR
003300             LT-VERSION NOT = WS-CUR-VER THEN
003310         MOVE 'S' TO WS-STAGE-SW
003320         GO TO 2110-EXIT
003330     END-IF.

003340     IF LT-COND-ALWAYS THEN
003350         MOVE 'Y' TO WS-ROW-SW
003360         GO TO 2110-EXIT
003370     END-IF.

003380     MOVE 0 TO WS-COND-HITS.
003390     INSPECT LK-COND-FLAGS TALLYING WS-COND-HITS
003400         FOR ALL LT-COND.

003410     IF WS-COND-HITS > 0 THEN
003420         MOVE 'Y' TO WS-ROW-SW
003430     END-IF.

003440 2110-EXIT.
003450     EXIT.

003460*-----------------------------------------------------------------
003470* 4000-BUILD-LINE - COPIES LT-TEXT TO LP-LINE A CHARACTER AT A
003480* TIME, REPLACING EACH &MARKER& WITH ITS VALUE. AN AMPERSAND
003490* THAT DOES NOT OPEN A KNOWN MARKER IS COPIED AS IT STANDS, AND
003500* A LINE THE VALUES PUSH PAST 80 COLUMNS IS CUT THERE
003510*-----------------------------------------------------------------
003520 4000-BUILD-LINE.

003530     MOVE SPACES TO LK-LINE.
003540     MOVE 1 TO WS-IN-POS.
003550     MOVE 1 TO WS-OUT-POS.

003560     PERFORM 4100-SCAN-ONE THRU 4100-EXIT
003570         UNTIL WS-IN-POS > 80 OR WS-OUT-POS > 80.

003580 4000-EXIT.
003590     EXIT.

003600 4100-SCAN-ONE.

003610     IF LT-TEXT(WS-IN-POS:1) NOT = '&' THEN
003620         GO TO 4100-COPY-CHAR
003630     END-IF.

003640     COMPUTE WS-SCAN-FROM = WS-IN-POS + 1.
003650     PERFORM 4110-CLOSE-TEST THRU 4110-EXIT
003660         VARYING WS-CLOSE-POS FROM WS-SCAN-FROM BY 1
003670         UNTIL WS-CLOSE-POS > 80 OR
003680             LT-TEXT(WS-CLOSE-POS:1) = '&'.

003690     COMPUTE WS-MARK-LEN = WS-CLOSE-POS - WS-IN-POS - 1.
003700     IF WS-CLOSE-POS > 80 OR WS-MARK-LEN < 1 OR
003710             WS-MARK-LEN > 10 THEN
003720         GO TO 4100-COPY-CHAR
003730     END-IF.

003740     MOVE SPACES TO WS-MARKER.
003750     MOVE LT-TEXT(WS-SCAN-FROM:WS-MARK-LEN) TO WS-MARKER.
003760     PERFORM 4200-MARKER-VALUE THRU 4200-EXIT.

003770     IF NOT WS-MARKER-KNOWN THEN
003780         GO TO 4100-COPY-CHAR
003790     END-IF.

003800     PERFORM 4300-PUT-VALUE THRU 4300-EXIT.
003810     COMPUTE WS-IN-POS = WS-CLOSE-POS + 1.
003820     GO TO 4100-EXIT.

003830 4100-COPY-CHAR.
003840     MOVE LT-TEXT(WS-IN-POS:1) TO LK-LINE(WS-OUT-POS:1).
003850     ADD 1 TO WS-IN-POS.
003860     ADD 1 TO WS-OUT-POS.

003870 4100-EXIT.
003880     EXIT.

003890 4110-CLOSE-TEST.
003900     CONTINUE.
003910 4110-EXIT.
003920     EXIT.

003930*-----------------------------------------------------------------
003940* 4200-MARKER-VALUE - THE VALUE FOR THE MARKER IN WS-MARKER,
003950* LEFT-JUSTIFIED IN WS-VALUE
003960*-----------------------------------------------------------------
003970 4200-MARKER-VALUE.

003980     MOVE SPACES TO WS-VALUE.
003990     MOVE 'Y' TO WS-KNOWN-SW.

004000     IF WS-MARKER = 'NAME' THEN
004010         PERFORM 4400-BUILD-NAME THRU 4400-EXIT
004020         GO TO 4200-EXIT
004030     END-IF.

004040     IF WS-MARKER = 'TITLE' THEN
004050         MOVE LK-TITL TO WS-VALUE
004060         GO TO 4200-EXIT
004070     END-IF.

004080     IF WS-MARKER = 'FNAME' THEN
004090         MOVE LK-FNAME TO WS-VALUE
004100         GO TO 4200-EXIT
004110     END-IF.

004120     IF WS-MARKER = 'SNAME' THEN
004130         MOVE LK-SNAME TO WS-VALUE
004140         GO TO 4200-EXIT
004150     END-IF.

004160     IF WS-MARKER = 'ADDR1' THEN
004170         MOVE LK-ADDR1 TO WS-VALUE
004180         GO TO 4200-EXIT
004190     END-IF.

004200     IF WS-MARKER = 'ADDR2' THEN
004210         MOVE LK-ADDR2 TO WS-VALUE
004220         GO TO 4200-EXIT
004230     END-IF.

004240     IF WS-MARKER = 'NEWADDR1' THEN
004250         MOVE LK-NEW-ADDR1 TO WS-VALUE
004260         GO TO 4200-EXIT
004270     END-IF.

004280     IF WS-MARKER = 'NEWADDR2' THEN
004290         MOVE LK-NEW-ADDR2 TO WS-VALUE
004300         GO TO 4200-EXIT
004310     END-IF.

004320     IF WS-MARKER = 'ACCTNO' THEN
004330         MOVE LK-ACCTNO TO WS-VALUE
004340         GO TO 4200-EXIT
004350     END-IF.

004360     IF WS-MARKER = 'REF' THEN
004370         MOVE LK-REF TO WS-VALUE
004380         GO TO 4200-EXIT
004390     END-IF.

004400     IF WS-MARKER = 'TEXT' THEN
004410         MOVE LK-TEXT TO WS-VALUE
004420         GO TO 4200-EXIT
004430     END-IF.

004440     IF WS-MARKER = 'AMOUNT' THEN
004450         MOVE LK-AMOUNT1 TO WS-AMOUNT-ED
004460         PERFORM 4500-PUT-AMOUNT THRU 4500-EXIT
004470         GO TO 4200-EXIT
004480     END-IF.

004490     IF WS-MARKER = 'AMOUNT2' THEN
004500         MOVE LK-AMOUNT2 TO WS-AMOUNT-ED
004510         PERFORM 4500-PUT-AMOUNT THRU 4500-EXIT
004520         GO TO 4200-EXIT
004530     END-IF.

004540     IF WS-MARKER = 'DATE' THEN
004550         MOVE LK-DATE1 TO WS-FMT-JULIAN
004560         PERFORM 4600-PUT-DATE THRU 4600-EXIT
004570         GO TO 4200-EXIT
004580     END-IF.

004590     IF WS-MARKER = 'DATE2' THEN
004600         MOVE LK-DATE2 TO WS-FMT-JULIAN
004610         PERFORM 4600-PUT-DATE THRU 4600-EXIT
004620         GO TO 4200-EXIT
004630     END-IF.

004640     IF WS-MARKER = 'TODAY' THEN
004650         MOVE WS-TODAY TO WS-FMT-JULIAN
004660         PERFORM 4600-PUT-DATE THRU 4600-EXIT
004670         GO TO 4200-EXIT
004680     END-IF.

004690     MOVE 'N' TO WS-KNOWN-SW.

004700 4200-EXIT.
004710     EXIT.

004720*-----------------------------------------------------------------
004730* 4300-PUT-VALUE - WS-VALUE WITHOUT ITS TRAILING SPACES ONTO
004740* THE LINE. A BLANK VALUE PUTS NOTHING
004750*-----------------------------------------------------------------
004760 4300-PUT-VALUE.

004770     PERFORM 4310-SPACE-TEST THRU 4310-EXIT
004780         VARYING WS-VAL-LEN FROM 60 BY -1
004790         UNTIL WS-VAL-LEN = 0 OR
004800             WS-VALUE(WS-VAL-LEN:1) NOT = SPACE.

004810     IF WS-VAL-LEN = 0 THEN
004820         GO TO 4300-EXIT
004830     END-IF.

004840     IF WS-OUT-POS + WS-VAL-LEN > 81 THEN
004850         COMPUTE WS-VAL-LEN = 81 - WS-OUT-POS
004860     END-IF.

004870     MOVE WS-VALUE(1:WS-VAL-LEN)
004880         TO LK-LINE(WS-OUT-POS:WS-VAL-LEN).
004890     ADD WS-VAL-LEN TO WS-OUT-POS.

004900 4300-EXIT.
004910     EXIT.

004920 4310-SPACE-TEST.
004930     CONTINUE.
004940 4310-EXIT.
004950     EXIT.

004960*-----------------------------------------------------------------
004970* 4400-BUILD-NAME - TITLE, FORENAME AND SURNAME ONE SPACE APART,
004980* A BLANK PART LEFT OUT
004990*-----------------------------------------------------------------
005000 4400-BUILD-NAME.

005010     MOVE 1 TO WS-VAL-POS.

005020     MOVE LK-TITL TO WS-WORD.
005030     PERFORM 4410-ADD-WORD THRU 4410-EXIT.
005040     MOVE LK-FNAME TO WS-WORD.
005050     PERFORM 4410-ADD-WORD THRU 4410-EXIT.
005060     MOVE LK-SNAME TO WS-WORD.
005070     PERFORM 4410-ADD-WORD THRU 4410-EXIT.

005080 4400-EXIT.
005090     EXIT.

005100 4410-ADD-WORD.

005110     PERFORM 4310-SPACE-TEST THRU 4310-EXIT
005120         VARYING WS-WORD-LEN FROM 20 BY -1
005130         UNTIL WS-WORD-LEN = 0 OR
005140             WS-WORD(WS-WORD-LEN:1) NOT = SPACE.

005150     IF WS-WORD-LEN = 0 THEN
005160         GO TO 4410-EXIT
005170     END-IF.

005180     IF WS-VAL-POS > 1 THEN
005190         ADD 1 TO WS-VAL-POS
005200     END-IF.

005210     MOVE WS-WORD(1:WS-WORD-LEN)
005220         TO WS-VALUE(WS-VAL-POS:WS-WORD-LEN).
005230     ADD WS-WORD-LEN TO WS-VAL-POS.

005240 4410-EXIT.
005250     EXIT.

005260*-----------------------------------------------------------------
005270* 4500-PUT-AMOUNT - THE EDITED AMOUNT WITHOUT ITS LEADING SPACES
005280*-----------------------------------------------------------------
005290 4500-PUT-AMOUNT.

005300     PERFORM 4310-SPACE-TEST THRU 4310-EXIT
005310         VARYING WS-START-POS FROM 1 BY 1
005320         UNTIL WS-START-POS > 17 OR
005330             WS-AMOUNT-X(WS-START-POS:1) NOT = SPACE.

005340     COMPUTE WS-VAL-LEN = 18 - WS-START-POS.
005350     MOVE WS-AMOUNT-X(WS-START-POS:WS-VAL-LEN) TO WS-VALUE.

005360 4500-EXIT.
005370     EXIT.

005380*-----------------------------------------------------------------
005390* 4600-PUT-DATE - A YYYYDDD DATE AS DD/MM/YYYY; A ZERO OR
005400* UNCONVERTIBLE DATE PUTS NOTHING
005410*-----------------------------------------------------------------
005420 4600-PUT-DATE.

005430     IF WS-FMT-JULIAN = 0 THEN
005440         GO TO 4600-EXIT
005450     END-IF.

005460     MOVE 'J2G' TO DP-FUNCTION.
005470     MOVE WS-FMT-JULIAN TO DP-JULIAN.
005480     CALL 'DCI8BDAT' USING DATEPARM.
005490     IF NOT DP-RC-GOOD THEN
005500         GO TO 4600-EXIT
005510     END-IF.

005520     MOVE DP-GREGORIAN TO WS-GREG.
005530     MOVE WS-GREG-DD TO DS-DD.
005540     MOVE WS-GREG-MM TO DS-MM.
005550     MOVE WS-GREG-YYYY TO DS-YYYY.
005560     MOVE WS-DATE-SHOW TO WS-VALUE.

005570 4600-EXIT.
005580     EXIT.

005590 7000-OPEN-LTRTMPL.

005600     IF WS-LTRTMPL-OPEN THEN
005610         GO TO 7000-EXIT
005620     END-IF.

005630     MOVE 'Y' TO WS-LTRTMPL-OPEN-SW.
005640     ACCEPT WS-TODAY-RAW FROM DAY YYYYDDD.
005650     MOVE WS-TODAY-RAW TO WS-TODAY.

005660     OPEN INPUT LTRTMPL-FILE.

005670     IF WS-LTRTMPL-STATUS = '00' THEN
005680         MOVE 'Y' TO WS-LTRTMPL-AVAIL-SW
005690     ELSE
005700         DISPLAY 'DCI8BLTM - LTRTMPL NOT OPENED, STATUS '
005710             WS-LTRTMPL-STATUS ' - EVERY LETTER HELD THIS RUN'
005720     END-IF.

005730 7000-EXIT.
005740     EXIT.

005750 END PROGRAM DCI8BLTM.
