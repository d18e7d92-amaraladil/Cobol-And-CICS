000010*****************************************************************
000020* DCI8BSLD - SANCTIONS CONSOLIDATED LIST LOAD
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BSLD.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 21-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-21 AA   INITIAL VERSION - REBUILDS SANCLIST FROM THE
000160*                 PUBLISHED CONSOLIDATED LIST WITH ITS SCREENING
000170*                 KEYS
000172* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000176*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* RUN WHENEVER THE GOVERNMENT PUBLISHES A NEW CONSOLIDATED
000210* SANCTIONS LIST, AHEAD OF THAT NIGHT'S DCI8BSRS RESCREEN. THE
000220* DOWNLOAD STEP LEAVES THE LIST IN SANCIN AS FIXED 200-BYTE
000230* ROWS, ONE PER NAME - THE ENTRY'S GROUP ID, WHETHER THE NAME
000240* IS THE PRIMARY NAME OR AN ALIAS, THE ENTRY TYPE, SURNAME
000250* (THE WHOLE NAME FOR AN ENTITY OR SHIP), FIRST FORENAME,
000260* OTHER FORENAMES, DATE OF BIRTH, REGIME AND LISTED DATE.
000270* THE LIST IS PUBLISHED WHOLE, SO SANCLIST IS REBUILT WHOLE:
000280* THE ROWS ARE SORTED INTO GROUP ORDER (PRIMARY NAME FIRST),
000290* NUMBERED 00, 01, ... WITHIN THE GROUP, GIVEN THEIR
000300* LETTERS-ONLY NAME KEYS AND SOUNDEX CODES, AND WRITTEN. AN
000310* EMPTY SANCIN (A FAILED DOWNLOAD) LEAVES THE CURRENT LIST
000320* STANDING AND ENDS THE RUN 'F' RATHER THAN EMPTY THE FILE.
000330* ROWS WITH NO GROUP ID OR NO NAME, AND ALIASES PAST THE 99TH
000340* IN A GROUP, ARE COUNTED AND SKIPPED. THE SANCCODE ALTERNATE
000350* INDEX IS REBUILT BY THE STEP AFTER THIS ONE
000360*****************************************************************

000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.

000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.

000430     SELECT SANCIN-FILE ASSIGN TO SANCIN
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-SANCIN-STATUS.

000460     SELECT SANCLIST-FILE ASSIGN TO SANCLIST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS SL-KEY
000500         FILE STATUS IS WS-SANCLIST-STATUS.

000510     SELECT SORT-FILE ASSIGN TO SORTWK01.

000520     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-JOURNAL-STATUS.

000550 DATA DIVISION.
000560 FILE SECTION.

000570*-----------------------------------------------------------------
000580* SANCIN - THE PUBLISHED LIST AS THE DOWNLOAD STEP LEAVES IT
000590*-----------------------------------------------------------------
000600 FD  SANCIN-FILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630 01  SANCIN-REC.
000640     05  SI-GROUP-ID             PIC X(10).
000650     05  SI-NAME-TYPE            PIC X(01).
000660         88  SI-PRIMARY-NAME             VALUE 'P'.
000670     05  SI-ENTRY-TYPE           PIC X(01).
000680     05  SI-SNAME                PIC X(35).
000690     05  SI-FNAME                PIC X(35).
000700     05  SI-ONAMES               PIC X(35).
000710     05  SI-DOB                  PIC X(10).
000720     05  SI-REGIME               PIC X(20).
000730     05  SI-LISTED-YMD           PIC 9(08).
000740     05  FILLER                  PIC X(45).

000750 FD  SANCLIST-FILE
000760     LABEL RECORDS ARE STANDARD.
000770*-----------------------------------------------------------------
000780* SANCLIST - SEE THE SANCLIST COPYBOOK FOR THE ONLINE VIEW
000790*-----------------------------------------------------------------
000800 01  SANCLIST-REC.
000810     05  SL-KEY.
000820         10  SL-LIST-ID          PIC X(10).
000830         10  SL-NAME-SEQ         PIC 9(02).
000840     05  SL-ENTRY-TYPE           PIC X(01).
000850     05  SL-FULL-NAME            PIC X(60).
000860     05  SL-SNAME-KEY            PIC X(15).
000870     05  SL-FNAME-KEY            PIC X(15).
000880     05  SL-SNAME-CODE           PIC X(04).
000890     05  SL-FNAME-CODE           PIC X(04).
000900     05  SL-DOB                  PIC X(10).
000910     05  SL-REGIME               PIC X(20).
000920     05  SL-LISTED-DATE          PIC S9(7) COMP-3.
000930     05  SL-LOADED-DATE          PIC S9(7) COMP-3.

000940 SD  SORT-FILE.
000950 01  SORT-REC.
000960     05  SR-LIST-ID              PIC X(10).
000970     05  SR-NAME-TYPE            PIC X(01).
000980     05  SR-ENTRY-TYPE           PIC X(01).
000990     05  SR-FULL-NAME            PIC X(60).
001000     05  SR-SNAME-KEY            PIC X(15).
001010     05  SR-FNAME-KEY            PIC X(15).
001020     05  SR-SNAME-CODE           PIC X(04).
001030     05  SR-FNAME-CODE           PIC X(04).
001040     05  SR-DOB                  PIC X(10).
001050     05  SR-REGIME               PIC X(20).
001060     05  SR-LISTED-DATE          PIC S9(7) COMP-3.

001070*-----------------------------------------------------------------
001080* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001090* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001100*-----------------------------------------------------------------
001110 FD  JOURNAL-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  JR-REC.
001150     05  JR-JOBNAME              PIC X(08).
001160     05  JR-ROW-TYPE             PIC X(01).
001170     05  JR-DATE                 PIC 9(07).
001180     05  JR-TIME                 PIC 9(06).
001190     05  JR-READ-COUNT           PIC 9(07).
001200     05  JR-WRITTEN-COUNT        PIC 9(07).
001210     05  JR-REJECTED-COUNT       PIC 9(07).
001220     05  JR-STATUS               PIC X(01).
001230     05  FILLER                  PIC X(06).

001240 WORKING-STORAGE SECTION.
001250 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001260 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001265     COPY 'JOBGATE'.

001270 77  WS-SANCIN-STATUS        PIC X(02) VALUE SPACES.
001280 77  WS-SANCLIST-STATUS      PIC X(02) VALUE SPACES.

001290 01  WS-SWITCHES.
001300     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001310         88  WS-EOF-YES              VALUE 'Y'.
001320     05  WS-SORT-EOF-SW      PIC X(01) VALUE 'N'.
001330         88  WS-SORT-EOF-YES         VALUE 'Y'.
001340     05  WS-LOADED-SW        PIC X(01) VALUE 'N'.
001350         88  WS-LIST-LOADED          VALUE 'Y'.

001360 01  WS-COUNTERS.
001370     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001380     05  WS-RELEASED-COUNT   PIC 9(07) COMP-3 VALUE 0.
001390     05  WS-WRITTEN-COUNT    PIC 9(07) COMP-3 VALUE 0.
001400     05  WS-ENTRY-COUNT      PIC 9(07) COMP-3 VALUE 0.
001410     05  WS-NONAME-COUNT     PIC 9(07) COMP-3 VALUE 0.
001420     05  WS-OVERFLOW-COUNT   PIC 9(07) COMP-3 VALUE 0.
001430     05  WS-BADDATE-COUNT    PIC 9(07) COMP-3 VALUE 0.

001440* THE GROUP BEING WRITTEN AND ITS NEXT NAME SEQUENCE
001450 77  WS-PREV-LIST-ID         PIC X(10) VALUE SPACES.
001460 77  WS-NEXT-SEQ             PIC 9(03) VALUE 0.
001470 77  WS-TODAY-JUL            PIC S9(7) COMP-3 VALUE 0.

001480*-----------------------------------------------------------------
001490* NAME-KEY WORK - 7000-NAME-KEYS CUTS WS-NK-NAME DOWN TO ITS
001500* LETTERS (WS-NK-KEY) AND THEIR SOUNDEX CODE (WS-NK-CODE). THE
001510* SAME RULE SCREENS IN DCI8DPGW AND DCI8BSRS, KEPT IN LOCKSTEP
001520* BY CONVENTION - A KEY BUILT ONE WAY HERE AND ANOTHER THERE
001530* WOULD NEVER MEET
001540*-----------------------------------------------------------------
001550 01  WS-NK-NAME              PIC X(35) VALUE SPACES.
001560 01  WS-NK-KEY               PIC X(15) VALUE SPACES.
001570 01  WS-NK-CODE              PIC X(04) VALUE SPACES.
001580 01  WS-NK-SDX               PIC X(15) VALUE SPACES.
001590 01  WS-NK-CHAR              PIC X(01) VALUE SPACE.
001600     88  WS-NK-LETTER                VALUE 'A' THRU 'I'
001610                                           'J' THRU 'R'
001620                                           'S' THRU 'Z'.
001630 01  WS-NK-PREV              PIC X(01) VALUE SPACE.
001640 77  WS-NK-SUB               PIC S9(04) COMP VALUE 0.
001650 77  WS-NK-OUT               PIC S9(04) COMP VALUE 0.

001660* THE PUBLISHED NAME PUT BACK TOGETHER FOR THE REVIEWER
001670 01  WS-FULL-NAME            PIC X(60) VALUE SPACES.
001680 77  WS-FN-PTR               PIC S9(04) COMP VALUE 0.

001690* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
001700     COPY 'DATEPARM'.

001710 PROCEDURE DIVISION.

001720 0000-MAINLINE.

001730     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

001740     MOVE 'TOD' TO DP-FUNCTION.
001750     CALL 'DCI8BDAT' USING DATEPARM.
001760     MOVE DP-JULIAN TO WS-TODAY-JUL.

001770     SORT SORT-FILE
001780         ON ASCENDING KEY SR-LIST-ID
001790         ON DESCENDING KEY SR-NAME-TYPE
001800         ON ASCENDING KEY SR-FULL-NAME
001810         INPUT PROCEDURE IS 2000-RELEASE-ROWS
001820             THRU 2000-RELEASE-EXIT
001830         OUTPUT PROCEDURE IS 3000-WRITE-LIST
001840             THRU 3000-WRITE-EXIT.

001850     DISPLAY 'DCI8BSLD - SANCTIONS LIST LOAD - RUN SUMMARY'.
001860     DISPLAY 'LIST ROWS READ       : ' WS-READ-COUNT.
001870     DISPLAY 'NAMES WRITTEN        : ' WS-WRITTEN-COUNT.
001880     DISPLAY 'LIST ENTRIES         : ' WS-ENTRY-COUNT.
001890     DISPLAY 'ROWS WITH NO NAME/ID : ' WS-NONAME-COUNT.
001900     DISPLAY 'ALIASES PAST 99      : ' WS-OVERFLOW-COUNT.
001910     DISPLAY 'LISTED DATES UNREAD  : ' WS-BADDATE-COUNT.
001920     IF NOT WS-LIST-LOADED THEN
001930         DISPLAY 'DCI8BSLD - SANCIN EMPTY - CURRENT LIST KEPT'
001940     END-IF.

001950     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

001960     GOBACK.

001970*-----------------------------------------------------------------
001980* 2000-RELEASE-ROWS READS THE PUBLISHED LIST AND RELEASES ONE
001990* SORT ROW PER USABLE NAME WITH ITS SCREENING KEYS BUILT
002000*-----------------------------------------------------------------
002010 2000-RELEASE-ROWS.

002020     OPEN INPUT SANCIN-FILE.

002030     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
002040         UNTIL WS-EOF-YES.

002050     CLOSE SANCIN-FILE.

002060 2000-RELEASE-EXIT.
002070     EXIT.

002080 2100-RELEASE-ONE.

002090     READ SANCIN-FILE
002100         AT END
002110             MOVE 'Y' TO WS-EOF-SW
002120             GO TO 2100-EXIT
002130     END-READ.

002140     ADD 1 TO WS-READ-COUNT.

002150     IF SI-GROUP-ID = SPACES OR SI-SNAME = SPACES THEN
002160         ADD 1 TO WS-NONAME-COUNT
002170         GO TO 2100-EXIT
002180     END-IF.

002190     MOVE SI-GROUP-ID TO SR-LIST-ID.
002200     MOVE SI-NAME-TYPE TO SR-NAME-TYPE.
002210     MOVE SI-ENTRY-TYPE TO SR-ENTRY-TYPE.
002220     INSPECT SR-ENTRY-TYPE CONVERTING 'ies' TO 'IES'.
002230     MOVE SI-DOB TO SR-DOB.
002240     MOVE SI-REGIME TO SR-REGIME.

002250     MOVE SI-SNAME TO WS-NK-NAME.
002260     PERFORM 7000-NAME-KEYS THRU 7000-EXIT.
002270     MOVE WS-NK-KEY TO SR-SNAME-KEY.
002280     MOVE WS-NK-CODE TO SR-SNAME-CODE.

002290     MOVE SI-FNAME TO WS-NK-NAME.
002300     PERFORM 7000-NAME-KEYS THRU 7000-EXIT.
002310     MOVE WS-NK-KEY TO SR-FNAME-KEY.
002320     MOVE WS-NK-CODE TO SR-FNAME-CODE.

002330     PERFORM 2200-BUILD-FULL-NAME THRU 2200-EXIT.
002340     MOVE WS-FULL-NAME TO SR-FULL-NAME.

002350     MOVE 0 TO SR-LISTED-DATE.
002360     IF SI-LISTED-YMD IS NUMERIC AND SI-LISTED-YMD > 0 THEN
002370         MOVE 'G2J' TO DP-FUNCTION
002380         MOVE SI-LISTED-YMD TO DP-GREGORIAN
002390         CALL 'DCI8BDAT' USING DATEPARM
002400         IF DP-RC-GOOD THEN
002410             MOVE DP-JULIAN TO SR-LISTED-DATE
002420         ELSE
002430             ADD 1 TO WS-BADDATE-COUNT
002440         END-IF
002450     END-IF.

002460     RELEASE SORT-REC.
002470     ADD 1 TO WS-RELEASED-COUNT.

002480 2100-EXIT.
002490     EXIT.

002500*-----------------------------------------------------------------
002510* 2200-BUILD-FULL-NAME - FORENAMES, OTHER NAMES, THEN SURNAME,
002520* EACH CLOSED UP TO A SINGLE SPACE
002530*-----------------------------------------------------------------
002540 2200-BUILD-FULL-NAME.

002550     MOVE SPACES TO WS-FULL-NAME.
002560     MOVE 1 TO WS-FN-PTR.

002570     IF SI-FNAME NOT = SPACES THEN
002580         STRING SI-FNAME DELIMITED BY '  '
002590                ' ' DELIMITED BY SIZE
002600             INTO WS-FULL-NAME WITH POINTER WS-FN-PTR
002610     END-IF.
002620     IF SI-ONAMES NOT = SPACES THEN
002630         STRING SI-ONAMES DELIMITED BY '  '
002640                ' ' DELIMITED BY SIZE
002650             INTO WS-FULL-NAME WITH POINTER WS-FN-PTR
002660     END-IF.
002670     STRING SI-SNAME DELIMITED BY '  '
002680         INTO WS-FULL-NAME WITH POINTER WS-FN-PTR.

002690 2200-EXIT.
002700     EXIT.

002710*-----------------------------------------------------------------
002720* 3000-WRITE-LIST REPLACES SANCLIST WITH THE SORTED ROWS,
002730* NUMBERING THE NAMES WITHIN EACH GROUP. NOTHING RELEASED MEANS
002740* NOTHING TO LOAD - THE FILE IS NOT OPENED, SO IT KEEPS THE
002750* LAST GOOD LIST
002760*-----------------------------------------------------------------
002770 3000-WRITE-LIST.

002780     IF WS-RELEASED-COUNT = 0 THEN
002790         GO TO 3000-WRITE-EXIT
002800     END-IF.

002810     OPEN OUTPUT SANCLIST-FILE.
002820     MOVE 'Y' TO WS-LOADED-SW.

002830     PERFORM 3100-WRITE-ONE THRU 3100-EXIT
002840         UNTIL WS-SORT-EOF-YES.

002850     CLOSE SANCLIST-FILE.

002860 3000-WRITE-EXIT.
002870     EXIT.

002880 3100-WRITE-ONE.

002890     RETURN SORT-FILE
002900         AT END
002910             MOVE 'Y' TO WS-SORT-EOF-SW
002920             GO TO 3100-EXIT
002930     END-RETURN.

002940     IF SR-LIST-ID NOT = WS-PREV-LIST-ID THEN
002950         MOVE SR-LIST-ID TO WS-PREV-LIST-ID
002960         MOVE 0 TO WS-NEXT-SEQ
002970         ADD 1 TO WS-ENTRY-COUNT
002980     END-IF.

002990     IF WS-NEXT-SEQ > 99 THEN
003000         ADD 1 TO WS-OVERFLOW-COUNT
003010         GO TO 3100-EXIT
003020     END-IF.

003030     MOVE SR-LIST-ID TO SL-LIST-ID.
003040     MOVE WS-NEXT-SEQ TO SL-NAME-SEQ.
003050     MOVE SR-ENTRY-TYPE TO SL-ENTRY-TYPE.
003060     MOVE SR-FULL-NAME TO SL-FULL-NAME.
003070     MOVE SR-SNAME-KEY TO SL-SNAME-KEY.
003080     MOVE SR-FNAME-KEY TO SL-FNAME-KEY.
003090     MOVE SR-SNAME-CODE TO SL-SNAME-CODE.
003100     MOVE SR-FNAME-CODE TO SL-FNAME-CODE.
003110     MOVE SR-DOB TO SL-DOB.
003120     MOVE SR-REGIME TO SL-REGIME.
003130     MOVE SR-LISTED-DATE TO SL-LISTED-DATE.
003140     MOVE WS-TODAY-JUL TO SL-LOADED-DATE.

003150     WRITE SANCLIST-REC.
003160     IF WS-SANCLIST-STATUS = '00' THEN
003170         ADD 1 TO WS-WRITTEN-COUNT
003180     ELSE
003190         DISPLAY 'DCI8BSLD - SANCLIST WRITE STATUS '
003200             WS-SANCLIST-STATUS ' FOR ' SL-KEY
003210     END-IF.

003220     ADD 1 TO WS-NEXT-SEQ.

003230 3100-EXIT.
003240     EXIT.

003250*-----------------------------------------------------------------
003260* 7000-NAME-KEYS - WS-NK-NAME TO ITS LETTERS-ONLY KEY AND THE
003270* SOUNDEX CODE OF THAT KEY (FIRST LETTER, THEN THE DIGITS OF
003280* THE NEXT SOUNDS, REPEATS AND VOWELS DROPPED, ZERO FILLED).
003290* SPACES, HYPHENS, APOSTROPHES AND STOPS ARE DROPPED AND LOWER
003300* CASE IS FOLDED, SO AL-RASHID, AL RASHID AND ALRASHID ALL
003310* GIVE THE SAME KEY. A NAME WITH NO LETTERS GIVES SPACES
003320*-----------------------------------------------------------------
003330 7000-NAME-KEYS.

003340     MOVE SPACES TO WS-NK-KEY WS-NK-CODE.
003350     INSPECT WS-NK-NAME CONVERTING
003360         'abcdefghijklmnopqrstuvwxyz'
003370         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

003380     MOVE 0 TO WS-NK-OUT.
003390     PERFORM 7100-KEY-CHAR THRU 7100-EXIT
003400         VARYING WS-NK-SUB FROM 1 BY 1
003410         UNTIL WS-NK-SUB > 35 OR WS-NK-OUT NOT < 15.

003420     IF WS-NK-OUT = 0 THEN
003430         GO TO 7000-EXIT
003440     END-IF.

003450* SOUNDEX DIGITS BY LETTER - '-' (H AND W) NEITHER COUNTS NOR
003460* SEPARATES A REPEAT, '0' (THE VOWELS AND Y) SEPARATES ONLY
003470     MOVE WS-NK-KEY TO WS-NK-SDX.
003480     INSPECT WS-NK-SDX CONVERTING
003490         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
003500         TO '0123012-02245501262301-202'.

003510     MOVE WS-NK-KEY(1:1) TO WS-NK-CODE(1:1).
003520     MOVE '000' TO WS-NK-CODE(2:3).
003530     MOVE WS-NK-SDX(1:1) TO WS-NK-PREV.
003540     MOVE 1 TO WS-NK-OUT.
003550     PERFORM 7200-SOUNDEX-CHAR THRU 7200-EXIT
003560         VARYING WS-NK-SUB FROM 2 BY 1
003570         UNTIL WS-NK-SUB > 15 OR WS-NK-OUT NOT < 4.

003580 7000-EXIT.
003590     EXIT.

003600 7100-KEY-CHAR.

003610     MOVE WS-NK-NAME(WS-NK-SUB:1) TO WS-NK-CHAR.
003620     IF WS-NK-LETTER THEN
003630         ADD 1 TO WS-NK-OUT
003640         MOVE WS-NK-CHAR TO WS-NK-KEY(WS-NK-OUT:1)
003650     END-IF.

003660 7100-EXIT.
003670     EXIT.

003680 7200-SOUNDEX-CHAR.

003690     MOVE WS-NK-SDX(WS-NK-SUB:1) TO WS-NK-CHAR.

003700     IF WS-NK-CHAR = SPACE OR WS-NK-CHAR = '-' THEN
003710         GO TO 7200-EXIT
003720     END-IF.

003730     IF WS-NK-CHAR = '0' OR WS-NK-CHAR = WS-NK-PREV THEN
003740         MOVE WS-NK-CHAR TO WS-NK-PREV
003750         GO TO 7200-EXIT
003760     END-IF.

003770     ADD 1 TO WS-NK-OUT.
003780     MOVE WS-NK-CHAR TO WS-NK-CODE(WS-NK-OUT:1).
003790     MOVE WS-NK-CHAR TO WS-NK-PREV.

003800 7200-EXIT.
003810     EXIT.

003820*-----------------------------------------------------------------
003830* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
003840* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
003850* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
003860*-----------------------------------------------------------------
003870 8100-WRITE-JRNL-START.

003871*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003872*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003873     MOVE 'DCI8BSLD' TO JG-JOBNAME.
003874     CALL 'DCI8BJGT' USING JOBGATE.
003875     IF JG-RC-BLOCKED THEN
003876         MOVE JG-BLOCKED-RC TO RETURN-CODE
003877         STOP RUN
003878     END-IF.

003880     MOVE 'DCI8BSLD' TO JR-JOBNAME.
003890     MOVE 'S' TO JR-ROW-TYPE.
003900     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003910         JR-REJECTED-COUNT.
003920     MOVE SPACE TO JR-STATUS.
003930     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003940 8100-EXIT.
003950     EXIT.

003960 8200-WRITE-JRNL-END.

003970     MOVE 'DCI8BSLD' TO JR-JOBNAME.
003980     MOVE 'E' TO JR-ROW-TYPE.
003990     MOVE WS-READ-COUNT TO JR-READ-COUNT.
004000     MOVE WS-WRITTEN-COUNT TO JR-WRITTEN-COUNT.
004010     COMPUTE JR-REJECTED-COUNT = WS-NONAME-COUNT
004020         + WS-OVERFLOW-COUNT.
004030     IF WS-LIST-LOADED THEN
004040         MOVE 'G' TO JR-STATUS
004050     ELSE
004060         MOVE 'F' TO JR-STATUS
004070     END-IF.
004080     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

004090 8200-EXIT.
004100     EXIT.

004110 8300-STAMP-AND-WRITE.

004120     ACCEPT JR-DATE FROM DAY YYYYDDD.
004130     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
004140     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

004150     OPEN EXTEND JOURNAL-FILE.
004160     WRITE JR-REC.
004170     CLOSE JOURNAL-FILE.

004180 8300-EXIT.
004190     EXIT.

004200 END PROGRAM DCI8BSLD.
