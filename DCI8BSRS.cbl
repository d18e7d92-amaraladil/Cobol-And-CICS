000010*****************************************************************
000020* DCI8BSRS - NIGHTLY SANCTIONS RESCREEN OF ACCOUNT HOLDERS
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BSRS.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 21-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-21 AA   INITIAL VERSION - SCREENS EVERY PRIMARY HOLDER
000160*                 AND RELPARTY HOLDER AGAINST THE SANCTIONS LIST
000170*                 AND QUEUES NEW MATCHES FOR REVIEW
000172* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000176*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* A CUSTOMER WHO WAS CLEAN WHEN THE ACCOUNT WAS OPENED MAY BE
000210* DESIGNATED LATER, SO EVERY NIGHT THIS JOB SCREENS THE WHOLE
000220* BOOK AGAINST THE CURRENT SANCLIST (LOADED BY DCI8BSLD) -
000230*   - EVERY ACCTFILE PRIMARY HOLDER, ON SURNAME AND FORENAME
000240*     AND ON ANY FORMER SURNAME, AS SUBJECT 'H' (THE ACCOUNT
000250*     NUMBER AND '00')
000260*   - EVERY RELPARTY ROW, WHATEVER THE ROLE - A JOINT HOLDER,
000270*     AN AUTHORISED USER, GUARDIAN OR EXECUTOR CAN ALL MOVE
000280*     MONEY ON THE ACCOUNT - AS SUBJECT 'P' (THE RELPARTY KEY)
000290* A NAME IS LOOKED UP ON THE SANCCODE ALTERNATE PATH BY THE
000300* SOUNDEX CODE OF ITS SURNAME, SO SPELLING VARIANTS MEET, AND
000310* AGAIN BY ITS FORENAME'S CODE TO CATCH THE NAME FILED THE
000320* OTHER WAY ROUND. ONLY INDIVIDUAL ENTRIES ARE MATCHED; A
000330* COMPANY OR SHIP NAME IS NOT A PERSON'S NAME. EACH MATCH IS
000340* WRITTEN TO THE SANCHIT REVIEW QUEUE - A MATCH ALREADY THERE
000350* (OPEN, CLEARED OR CONFIRMED) IS LEFT AS IT IS AND ONLY
000360* COUNTED, SO A CLEARED FALSE POSITIVE DOES NOT COME BACK
000370* EVERY NIGHT. THE NEW MATCHES ARE PRINTED ON SRSRPT FOR THE
000380* COMPLIANCE TEAM, WHO WORK THEM ON DCI8DPHH. WITH NO LIST
000390* LOADED THE RUN SCREENS NOTHING AND ENDS 'F'
000400*****************************************************************

000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.

000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.

000470     SELECT SANCCODE ASSIGN TO SANCCODE
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS SC-KEY
000510         ALTERNATE RECORD KEY IS SC-SNAME-CODE WITH DUPLICATES
000520         FILE STATUS IS WS-SANCCODE-STATUS.

000530     SELECT SANCHIT-FILE ASSIGN TO SANCHIT
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS SH-KEY
000570         FILE STATUS IS WS-SANCHIT-STATUS.

000580     SELECT ACCTFILE ASSIGN TO ACCTFILE
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS AF-ACCTKEY
000620         FILE STATUS IS WS-ACCTFILE-STATUS.

000630     SELECT RELPARTY-FILE ASSIGN TO RELPARTY
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS RP-KEY
000670         FILE STATUS IS WS-RELPARTY-STATUS.

000680     SELECT REPORT-FILE ASSIGN TO SRSRPT
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-REPORT-STATUS.

000710     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-JOURNAL-STATUS.

000740 DATA DIVISION.
000750 FILE SECTION.

000760*-----------------------------------------------------------------
000770* THE SANCCODE FD MIRRORS SANCLIST FIELD FOR FIELD - THE PATH
000780* RETURNS THE BASE RECORD, SEQUENCED BY SURNAME SOUNDEX CODE
000790*-----------------------------------------------------------------
000800 FD  SANCCODE
000810     LABEL RECORDS ARE STANDARD.
000820 01  SANCCODE-REC.
000830     05  SC-KEY.
000840         10  SC-LIST-ID          PIC X(10).
000850         10  SC-NAME-SEQ         PIC 9(02).
000860     05  SC-ENTRY-TYPE           PIC X(01).
000870         88  SC-INDIVIDUAL               VALUE 'I'.
000880     05  SC-FULL-NAME            PIC X(60).
000890     05  SC-SNAME-KEY            PIC X(15).
000900     05  SC-FNAME-KEY            PIC X(15).
000910     05  SC-SNAME-CODE           PIC X(04).
000920     05  SC-FNAME-CODE           PIC X(04).
000930     05  SC-DOB                  PIC X(10).
000940     05  SC-REGIME               PIC X(20).
000950     05  SC-LISTED-DATE          PIC S9(7) COMP-3.
000960     05  SC-LOADED-DATE          PIC S9(7) COMP-3.

000970 FD  SANCHIT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  SANCHIT-REC.
001000     05  SH-KEY.
001010         10  SH-SUBJ-TYPE        PIC X(01).
001020         10  SH-SUBJ-ID          PIC X(11).
001030         10  SH-LIST-ID          PIC X(10).
001040     05  SH-ACCTNO               PIC X(09).
001050     05  SH-SUBJ-NAME            PIC X(35).
001060     05  SH-ENTRY-NAME           PIC X(60).
001070     05  SH-NAME-SEQ             PIC 9(02).
001080     05  SH-MATCH-TYPE           PIC X(01).
001090     05  SH-REGIME               PIC X(20).
001100     05  SH-ENTRY-DOB            PIC X(10).
001110     05  SH-STATUS               PIC X(01).
001120     05  SH-RAISED-DATE          PIC S9(7) COMP-3.
001130     05  SH-RAISED-BY            PIC X(08).
001140     05  SH-REVIEWED-INFO.
001150         10  SH-REV-USERID       PIC X(08).
001160         10  SH-REV-TRMID        PIC X(04).
001170         10  SH-REV-DATE         PIC S9(7) COMP-3.
001180         10  SH-REV-TIME         PIC S9(7) COMP-3.
001190     05  SH-REVIEW-NOTE          PIC X(40).
001200     05  SH-FROZEN-FLAG          PIC X(01).

001210 FD  ACCTFILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  ACCTFILE-REC.
001240     05  AF-ACCTKEY.
001250         10  AF-ACCTNO           PIC X(09).
001260     05  AF-FNAME                PIC X(15).
001270     05  AF-SNAME                PIC X(15).
001280     05  FILLER                  PIC X(178).
001290     05  AF-FORMER-SNAME         PIC X(15).
001300     05  FILLER                  PIC X(36).

001310 FD  RELPARTY-FILE
001320     LABEL RECORDS ARE STANDARD.
001330 01  RELPARTY-REC.
001340     05  RP-KEY.
001350         10  RP-ACCTNO           PIC X(09).
001360         10  RP-SEQNO            PIC 9(02).
001370     05  RP-TITL                 PIC X(04).
001380     05  RP-FNAME                PIC X(15).
001390     05  RP-SNAME                PIC X(15).
001400     05  FILLER                  PIC X(61).

001410 FD  REPORT-FILE
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440 01  REPORT-LINE                 PIC X(132).

001450*-----------------------------------------------------------------
001460* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001470* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001480*-----------------------------------------------------------------
001490 FD  JOURNAL-FILE
001500     RECORDING MODE IS F
001510     LABEL RECORDS ARE STANDARD.
001520 01  JR-REC.
001530     05  JR-JOBNAME              PIC X(08).
001540     05  JR-ROW-TYPE             PIC X(01).
001550     05  JR-DATE                 PIC 9(07).
001560     05  JR-TIME                 PIC 9(06).
001570     05  JR-READ-COUNT           PIC 9(07).
001580     05  JR-WRITTEN-COUNT        PIC 9(07).
001590     05  JR-REJECTED-COUNT       PIC 9(07).
001600     05  JR-STATUS               PIC X(01).
001610     05  FILLER                  PIC X(06).

001620 WORKING-STORAGE SECTION.
001630 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001640 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001645     COPY 'JOBGATE'.

001650 77  WS-SANCCODE-STATUS      PIC X(02) VALUE SPACES.
001660 77  WS-SANCHIT-STATUS       PIC X(02) VALUE SPACES.
001670 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001680 77  WS-RELPARTY-STATUS      PIC X(02) VALUE SPACES.
001690 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001700 01  WS-SWITCHES.
001710     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001720         88  WS-EOF-YES              VALUE 'Y'.
001730     05  WS-CODE-EOF-SW      PIC X(01) VALUE 'N'.
001740         88  WS-CODE-EOF-YES         VALUE 'Y'.
001750     05  WS-LIST-SW          PIC X(01) VALUE 'Y'.
001760         88  WS-LIST-OK              VALUE 'Y'.
001770     05  WS-AGREE-SW         PIC X(01) VALUE 'N'.
001780         88  WS-FNAME-AGREES         VALUE 'Y'.

001790 01  WS-COUNTERS.
001800     05  WS-HOLDER-COUNT     PIC 9(07) COMP-3 VALUE 0.
001810     05  WS-PARTY-COUNT      PIC 9(07) COMP-3 VALUE 0.
001820     05  WS-NEW-HIT-COUNT    PIC 9(07) COMP-3 VALUE 0.
001830     05  WS-KNOWN-HIT-COUNT  PIC 9(07) COMP-3 VALUE 0.
001840     05  WS-ERROR-COUNT      PIC 9(07) COMP-3 VALUE 0.

001850 77  WS-TODAY-JUL            PIC S9(7) COMP-3 VALUE 0.
001860* TODAY IN THE RAW EIBDATE FORM (0CYYDDD) SANCHIT DATES CARRY,
001870* SO BATCH AND ONLINE ROWS READ ALIKE ON THE REVIEW SCREEN
001880 77  WS-TODAY-EIB            PIC S9(7) COMP-3 VALUE 0.

001890*-----------------------------------------------------------------
001900* THE PERSON BEING SCREENED, AND THE KEYS OF THE NAME BEING
001910* LOOKED UP (THE SURNAME, THEN ANY FORMER SURNAME)
001920*-----------------------------------------------------------------
001930 01  WS-SUBJECT.
001940     05  WS-SUBJ-TYPE        PIC X(01).
001950     05  WS-SUBJ-ID          PIC X(11).
001960     05  WS-SUBJ-ACCTNO      PIC X(09).
001970     05  WS-SUBJ-NAME        PIC X(35).
001980     05  WS-SUBJ-FNAME       PIC X(15).
001990     05  WS-SUBJ-SNAME       PIC X(15).
002000     05  WS-SUBJ-FORMER      PIC X(15).

002010 01  WS-SCREEN-KEYS.
002020     05  WS-SCR-SKEY         PIC X(15).
002030     05  WS-SCR-SCODE        PIC X(04).
002040     05  WS-SCR-FKEY         PIC X(15).
002050     05  WS-SCR-FCODE        PIC X(04).
002060     05  WS-SCR-MATCH        PIC X(01).
002070     05  WS-SCR-BY-CODE      PIC X(04).

002080* LIST ENTRIES ALREADY MATCHED FOR THIS PERSON - AN ENTRY HIT
002090* ON SEVERAL OF ITS NAMES IS ONE MATCH
002100 01  WS-SEEN-TABLE.
002110     05  WS-SEEN-ID          PIC X(10) OCCURS 20 TIMES.
002120 77  WS-SEEN-COUNT           PIC S9(04) COMP VALUE 0.
002130 77  WS-SEEN-SUB             PIC S9(04) COMP VALUE 0.
002140 01  WS-SEEN-SW              PIC X(01) VALUE 'N'.
002150     88  WS-ALREADY-SEEN             VALUE 'Y'.

002160*-----------------------------------------------------------------
002170* NAME-KEY WORK - 7000-NAME-KEYS CUTS WS-NK-NAME DOWN TO ITS
002180* LETTERS (WS-NK-KEY) AND THEIR SOUNDEX CODE (WS-NK-CODE). THE
002190* SAME RULE BUILDS THE LIST KEYS IN DCI8BSLD AND SCREENS IN
002200* DCI8DPGW, KEPT IN LOCKSTEP BY CONVENTION
002210*-----------------------------------------------------------------
002220 01  WS-NK-NAME              PIC X(35) VALUE SPACES.
002230 01  WS-NK-KEY               PIC X(15) VALUE SPACES.
002240 01  WS-NK-CODE              PIC X(04) VALUE SPACES.
002250 01  WS-NK-SDX               PIC X(15) VALUE SPACES.
002260 01  WS-NK-CHAR              PIC X(01) VALUE SPACE.
002270     88  WS-NK-LETTER                VALUE 'A' THRU 'I'
002280                                           'J' THRU 'R'
002290                                           'S' THRU 'Z'.
002300 01  WS-NK-PREV              PIC X(01) VALUE SPACE.
002310 77  WS-NK-SUB               PIC S9(04) COMP VALUE 0.
002320 77  WS-NK-OUT               PIC S9(04) COMP VALUE 0.

002330* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
002340     COPY 'DATEPARM'.

002350 01  WS-REPORT-HEADING1.
002360     05  FILLER              PIC X(44) VALUE
002370         'DCI8BSRS - SANCTIONS RESCREEN - NEW MATCHES '.
002380     05  FILLER              PIC X(05) VALUE 'RUN '.
002390     05  RH-RUN-DATE         PIC 9(07).
002400     05  FILLER              PIC X(76) VALUE SPACES.

002410 01  WS-REPORT-HEADING2.
002420     05  FILLER PIC X(02) VALUE 'T'.
002430     05  FILLER PIC X(12) VALUE 'SUBJECT'.
002440     05  FILLER PIC X(31) VALUE 'NAME SCREENED'.
002450     05  FILLER PIC X(11) VALUE 'LIST ID'.
002460     05  FILLER PIC X(02) VALUE 'M'.
002470     05  FILLER PIC X(41) VALUE 'LIST ENTRY MATCHED'.
002480     05  FILLER PIC X(11) VALUE 'DOB'.
002490     05  FILLER PIC X(22) VALUE 'REGIME'.

002500 01  WS-DETAIL-LINE.
002510     05  DL-SUBJ-TYPE        PIC X(01).
002520     05  FILLER              PIC X(01) VALUE SPACES.
002530     05  DL-SUBJ-ID          PIC X(11).
002540     05  FILLER              PIC X(01) VALUE SPACES.
002550     05  DL-SUBJ-NAME        PIC X(30).
002560     05  FILLER              PIC X(01) VALUE SPACES.
002570     05  DL-LIST-ID          PIC X(10).
002580     05  FILLER              PIC X(01) VALUE SPACES.
002590     05  DL-MATCH-TYPE       PIC X(01).
002600     05  FILLER              PIC X(01) VALUE SPACES.
002610     05  DL-ENTRY-NAME       PIC X(40).
002620     05  FILLER              PIC X(01) VALUE SPACES.
002630     05  DL-DOB              PIC X(10).
002640     05  FILLER              PIC X(01) VALUE SPACES.
002650     05  DL-REGIME           PIC X(20).
002660     05  FILLER              PIC X(01) VALUE SPACES.

002670 01  WS-TOTAL-LINE.
002680     05  TL-LABEL            PIC X(30).
002690     05  TL-COUNT            PIC Z,ZZZ,ZZ9.
002700     05  FILLER              PIC X(93) VALUE SPACES.

002710 PROCEDURE DIVISION.

002720 0000-MAINLINE.

002730     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

002740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

002750     IF WS-LIST-OK THEN
002760         PERFORM 2000-SCREEN-HOLDER THRU 2000-EXIT
002770             UNTIL WS-EOF-YES
002780         MOVE 'N' TO WS-EOF-SW
002790         PERFORM 3000-SCREEN-PARTY THRU 3000-EXIT
002800             UNTIL WS-EOF-YES
002810     END-IF.

002820     PERFORM 9000-TERMINATE THRU 9000-EXIT.

002830     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

002840     GOBACK.

002850*-----------------------------------------------------------------
002860* 1000-INITIALIZE - OPEN UP AND CHECK THERE IS A LIST TO SCREEN
002870* AGAINST; AN EMPTY SANCLIST WOULD PASS EVERYONE
002880*-----------------------------------------------------------------
002890 1000-INITIALIZE.

002900     MOVE 'TOD' TO DP-FUNCTION.
002910     CALL 'DCI8BDAT' USING DATEPARM.
002920     MOVE DP-JULIAN TO WS-TODAY-JUL.
002930     COMPUTE WS-TODAY-EIB = WS-TODAY-JUL - 1900000.

002940     OPEN INPUT SANCCODE.
002950     OPEN I-O SANCHIT-FILE.
002960     OPEN INPUT ACCTFILE.
002970     OPEN INPUT RELPARTY-FILE.
002980     OPEN OUTPUT REPORT-FILE.

002990     MOVE WS-TODAY-JUL TO RH-RUN-DATE.
003000     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
003010     MOVE SPACES TO REPORT-LINE.
003020     WRITE REPORT-LINE.
003030     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

003040     MOVE LOW-VALUES TO SC-SNAME-CODE.
003050     START SANCCODE KEY IS NOT LESS THAN SC-SNAME-CODE
003060         INVALID KEY
003070             MOVE 'N' TO WS-LIST-SW
003080     END-START.

003090     IF NOT WS-LIST-OK THEN
003100         DISPLAY 'DCI8BSRS - NO SANCTIONS LIST LOADED - STATUS '
003110             WS-SANCCODE-STATUS
003120     END-IF.

003130 1000-EXIT.
003140     EXIT.

003150*-----------------------------------------------------------------
003160* 2000-SCREEN-HOLDER - ONE ACCTFILE PRIMARY HOLDER
003170*-----------------------------------------------------------------
003180 2000-SCREEN-HOLDER.

003190     READ ACCTFILE NEXT RECORD
003200         AT END
003210             MOVE 'Y' TO WS-EOF-SW
003220             GO TO 2000-EXIT
003230     END-READ.

003240     ADD 1 TO WS-HOLDER-COUNT.

003250     MOVE 'H' TO WS-SUBJ-TYPE.
003260     MOVE SPACES TO WS-SUBJ-ID.
003270     STRING AF-ACCTNO '00' DELIMITED BY SIZE INTO WS-SUBJ-ID.
003280     MOVE AF-ACCTNO TO WS-SUBJ-ACCTNO.
003290     MOVE AF-FNAME TO WS-SUBJ-FNAME.
003300     MOVE AF-SNAME TO WS-SUBJ-SNAME.
003310     MOVE AF-FORMER-SNAME TO WS-SUBJ-FORMER.
003320     IF WS-SUBJ-FORMER = LOW-VALUES THEN
003330         MOVE SPACES TO WS-SUBJ-FORMER
003340     END-IF.

003350     PERFORM 5000-SCREEN-SUBJECT THRU 5000-EXIT.

003360 2000-EXIT.
003370     EXIT.

003380*-----------------------------------------------------------------
003390* 3000-SCREEN-PARTY - ONE RELPARTY HOLDER, ANY ROLE
003400*-----------------------------------------------------------------
003410 3000-SCREEN-PARTY.

003420     READ RELPARTY-FILE NEXT RECORD
003430         AT END
003440             MOVE 'Y' TO WS-EOF-SW
003450             GO TO 3000-EXIT
003460     END-READ.

003470     ADD 1 TO WS-PARTY-COUNT.

003480     MOVE 'P' TO WS-SUBJ-TYPE.
003490     MOVE RP-KEY TO WS-SUBJ-ID.
003500     MOVE RP-ACCTNO TO WS-SUBJ-ACCTNO.
003510     MOVE RP-FNAME TO WS-SUBJ-FNAME.
003520     MOVE RP-SNAME TO WS-SUBJ-SNAME.
003530     MOVE SPACES TO WS-SUBJ-FORMER.

003540     PERFORM 5000-SCREEN-SUBJECT THRU 5000-EXIT.

003550 3000-EXIT.
003560     EXIT.

003570*-----------------------------------------------------------------
003580* 5000-SCREEN-SUBJECT - THE SURNAME BOTH WAYS ROUND, THEN ANY
003590* FORMER SURNAME. A NAME WITH NO LETTERS CANNOT BE SCREENED
003600*-----------------------------------------------------------------
003610 5000-SCREEN-SUBJECT.

003620     MOVE 0 TO WS-SEEN-COUNT.
003630     MOVE SPACES TO WS-SUBJ-NAME.
003640     STRING WS-SUBJ-FNAME DELIMITED BY '  '
003650            ' ' DELIMITED BY SIZE
003660            WS-SUBJ-SNAME DELIMITED BY '  '
003670         INTO WS-SUBJ-NAME.

003680     MOVE WS-SUBJ-FNAME TO WS-NK-NAME.
003690     PERFORM 7000-NAME-KEYS THRU 7000-EXIT.
003700     MOVE WS-NK-KEY TO WS-SCR-FKEY.
003710     MOVE WS-NK-CODE TO WS-SCR-FCODE.

003720     MOVE WS-SUBJ-SNAME TO WS-NK-NAME.
003730     PERFORM 7000-NAME-KEYS THRU 7000-EXIT.
003740     MOVE WS-NK-KEY TO WS-SCR-SKEY.
003750     MOVE WS-NK-CODE TO WS-SCR-SCODE.

003760     IF WS-SCR-SCODE NOT = SPACES THEN
003770         MOVE 'N' TO WS-SCR-MATCH
003780         MOVE WS-SCR-SCODE TO WS-SCR-BY-CODE
003790         PERFORM 5100-BROWSE-CODE THRU 5100-EXIT
003800         IF WS-SCR-FCODE NOT = SPACES THEN
003810             MOVE 'R' TO WS-SCR-MATCH
003820             MOVE WS-SCR-FCODE TO WS-SCR-BY-CODE
003830             PERFORM 5100-BROWSE-CODE THRU 5100-EXIT
003840         END-IF
003850     END-IF.

003860     IF WS-SUBJ-FORMER = SPACES OR
003870        WS-SUBJ-FORMER = WS-SUBJ-SNAME THEN
003880         GO TO 5000-EXIT
003890     END-IF.

003900     MOVE WS-SUBJ-FORMER TO WS-NK-NAME.
003910     PERFORM 7000-NAME-KEYS THRU 7000-EXIT.
003920     MOVE WS-NK-KEY TO WS-SCR-SKEY.
003930     MOVE WS-NK-CODE TO WS-SCR-SCODE.

003940     IF WS-SCR-SCODE NOT = SPACES THEN
003950         MOVE 'N' TO WS-SCR-MATCH
003960         MOVE WS-SCR-SCODE TO WS-SCR-BY-CODE
003970         PERFORM 5100-BROWSE-CODE THRU 5100-EXIT
003980     END-IF.

003990 5000-EXIT.
004000     EXIT.

004010*-----------------------------------------------------------------
004020* 5100-BROWSE-CODE - EVERY LIST NAME WHOSE SURNAME CODE IS
004030* WS-SCR-BY-CODE. WS-SCR-MATCH 'N' IS THE NAME THE RIGHT WAY
004040* ROUND, 'R' THE SUBJECT'S FORENAME FOUND AS A LISTED SURNAME
004050*-----------------------------------------------------------------
004060 5100-BROWSE-CODE.

004070     MOVE 'N' TO WS-CODE-EOF-SW.
004080     MOVE WS-SCR-BY-CODE TO SC-SNAME-CODE.
004090     START SANCCODE KEY IS EQUAL TO SC-SNAME-CODE
004100         INVALID KEY
004110             GO TO 5100-EXIT
004120     END-START.

004130     PERFORM 5200-NEXT-ENTRY THRU 5200-EXIT
004140         UNTIL WS-CODE-EOF-YES.

004150 5100-EXIT.
004160     EXIT.

004170 5200-NEXT-ENTRY.

004180     READ SANCCODE NEXT RECORD
004190         AT END
004200             MOVE 'Y' TO WS-CODE-EOF-SW
004210             GO TO 5200-EXIT
004220     END-READ.

004230     IF SC-SNAME-CODE NOT = WS-SCR-BY-CODE THEN
004240         MOVE 'Y' TO WS-CODE-EOF-SW
004250         GO TO 5200-EXIT
004260     END-IF.

004270     IF NOT SC-INDIVIDUAL THEN
004280         GO TO 5200-EXIT
004290     END-IF.

004300     IF WS-SCR-MATCH = 'R' THEN
004310         IF SC-FNAME-CODE = WS-SCR-SCODE THEN
004320             MOVE 'R' TO SH-MATCH-TYPE
004330             PERFORM 5500-RECORD-HIT THRU 5500-EXIT
004340         END-IF
004350         GO TO 5200-EXIT
004360     END-IF.

004370     PERFORM 5300-FNAME-AGREES THRU 5300-EXIT.
004380     IF NOT WS-FNAME-AGREES THEN
004390         GO TO 5200-EXIT
004400     END-IF.

004410     IF SC-SNAME-KEY = WS-SCR-SKEY AND
004420        (SC-FNAME-KEY = WS-SCR-FKEY OR SC-FNAME-KEY = SPACES)
004430     THEN
004440         MOVE 'E' TO SH-MATCH-TYPE
004450     ELSE
004460         MOVE 'P' TO SH-MATCH-TYPE
004470     END-IF.
004480     PERFORM 5500-RECORD-HIT THRU 5500-EXIT.

004490 5200-EXIT.
004500     EXIT.

004510*-----------------------------------------------------------------
004520* 5300-FNAME-AGREES - THE SURNAMES SOUND ALIKE; THE FORENAMES
004530* AGREE IF THEY SOUND ALIKE, IF THE LIST GIVES NO FORENAME, IF
004540* THE SUBJECT HAS NONE ON FILE, OR IF EITHER SIDE IS AN
004550* INITIAL AND THE INITIALS ARE THE SAME
004560*-----------------------------------------------------------------
004570 5300-FNAME-AGREES.

004580     MOVE 'N' TO WS-AGREE-SW.

004590     IF SC-FNAME-CODE = WS-SCR-FCODE OR
004600        SC-FNAME-KEY = SPACES OR
004610        WS-SCR-FKEY = SPACES THEN
004620         MOVE 'Y' TO WS-AGREE-SW
004630         GO TO 5300-EXIT
004640     END-IF.

004650     IF (SC-FNAME-KEY(2:1) = SPACE OR
004660         WS-SCR-FKEY(2:1) = SPACE) AND
004670        SC-FNAME-KEY(1:1) = WS-SCR-FKEY(1:1) THEN
004680         MOVE 'Y' TO WS-AGREE-SW
004690     END-IF.

004700 5300-EXIT.
004710     EXIT.

004720*-----------------------------------------------------------------
004730* 5500-RECORD-HIT - QUEUE THE MATCH FOR REVIEW. DUPLICATE KEY
004740* (22) MEANS THE MATCH IS ALREADY ON THE QUEUE, WHATEVER ITS
004750* STATUS, AND IT IS LEFT ALONE
004760*-----------------------------------------------------------------
004770 5500-RECORD-HIT.

004780     MOVE 'N' TO WS-SEEN-SW.
004790     PERFORM 5600-CHECK-SEEN THRU 5600-EXIT
004800         VARYING WS-SEEN-SUB FROM 1 BY 1
004810         UNTIL WS-SEEN-SUB > WS-SEEN-COUNT OR WS-ALREADY-SEEN.
004820     IF WS-ALREADY-SEEN THEN
004830         GO TO 5500-EXIT
004840     END-IF.
004850     IF WS-SEEN-COUNT < 20 THEN
004860         ADD 1 TO WS-SEEN-COUNT
004870         MOVE SC-LIST-ID TO WS-SEEN-ID(WS-SEEN-COUNT)
004880     END-IF.

004890     MOVE WS-SUBJ-TYPE TO SH-SUBJ-TYPE.
004900     MOVE WS-SUBJ-ID TO SH-SUBJ-ID.
004910     MOVE SC-LIST-ID TO SH-LIST-ID.
004920     MOVE WS-SUBJ-ACCTNO TO SH-ACCTNO.
004930     MOVE WS-SUBJ-NAME TO SH-SUBJ-NAME.
004940     MOVE SC-FULL-NAME TO SH-ENTRY-NAME.
004950     MOVE SC-NAME-SEQ TO SH-NAME-SEQ.
004960     MOVE SC-REGIME TO SH-REGIME.
004970     MOVE SC-DOB TO SH-ENTRY-DOB.
004980     MOVE 'O' TO SH-STATUS.
004990     MOVE WS-TODAY-EIB TO SH-RAISED-DATE.
005000     MOVE 'DCI8BSRS' TO SH-RAISED-BY.
005010     MOVE SPACES TO SH-REV-USERID SH-REV-TRMID.
005020     MOVE 0 TO SH-REV-DATE SH-REV-TIME.
005030     MOVE SPACES TO SH-REVIEW-NOTE.
005040     MOVE 'N' TO SH-FROZEN-FLAG.

005050     WRITE SANCHIT-REC
005060         INVALID KEY
005070             CONTINUE
005080     END-WRITE.

005090     IF WS-SANCHIT-STATUS = '22' THEN
005100         ADD 1 TO WS-KNOWN-HIT-COUNT
005110         GO TO 5500-EXIT
005120     END-IF.
005130     IF WS-SANCHIT-STATUS NOT = '00' THEN
005140         ADD 1 TO WS-ERROR-COUNT
005150         DISPLAY 'DCI8BSRS - SANCHIT WRITE STATUS '
005160             WS-SANCHIT-STATUS ' FOR ' SH-KEY
005170         GO TO 5500-EXIT
005180     END-IF.

005190     ADD 1 TO WS-NEW-HIT-COUNT.
005200     MOVE SH-SUBJ-TYPE TO DL-SUBJ-TYPE.
005210     MOVE SH-SUBJ-ID TO DL-SUBJ-ID.
005220     MOVE SH-SUBJ-NAME TO DL-SUBJ-NAME.
005230     MOVE SH-LIST-ID TO DL-LIST-ID.
005240     MOVE SH-MATCH-TYPE TO DL-MATCH-TYPE.
005250     MOVE SH-ENTRY-NAME TO DL-ENTRY-NAME.
005260     MOVE SH-ENTRY-DOB TO DL-DOB.
005270     MOVE SH-REGIME TO DL-REGIME.
005280     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

005290 5500-EXIT.
005300     EXIT.

005310 5600-CHECK-SEEN.

005320     IF WS-SEEN-ID(WS-SEEN-SUB) = SC-LIST-ID THEN
005330         MOVE 'Y' TO WS-SEEN-SW
005340     END-IF.

005350 5600-EXIT.
005360     EXIT.

005370*-----------------------------------------------------------------
005380* 7000-NAME-KEYS - WS-NK-NAME TO ITS LETTERS-ONLY KEY AND THE
005390* SOUNDEX CODE OF THAT KEY (FIRST LETTER, THEN THE DIGITS OF
005400* THE NEXT SOUNDS, REPEATS AND VOWELS DROPPED, ZERO FILLED).
005410* SPACES, HYPHENS, APOSTROPHES AND STOPS ARE DROPPED AND LOWER
005420* CASE IS FOLDED. A NAME WITH NO LETTERS GIVES SPACES
005430*-----------------------------------------------------------------
005440 7000-NAME-KEYS.

005450     MOVE SPACES TO WS-NK-KEY WS-NK-CODE.
005460     INSPECT WS-NK-NAME CONVERTING
005470         'abcdefghijklmnopqrstuvwxyz'
005480         TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

005490     MOVE 0 TO WS-NK-OUT.
005500     PERFORM 7100-KEY-CHAR THRU 7100-EXIT
005510         VARYING WS-NK-SUB FROM 1 BY 1
005520         UNTIL WS-NK-SUB > 35 OR WS-NK-OUT NOT < 15.

005530     IF WS-NK-OUT = 0 THEN
005540         GO TO 7000-EXIT
005550     END-IF.

005560* SOUNDEX DIGITS BY LETTER - '-' (H AND W) NEITHER COUNTS NOR
005570* SEPARATES A REPEAT, '0' (THE VOWELS AND Y) SEPARATES ONLY
005580     MOVE WS-NK-KEY TO WS-NK-SDX.
005590     INSPECT WS-NK-SDX CONVERTING
005600         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
005610         TO '0123012-02245501262301-202'.

005620     MOVE WS-NK-KEY(1:1) TO WS-NK-CODE(1:1).
005630     MOVE '000' TO WS-NK-CODE(2:3).
005640     MOVE WS-NK-SDX(1:1) TO WS-NK-PREV.
005650     MOVE 1 TO WS-NK-OUT.
005660     PERFORM 7200-SOUNDEX-CHAR THRU 7200-EXIT
005670         VARYING WS-NK-SUB FROM 2 BY 1
005680         UNTIL WS-NK-SUB > 15 OR WS-NK-OUT NOT < 4.

005690 7000-EXIT.
005700     EXIT.

005710 7100-KEY-CHAR.

005720     MOVE WS-NK-NAME(WS-NK-SUB:1) TO WS-NK-CHAR.
005730     IF WS-NK-LETTER THEN
005740         ADD 1 TO WS-NK-OUT
005750         MOVE WS-NK-CHAR TO WS-NK-KEY(WS-NK-OUT:1)
005760     END-IF.

005770 7100-EXIT.
005780     EXIT.

005790 7200-SOUNDEX-CHAR.

005800     MOVE WS-NK-SDX(WS-NK-SUB:1) TO WS-NK-CHAR.

005810     IF WS-NK-CHAR = SPACE OR WS-NK-CHAR = '-' THEN
005820         GO TO 7200-EXIT
005830     END-IF.

005840     IF WS-NK-CHAR = '0' OR WS-NK-CHAR = WS-NK-PREV THEN
005850         MOVE WS-NK-CHAR TO WS-NK-PREV
005860         GO TO 7200-EXIT
005870     END-IF.

005880     ADD 1 TO WS-NK-OUT.
005890     MOVE WS-NK-CHAR TO WS-NK-CODE(WS-NK-OUT:1).
005900     MOVE WS-NK-CHAR TO WS-NK-PREV.

005910 7200-EXIT.
005920     EXIT.

005930*-----------------------------------------------------------------
005940* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
005950* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
005960* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
005970*-----------------------------------------------------------------
005980 8100-WRITE-JRNL-START.

005981*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
005982*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
005983     MOVE 'DCI8BSRS' TO JG-JOBNAME.
005984     CALL 'DCI8BJGT' USING JOBGATE.
005985     IF JG-RC-BLOCKED THEN
005986         MOVE JG-BLOCKED-RC TO RETURN-CODE
005987         STOP RUN
005988     END-IF.

005990     MOVE 'DCI8BSRS' TO JR-JOBNAME.
006000     MOVE 'S' TO JR-ROW-TYPE.
006010     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
006020         JR-REJECTED-COUNT.
006030     MOVE SPACE TO JR-STATUS.
006040     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

006050 8100-EXIT.
006060     EXIT.

006070 8200-WRITE-JRNL-END.

006080     MOVE 'DCI8BSRS' TO JR-JOBNAME.
006090     MOVE 'E' TO JR-ROW-TYPE.
006100     COMPUTE JR-READ-COUNT = WS-HOLDER-COUNT + WS-PARTY-COUNT.
006110     MOVE WS-NEW-HIT-COUNT TO JR-WRITTEN-COUNT.
006120     MOVE WS-ERROR-COUNT TO JR-REJECTED-COUNT.
006130     IF WS-LIST-OK AND WS-ERROR-COUNT = 0 THEN
006140         MOVE 'G' TO JR-STATUS
006150     ELSE
006160         MOVE 'F' TO JR-STATUS
006170     END-IF.
006180     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

006190 8200-EXIT.
006200     EXIT.

006210 8300-STAMP-AND-WRITE.

006220     ACCEPT JR-DATE FROM DAY YYYYDDD.
006230     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
006240     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

006250     OPEN EXTEND JOURNAL-FILE.
006260     WRITE JR-REC.
006270     CLOSE JOURNAL-FILE.

006280 8300-EXIT.
006290     EXIT.

006300*-----------------------------------------------------------------
006310* 9000-TERMINATE - TOTALS AT THE FOOT OF THE REPORT AND ON THE
006320* JOB LOG
006330*-----------------------------------------------------------------
006340 9000-TERMINATE.

006350     MOVE SPACES TO REPORT-LINE.
006360     WRITE REPORT-LINE.
006370     IF NOT WS-LIST-OK THEN
006380         MOVE 'NO SANCTIONS LIST LOADED - NOTHING SCREENED'
006390             TO REPORT-LINE
006400         WRITE REPORT-LINE
006410     END-IF.
006420     MOVE 'PRIMARY HOLDERS SCREENED' TO TL-LABEL.
006430     MOVE WS-HOLDER-COUNT TO TL-COUNT.
006440     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
006450     MOVE 'RELATED PARTIES SCREENED' TO TL-LABEL.
006460     MOVE WS-PARTY-COUNT TO TL-COUNT.
006470     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
006480     MOVE 'NEW MATCHES QUEUED' TO TL-LABEL.
006490     MOVE WS-NEW-HIT-COUNT TO TL-COUNT.
006500     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
006510     MOVE 'MATCHES ALREADY ON QUEUE' TO TL-LABEL.
006520     MOVE WS-KNOWN-HIT-COUNT TO TL-COUNT.
006530     WRITE REPORT-LINE FROM WS-TOTAL-LINE.

006540     DISPLAY 'DCI8BSRS - SANCTIONS RESCREEN - RUN SUMMARY'.
006550     DISPLAY 'PRIMARY HOLDERS      : ' WS-HOLDER-COUNT.
006560     DISPLAY 'RELATED PARTIES      : ' WS-PARTY-COUNT.
006570     DISPLAY 'NEW MATCHES QUEUED   : ' WS-NEW-HIT-COUNT.
006580     DISPLAY 'ALREADY ON QUEUE     : ' WS-KNOWN-HIT-COUNT.
006590     DISPLAY 'QUEUE WRITE ERRORS   : ' WS-ERROR-COUNT.

006600     CLOSE SANCCODE.
006610     CLOSE SANCHIT-FILE.
006620     CLOSE ACCTFILE.
006630     CLOSE RELPARTY-FILE.
006640     CLOSE REPORT-FILE.

006650 9000-EXIT.
006660     EXIT.

006670 END PROGRAM DCI8BSRS.
