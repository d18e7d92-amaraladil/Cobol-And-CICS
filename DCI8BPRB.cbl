000010*****************************************************************
000020* DCI8BPRB - MONTH-END BALANCES BY PRODUCT REPORT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BPRB.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - ACCOUNTS, DRAWN BALANCE AND
000160*                 CREDIT LIMIT BY CATALOGUE PRODUCT
000170*-----------------------------------------------------------------
000180*****************************************************************
000190* THIS MONTH-END JOB READS ACCTFILE SEQUENTIALLY AND ADDS EACH
000200* ACCOUNT'S CURR-BAL AND CRLIMIT TO THE LINE FOR ITS PRODUCT
000210* CODE, THEN PRINTS ONE LINE PER PRODUCT WITH THE PRODCFG RATE
000220* BESIDE IT, SO FINANCE CAN SEE WHAT EACH CARD CARRIES. ACCOUNTS
000230* WITH NO PRODUCT (PRICED BY THE STATUS RULES) COLLECT ON A LINE
000240* OF THEIR OWN SHOWN AS NONE. A CODE NO LONGER ON PRODCFG IS
000250* STILL TOTALLED BUT FLAGGED, AS ITS ACCOUNTS HAVE FALLEN BACK TO
000260* THE STATUS RULES. UP TO 50 PRODUCTS ARE BROKEN OUT; ANY BEYOND
000270* THAT ARE COUNTED ON AN OVERFLOW LINE. NOTHING IS CHANGED
000280*****************************************************************

000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.

000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.

000350     SELECT ACCTFILE ASSIGN TO ACCTFILE
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS AF-ACCTKEY
000390         FILE STATUS IS WS-ACCTFILE-STATUS.

000400     SELECT PRODCFG-FILE ASSIGN TO PRODCFG
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS PD-CODE
000440         FILE STATUS IS WS-PRODCFG-STATUS.

000450     SELECT REPORT-FILE ASSIGN TO PRBRPT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-REPORT-STATUS.

000480     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-JOURNAL-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.

000530*-----------------------------------------------------------------
000540* ACCTFILE - ONLY THE LIMIT, BALANCE AND PRODUCT ARE TAKEN
000550*-----------------------------------------------------------------
000560 FD  ACCTFILE
000570     LABEL RECORDS ARE STANDARD.
000580 01  ACCTFILE-REC.
000590     05  AF-ACCTKEY.
000600         10  AF-ACCTNO           PIC X(09).
000610     05  FILLER                  PIC X(74).
000620     05  AF-CRLIMIT              PIC 9(08)V99.
000630     05  AF-STAT                 PIC X(01).
000640     05  FILLER                  PIC X(138).
000650     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
000660     05  FILLER                  PIC X(26).
000670     05  AF-PRODUCT-CODE         PIC X(04).

000680*-----------------------------------------------------------------
000690* PRODCFG - THE PRODUCT CATALOGUE, MAINTAINED ON DCI8DPGG. ONLY
000700* THE CODE AND THE INTEREST RATE ARE TAKEN
000710*-----------------------------------------------------------------
000720 FD  PRODCFG-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  PRODCFG-REC.
000750     05  PD-CODE                 PIC X(04).
000760     05  PD-ANNUAL-RATE          PIC 9(02)V99.
000770     05  FILLER                  PIC X(32).

000780 FD  REPORT-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  REPORT-LINE                 PIC X(80).

000820*-----------------------------------------------------------------
000830* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
000840* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
000850*-----------------------------------------------------------------
000860 FD  JOURNAL-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  JR-REC.
000900     05  JR-JOBNAME              PIC X(08).
000910     05  JR-ROW-TYPE             PIC X(01).
000920     05  JR-DATE                 PIC 9(07).
000930     05  JR-TIME                 PIC 9(06).
000940     05  JR-READ-COUNT           PIC 9(07).
000950     05  JR-WRITTEN-COUNT        PIC 9(07).
000960     05  JR-REJECTED-COUNT       PIC 9(07).
000970     05  JR-STATUS               PIC X(01).
000980     05  FILLER                  PIC X(06).

000990 WORKING-STORAGE SECTION.
001000 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001010 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001020     COPY 'JOBGATE'.

001030 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001040 77  WS-PRODCFG-STATUS       PIC X(02) VALUE SPACES.
001050 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001060 01  WS-SWITCHES.
001070     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001080         88  WS-EOF-YES              VALUE 'Y'.
001090     05  WS-PROD-FOUND-SW    PIC X(01) VALUE 'N'.
001100         88  WS-PROD-FOUND           VALUE 'Y'.

001110 01  WS-COUNTERS.
001120     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001130     05  WS-LINE-COUNT       PIC 9(07) COMP-3 VALUE 0.

001140* THE CODE THE CURRENT ACCOUNT IS FILED UNDER - NONE FOR AN
001150* ACCOUNT WITH NO PRODUCT
001160 77  WS-ACCT-PRODUCT         PIC X(04) VALUE SPACES.

001170*-----------------------------------------------------------------
001180* PER-PRODUCT ACCUMULATORS - BUILT AS PRODUCTS ARE MET, UP TO 50
001190* CODES (LOUD OVERFLOW COUNT BEYOND THAT), THE DCI8BPGS BRANCH
001200* BREAK PATTERN
001210*-----------------------------------------------------------------
001220 77  WS-PROD-USED            PIC S9(04) COMP VALUE 0.
001230 77  WS-PROD-SUB             PIC S9(04) COMP VALUE 0.
001240 77  WS-PROD-OVERFLOW        PIC 9(07) COMP-3 VALUE 0.
001250 01  WS-PROD-TOTALS.
001260     05  WS-PROD-ENTRY OCCURS 50 TIMES.
001270         10  WS-PROD-CODE        PIC X(04).
001280         10  WS-PROD-COUNT       PIC 9(07) COMP-3.
001290         10  WS-PROD-BALANCE     PIC S9(13)V99 COMP-3.
001300         10  WS-PROD-CRLIMIT     PIC 9(13)V99 COMP-3.

001310 77  WS-GRAND-COUNT          PIC 9(07) COMP-3 VALUE 0.
001320 77  WS-GRAND-BALANCE        PIC S9(13)V99 COMP-3 VALUE 0.
001330 77  WS-GRAND-CRLIMIT        PIC 9(13)V99 COMP-3 VALUE 0.

001340* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
001350     COPY 'DATEPARM'.

001360 01  WS-REPORT-HEADING1.
001370     05  FILLER              PIC X(44) VALUE
001380         'DCI8BPRB - MONTH-END BALANCES BY PRODUCT    '.
001390     05  FILLER              PIC X(06) VALUE 'RUN '.
001400     05  RH-RUN-DATE         PIC 9(08).
001410     05  FILLER              PIC X(22) VALUE SPACES.

001420 01  WS-REPORT-HEADING2.
001430     05  FILLER PIC X(06) VALUE 'PROD'.
001440     05  FILLER PIC X(09) VALUE '  ACCTS'.
001450     05  FILLER PIC X(19) VALUE '     DRAWN BALANCE'.
001460     05  FILLER PIC X(18) VALUE '     TOTAL CRLIMIT'.
001470     05  FILLER PIC X(28) VALUE '   RATE'.

001480 01  WS-DETAIL-LINE.
001490     05  DL-PRODUCT          PIC X(04).
001500     05  FILLER              PIC X(02) VALUE SPACES.
001510     05  DL-COUNT            PIC ZZZ,ZZ9.
001520     05  FILLER              PIC X(02) VALUE SPACES.
001530     05  DL-BALANCE          PIC ---,---,---,--9.99.
001540     05  FILLER              PIC X(01) VALUE SPACES.
001550     05  DL-CRLIMIT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001560     05  FILLER              PIC X(02) VALUE SPACES.
001570     05  DL-RATE             PIC Z9.99.
001580     05  FILLER              PIC X(01) VALUE SPACES.
001590     05  DL-REMARK           PIC X(20).

001600 01  WS-TOTAL-LINE REDEFINES WS-DETAIL-LINE.
001610     05  TL-LABEL            PIC X(06).
001620     05  TL-COUNT            PIC ZZZ,ZZ9.
001630     05  FILLER              PIC X(02).
001640     05  TL-BALANCE          PIC ---,---,---,--9.99.
001650     05  FILLER              PIC X(01).
001660     05  TL-CRLIMIT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001670     05  FILLER              PIC X(28).

001680 PROCEDURE DIVISION.

001690 0000-MAINLINE.

001700     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

001710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

001720     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001730         UNTIL WS-EOF-YES.

001740     PERFORM 9000-TERMINATE THRU 9000-EXIT.

001750     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

001760     GOBACK.

001770 1000-INITIALIZE.

001780     OPEN INPUT ACCTFILE.
001790     OPEN INPUT PRODCFG-FILE.
001800     OPEN OUTPUT REPORT-FILE.

001810     MOVE 'TOD' TO DP-FUNCTION.
001820     CALL 'DCI8BDAT' USING DATEPARM.
001830     MOVE DP-GREGORIAN TO RH-RUN-DATE.

001840     PERFORM 1100-READ-ACCTFILE THRU 1100-EXIT.

001850 1000-EXIT.
001860     EXIT.

001870 1100-READ-ACCTFILE.

001880     READ ACCTFILE NEXT RECORD
001890         AT END
001900             GO TO 1100-EOF
001910     END-READ.

001920     ADD 1 TO WS-READ-COUNT.
001930     GO TO 1100-EXIT.

001940 1100-EOF.
001950     MOVE 'Y' TO WS-EOF-SW.

001960 1100-EXIT.
001970     EXIT.

001980*-----------------------------------------------------------------
001990* 2000-PROCESS-RECORD FILES THE ACCOUNT UNDER ITS PRODUCT,
002000* OPENING A NEW SLOT THE FIRST TIME A CODE IS MET. ROWS FILED
002010* BEFORE THE PRODUCT EXISTED CARRY LOW-VALUES THERE AND COUNT
002020* AS NO PRODUCT
002030*-----------------------------------------------------------------
002040 2000-PROCESS-RECORD.

002050     IF AF-PRODUCT-CODE = SPACES OR
002060         AF-PRODUCT-CODE = LOW-VALUES THEN
002070         MOVE 'NONE' TO WS-ACCT-PRODUCT
002080     ELSE
002090         MOVE AF-PRODUCT-CODE TO WS-ACCT-PRODUCT
002100     END-IF.

002110     MOVE 'N' TO WS-PROD-FOUND-SW.
002120     PERFORM 2100-FIND-PRODUCT THRU 2100-EXIT
002130         VARYING WS-PROD-SUB FROM 1 BY 1
002140         UNTIL WS-PROD-SUB > WS-PROD-USED
002150            OR WS-PROD-FOUND.

002160     IF NOT WS-PROD-FOUND THEN
002170         IF WS-PROD-USED < 50 THEN
002180             ADD 1 TO WS-PROD-USED
002190             MOVE WS-PROD-USED TO WS-PROD-SUB
002200             MOVE WS-ACCT-PRODUCT TO WS-PROD-CODE(WS-PROD-SUB)
002210             MOVE 0 TO WS-PROD-COUNT(WS-PROD-SUB)
002220             MOVE 0 TO WS-PROD-BALANCE(WS-PROD-SUB)
002230             MOVE 0 TO WS-PROD-CRLIMIT(WS-PROD-SUB)
002240         ELSE
002250             ADD 1 TO WS-PROD-OVERFLOW
002260             GO TO 2000-GRAND
002270         END-IF
002280     ELSE
002290         SUBTRACT 1 FROM WS-PROD-SUB
002300     END-IF.

002310     ADD 1 TO WS-PROD-COUNT(WS-PROD-SUB).
002320     ADD AF-CURR-BAL TO WS-PROD-BALANCE(WS-PROD-SUB).
002330     ADD AF-CRLIMIT TO WS-PROD-CRLIMIT(WS-PROD-SUB).

002340 2000-GRAND.
002350     ADD 1 TO WS-GRAND-COUNT.
002360     ADD AF-CURR-BAL TO WS-GRAND-BALANCE.
002370     ADD AF-CRLIMIT TO WS-GRAND-CRLIMIT.

002380     PERFORM 1100-READ-ACCTFILE THRU 1100-EXIT.

002390 2000-EXIT.
002400     EXIT.

002410* ONE STEP OF THE TABLE SEARCH - THE VARYING CLAUSE STEPS PAST A
002420* MATCH BEFORE THE TEST, HENCE THE SUBTRACT ABOVE
002430 2100-FIND-PRODUCT.

002440     IF WS-PROD-CODE(WS-PROD-SUB) = WS-ACCT-PRODUCT THEN
002450         MOVE 'Y' TO WS-PROD-FOUND-SW
002460     END-IF.

002470 2100-EXIT.
002480     EXIT.

002490 9000-TERMINATE.

002500     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
002510     MOVE SPACES TO REPORT-LINE.
002520     WRITE REPORT-LINE.
002530     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

002540     PERFORM 9100-PRINT-PRODUCT THRU 9100-EXIT
002550         VARYING WS-PROD-SUB FROM 1 BY 1
002560         UNTIL WS-PROD-SUB > WS-PROD-USED.

002570     IF WS-PROD-OVERFLOW > 0 THEN
002580         MOVE SPACES TO WS-DETAIL-LINE
002590         MOVE '....' TO DL-PRODUCT
002600         MOVE WS-PROD-OVERFLOW TO DL-COUNT
002610         MOVE 'PRODUCT TABLE FULL' TO DL-REMARK
002620         WRITE REPORT-LINE FROM WS-DETAIL-LINE
002630     END-IF.

002640     MOVE SPACES TO REPORT-LINE.
002650     WRITE REPORT-LINE.
002660     MOVE SPACES TO WS-TOTAL-LINE.
002670     MOVE 'TOTAL' TO TL-LABEL.
002680     MOVE WS-GRAND-COUNT TO TL-COUNT.
002690     MOVE WS-GRAND-BALANCE TO TL-BALANCE.
002700     MOVE WS-GRAND-CRLIMIT TO TL-CRLIMIT.
002710     WRITE REPORT-LINE FROM WS-TOTAL-LINE.

002720     DISPLAY 'DCI8BPRB - BALANCES BY PRODUCT - RUN SUMMARY'.
002730     DISPLAY 'RECORDS READ     : ' WS-READ-COUNT.
002740     DISPLAY 'PRODUCT LINES    : ' WS-LINE-COUNT.
002750     DISPLAY 'NOT BROKEN OUT   : ' WS-PROD-OVERFLOW.

002760     CLOSE ACCTFILE.
002770     CLOSE PRODCFG-FILE.
002780     CLOSE REPORT-FILE.

002790 9000-EXIT.
002800     EXIT.

002810*-----------------------------------------------------------------
002820* 9100-PRINT-PRODUCT - ONE LINE PER PRODUCT, WITH THE RATE FROM
002830* ITS PRODCFG ROW. A CODE NOT ON PRODCFG IS FLAGGED, AS ITS
002840* ACCOUNTS ARE BEING PRICED BY THE STATUS RULES
002850*-----------------------------------------------------------------
002860 9100-PRINT-PRODUCT.

002870     MOVE SPACES TO WS-DETAIL-LINE.
002880     MOVE WS-PROD-CODE(WS-PROD-SUB) TO DL-PRODUCT.
002890     MOVE WS-PROD-COUNT(WS-PROD-SUB) TO DL-COUNT.
002900     MOVE WS-PROD-BALANCE(WS-PROD-SUB) TO DL-BALANCE.
002910     MOVE WS-PROD-CRLIMIT(WS-PROD-SUB) TO DL-CRLIMIT.

002920     IF WS-PROD-CODE(WS-PROD-SUB) = 'NONE' THEN
002930         MOVE 'STATUS RULES' TO DL-REMARK
002940         GO TO 9100-WRITE
002950     END-IF.

002960     MOVE WS-PROD-CODE(WS-PROD-SUB) TO PD-CODE.
002970     READ PRODCFG-FILE
002980         INVALID KEY
002990             MOVE '*NOT ON PRODCFG*' TO DL-REMARK
003000             GO TO 9100-WRITE
003010     END-READ.

003020     MOVE PD-ANNUAL-RATE TO DL-RATE.

003030 9100-WRITE.
003040     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
003050     ADD 1 TO WS-LINE-COUNT.

003060 9100-EXIT.
003070     EXIT.

003080*-----------------------------------------------------------------
003090* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
003100* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
003110* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
003120*-----------------------------------------------------------------
003130 8100-WRITE-JRNL-START.

003140*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003150*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003160     MOVE 'DCI8BPRB' TO JG-JOBNAME.
003170     CALL 'DCI8BJGT' USING JOBGATE.
003180     IF JG-RC-BLOCKED THEN
003190         MOVE JG-BLOCKED-RC TO RETURN-CODE
003200         STOP RUN
003210     END-IF.

003220     MOVE 'DCI8BPRB' TO JR-JOBNAME.
003230     MOVE 'S' TO JR-ROW-TYPE.
003240     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003250         JR-REJECTED-COUNT.
003260     MOVE SPACE TO JR-STATUS.
003270     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003280 8100-EXIT.
003290     EXIT.

003300 8200-WRITE-JRNL-END.

003310     MOVE 'DCI8BPRB' TO JR-JOBNAME.
003320     MOVE 'E' TO JR-ROW-TYPE.
003330     MOVE WS-READ-COUNT TO JR-READ-COUNT.
003340     MOVE WS-LINE-COUNT TO JR-WRITTEN-COUNT.
003350     MOVE 0 TO JR-REJECTED-COUNT.
003360     MOVE 'G' TO JR-STATUS.
003370     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003380 8200-EXIT.
003390     EXIT.

003400 8300-STAMP-AND-WRITE.

003410     ACCEPT JR-DATE FROM DAY YYYYDDD.
003420     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
003430     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

003440     OPEN EXTEND JOURNAL-FILE.
003450     WRITE JR-REC.
003460     CLOSE JOURNAL-FILE.

003470 8300-EXIT.
003480     EXIT.

003490 END PROGRAM DCI8BPRB.
