000010*****************************************************************
000020* DCI8BVUL - WEEKLY VULNERABLE CUSTOMER REVIEW REPORT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BVUL.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 22-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-22 AA   INITIAL VERSION - ACTIVE VULNERABLE CUSTOMER
000160*                 MARKERS PAST THEIR REVIEW-BY DATE
000162* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000164*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000166*                 STOPS WITH RETURN CODE 12 WHEN A
000168*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000170*-----------------------------------------------------------------
000180*****************************************************************
000190* THIS WEEKLY JOB WALKS THE VULNMARK REGISTER AND LISTS EVERY
000200* ACTIVE MARKER WHOSE REVIEW-BY DATE IS BEFORE TODAY, WITH ITS
000210* CATEGORY, THE DATE IT FELL DUE, HOW MANY DAYS OVERDUE IT IS
000220* AND THE OPERATOR WHO LAST RECORDED IT, SO THE TEAM LEADER CAN
000230* CHASE THE REVIEW. AN OVERDUE MARKER IS NOT DROPPED - IT STAYS
000240* ACTIVE, AND KEEPS PROTECTING THE CUSTOMER, UNTIL SOMEONE
000250* RE-RECORDS IT WITH A NEW DATE OR REMOVES IT ON THE DCI8DPHI
000260* SCREEN. REMOVED MARKERS ARE SKIPPED
000270*****************************************************************

000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.

000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.

000340     SELECT VULNMARK-FILE ASSIGN TO VULNMARK
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS VM-KEY
000380         FILE STATUS IS WS-VULNMARK-STATUS.

000390     SELECT REPORT-FILE ASSIGN TO VULRPT
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-REPORT-STATUS.

000420     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-JOURNAL-STATUS.

000450 DATA DIVISION.
000460 FILE SECTION.

000470*-----------------------------------------------------------------
000480* VULNMARK - THE VULNERABLE CUSTOMER REGISTER, ONE ROW PER ACCOUNT
000490* PER CATEGORY, RECORDED ON THE DCI8DPHI SCREEN
000500*-----------------------------------------------------------------
000510 FD  VULNMARK-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 01  VULNMARK-REC.
000540     05  VM-KEY.
000550         10  VM-ACCTNO           PIC X(09).
000560         10  VM-CATEGORY         PIC X(01).
000570     05  VM-STATUS               PIC X(01).
000580         88  VM-ACTIVE                   VALUE 'A'.
000590     05  VM-CONSENT              PIC X(01).
000600     05  VM-REVIEW-DATE          PIC S9(7) COMP-3.
000610     05  VM-NOTE                 PIC X(40).
000620     05  VM-REC-OPID             PIC X(03).
000630     05  VM-RECORDED-INFO.
000640         10  VM-REC-USERID       PIC X(08).
000650         10  VM-REC-TRMID        PIC X(04).
000660         10  VM-REC-DATE         PIC S9(7) COMP-3.
000670         10  VM-REC-TIME         PIC S9(7) COMP-3.
000680     05  VM-REMOVED-INFO.
000690         10  VM-RMV-USERID       PIC X(08).
000700         10  VM-RMV-TRMID        PIC X(04).
000710         10  VM-RMV-DATE         PIC S9(7) COMP-3.
000720         10  VM-RMV-TIME         PIC S9(7) COMP-3.

000730 FD  REPORT-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 01  REPORT-LINE                 PIC X(80).

000770*-----------------------------------------------------------------
000780* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
000790* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
000800*-----------------------------------------------------------------
000810 FD  JOURNAL-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  JR-REC.
000850     05  JR-JOBNAME              PIC X(08).
000860     05  JR-ROW-TYPE             PIC X(01).
000870     05  JR-DATE                 PIC 9(07).
000880     05  JR-TIME                 PIC 9(06).
000890     05  JR-READ-COUNT           PIC 9(07).
000900     05  JR-WRITTEN-COUNT        PIC 9(07).
000910     05  JR-REJECTED-COUNT       PIC 9(07).
000920     05  JR-STATUS               PIC X(01).
000930     05  FILLER                  PIC X(06).

000940 WORKING-STORAGE SECTION.
000950 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000960 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000965     COPY 'JOBGATE'.

000970 77  WS-VULNMARK-STATUS      PIC X(02) VALUE SPACES.
000980 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

000990 01  WS-SWITCHES.
001000     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001010         88  WS-EOF-YES              VALUE 'Y'.
001020     05  WS-DATE-OK-SW       PIC X(01) VALUE 'Y'.
001030         88  WS-DATE-OK              VALUE 'Y'.

001040 01  WS-COUNTERS.
001050     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001060     05  WS-ACTIVE-COUNT     PIC 9(07) COMP-3 VALUE 0.
001070     05  WS-OVERDUE-COUNT    PIC 9(07) COMP-3 VALUE 0.
001080     05  WS-REMOVED-COUNT    PIC 9(07) COMP-3 VALUE 0.

001090 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.

001100*-----------------------------------------------------------------
001110* DAYS OVERDUE IS COUNTED BY STEPPING THE DUE DATE FORWARD A
001120* DAY AT A TIME THROUGH DCI8BDAT - CAPPED, SINCE A MARKER A
001130* YEAR OR MORE OVERDUE NEEDS CHASING WHATEVER THE EXACT COUNT
001140*-----------------------------------------------------------------
001150 77  WS-DAYS-OVER            PIC S9(05) COMP-3 VALUE 0.
001160 77  WS-DAYS-CAP             PIC S9(05) COMP-3 VALUE +999.
001170 77  WS-STEP-DATE            PIC S9(7) COMP-3 VALUE 0.

001180* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
001190     COPY 'DATEPARM'.

001200 01  WS-REPORT-HEADING1.
001210     05  FILLER              PIC X(44) VALUE
001220         'DCI8BVUL - VULNERABLE CUSTOMER REVIEWS DUE '.
001230     05  FILLER              PIC X(06) VALUE 'RUN '.
001240     05  RH-RUN-DATE         PIC 9(08).
001250     05  FILLER              PIC X(22) VALUE SPACES.

001260 01  WS-REPORT-HEADING2.
001270     05  FILLER PIC X(11) VALUE 'ACCOUNT'.
001280     05  FILLER PIC X(05) VALUE 'CAT'.
001290     05  FILLER PIC X(12) VALUE 'REVIEW DUE'.
001300     05  FILLER PIC X(10) VALUE 'DAYS OVER'.
001310     05  FILLER PIC X(09) VALUE 'CONSENT'.
001320     05  FILLER PIC X(08) VALUE 'OPER'.
001330     05  FILLER PIC X(25) VALUE 'LAST RECORDED'.

001340 01  WS-DETAIL-LINE.
001350     05  DL-ACCTNO           PIC X(09).
001360     05  FILLER              PIC X(03) VALUE SPACES.
001370     05  DL-CATEGORY         PIC X(01).
001380     05  FILLER              PIC X(03) VALUE SPACES.
001390     05  DL-REVIEW-DATE      PIC 9(08).
001400     05  FILLER              PIC X(04) VALUE SPACES.
001410     05  DL-DAYS-OVER        PIC ZZ9.
001420     05  DL-DAYS-PLUS        PIC X(01).
001430     05  FILLER              PIC X(06) VALUE SPACES.
001440     05  DL-CONSENT          PIC X(01).
001450     05  FILLER              PIC X(08) VALUE SPACES.
001460     05  DL-OPID             PIC X(03).
001470     05  FILLER              PIC X(05) VALUE SPACES.
001480     05  DL-REC-DATE         PIC 9(08).
001490     05  FILLER              PIC X(17) VALUE SPACES.

001500 PROCEDURE DIVISION.

001510 0000-MAINLINE.

001520     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

001540     PERFORM 2000-PROCESS-MARKER THRU 2000-EXIT
001550         UNTIL WS-EOF-YES.

001560     PERFORM 9000-TERMINATE THRU 9000-EXIT.

001570     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

001580     GOBACK.

001590 1000-INITIALIZE.

001600     OPEN INPUT VULNMARK-FILE.
001610     OPEN OUTPUT REPORT-FILE.

001620     MOVE 'TOD' TO DP-FUNCTION.
001630     CALL 'DCI8BDAT' USING DATEPARM.
001640     MOVE DP-JULIAN TO WS-TODAY.
001650     MOVE DP-GREGORIAN TO RH-RUN-DATE.

001660     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
001670     MOVE SPACES TO REPORT-LINE.
001680     WRITE REPORT-LINE.
001690     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

001700     PERFORM 1100-READ-MARKER THRU 1100-EXIT.

001710 1000-EXIT.
001720     EXIT.

001730 1100-READ-MARKER.

001740     READ VULNMARK-FILE NEXT RECORD
001750         AT END
001760             GO TO 1100-EOF
001770     END-READ.

001780     ADD 1 TO WS-READ-COUNT.
001790     GO TO 1100-EXIT.

001800 1100-EOF.
001810     MOVE 'Y' TO WS-EOF-SW.

001820 1100-EXIT.
001830     EXIT.

001840*-----------------------------------------------------------------
001850* 2000-PROCESS-MARKER SKIPS REMOVED MARKERS AND ACTIVE ONES NOT
001860* YET DUE, AND LISTS THE REST
001870*-----------------------------------------------------------------
001880 2000-PROCESS-MARKER.

001890     IF NOT VM-ACTIVE THEN
001900         ADD 1 TO WS-REMOVED-COUNT
001910         GO TO 2000-READ
001920     END-IF.

001930     ADD 1 TO WS-ACTIVE-COUNT.

001940     IF VM-REVIEW-DATE NOT < WS-TODAY THEN
001950         GO TO 2000-READ
001960     END-IF.

001970     PERFORM 2100-WRITE-OVERDUE THRU 2100-EXIT.

001980 2000-READ.
001990     PERFORM 1100-READ-MARKER THRU 1100-EXIT.

002000 2000-EXIT.
002010     EXIT.

002020 2100-WRITE-OVERDUE.

002030     MOVE SPACES TO WS-DETAIL-LINE.
002040     MOVE VM-ACCTNO TO DL-ACCTNO.
002050     MOVE VM-CATEGORY TO DL-CATEGORY.
002060     MOVE VM-CONSENT TO DL-CONSENT.
002070     MOVE VM-REC-OPID TO DL-OPID.

002080     MOVE 'J2G' TO DP-FUNCTION.
002090     MOVE VM-REVIEW-DATE TO DP-JULIAN.
002100     CALL 'DCI8BDAT' USING DATEPARM.
002110     IF DP-RC-GOOD THEN
002120         MOVE DP-GREGORIAN TO DL-REVIEW-DATE
002130     ELSE
002140         MOVE 0 TO DL-REVIEW-DATE
002150     END-IF.

002160     MOVE 'J2G' TO DP-FUNCTION.
002165*    THE RECORDED STAMP CARRIES THE RAW EIBDATE FORM (0CYYDDD)
002170     COMPUTE DP-JULIAN = VM-REC-DATE + 1900000.
002180     CALL 'DCI8BDAT' USING DATEPARM.
002190     IF DP-RC-GOOD THEN
002200         MOVE DP-GREGORIAN TO DL-REC-DATE
002210     ELSE
002220         MOVE 0 TO DL-REC-DATE
002230     END-IF.

002240     PERFORM 2200-COUNT-DAYS THRU 2200-EXIT.
002250     MOVE WS-DAYS-OVER TO DL-DAYS-OVER.
002260     IF WS-DAYS-OVER NOT < WS-DAYS-CAP THEN
002270         MOVE '+' TO DL-DAYS-PLUS
002280     END-IF.

002290     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
002300     ADD 1 TO WS-OVERDUE-COUNT.

002310 2100-EXIT.
002320     EXIT.

002330*-----------------------------------------------------------------
002340* 2200-COUNT-DAYS - DAYS FROM THE REVIEW-BY DATE TO TODAY
002350*-----------------------------------------------------------------
002360 2200-COUNT-DAYS.

002370     MOVE 0 TO WS-DAYS-OVER.
002380     MOVE VM-REVIEW-DATE TO WS-STEP-DATE.
002390     MOVE 'Y' TO WS-DATE-OK-SW.

002400     PERFORM 2210-STEP-ONE-DAY THRU 2210-EXIT
002410         UNTIL WS-STEP-DATE NOT < WS-TODAY OR
002420               WS-DAYS-OVER NOT < WS-DAYS-CAP OR
002430               NOT WS-DATE-OK.

002440 2200-EXIT.
002450     EXIT.

002460 2210-STEP-ONE-DAY.

002470     MOVE 'ADD' TO DP-FUNCTION.
002480     MOVE WS-STEP-DATE TO DP-JULIAN.
002490     MOVE 1 TO DP-DAYS.
002500     CALL 'DCI8BDAT' USING DATEPARM.
002510     IF NOT DP-RC-GOOD THEN
002520         MOVE 'N' TO WS-DATE-OK-SW
002530         GO TO 2210-EXIT
002540     END-IF.

002550     MOVE DP-JULIAN TO WS-STEP-DATE.
002560     ADD 1 TO WS-DAYS-OVER.

002570 2210-EXIT.
002580     EXIT.

002590 9000-TERMINATE.

002600     MOVE SPACES TO REPORT-LINE.
002610     WRITE REPORT-LINE.
002620     MOVE SPACES TO WS-DETAIL-LINE.
002630     MOVE 'OVERDUE' TO DL-ACCTNO.
002640     MOVE WS-OVERDUE-COUNT TO DL-DAYS-OVER.
002650     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

002660     DISPLAY 'DCI8BVUL - VULNERABLE CUSTOMER REVIEWS - SUMMARY'.
002670     DISPLAY 'MARKERS READ     : ' WS-READ-COUNT.
002680     DISPLAY 'ACTIVE MARKERS   : ' WS-ACTIVE-COUNT.
002690     DISPLAY 'REVIEW OVERDUE   : ' WS-OVERDUE-COUNT.
002700     DISPLAY 'REMOVED (SKIPPED): ' WS-REMOVED-COUNT.

002710     CLOSE VULNMARK-FILE.
002720     CLOSE REPORT-FILE.

002730 9000-EXIT.
002740     EXIT.

002750*-----------------------------------------------------------------
002760* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
002770* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
002780* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
002790*-----------------------------------------------------------------
002800 8100-WRITE-JRNL-START.

002801*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002802*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002803     MOVE 'DCI8BVUL' TO JG-JOBNAME.
002804     CALL 'DCI8BJGT' USING JOBGATE.
002805     IF JG-RC-BLOCKED THEN
002806         MOVE JG-BLOCKED-RC TO RETURN-CODE
002807         STOP RUN
002808     END-IF.

002810     MOVE 'DCI8BVUL' TO JR-JOBNAME.
002820     MOVE 'S' TO JR-ROW-TYPE.
002830     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
002840         JR-REJECTED-COUNT.
002850     MOVE SPACE TO JR-STATUS.
002860     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

002870 8100-EXIT.
002880     EXIT.

002890 8200-WRITE-JRNL-END.

002900     MOVE 'DCI8BVUL' TO JR-JOBNAME.
002910     MOVE 'E' TO JR-ROW-TYPE.
002920     MOVE WS-READ-COUNT TO JR-READ-COUNT.
002930     MOVE WS-OVERDUE-COUNT TO JR-WRITTEN-COUNT.
002940     MOVE 0 TO JR-REJECTED-COUNT.
002950     MOVE 'G' TO JR-STATUS.
002960     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

002970 8200-EXIT.
002980     EXIT.

002990 8300-STAMP-AND-WRITE.

003000     ACCEPT JR-DATE FROM DAY YYYYDDD.
003010     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
003020     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

003030     OPEN EXTEND JOURNAL-FILE.
003040     WRITE JR-REC.
003050     CLOSE JOURNAL-FILE.

003060 8300-EXIT.
003070     EXIT.

003080 END PROGRAM DCI8BVUL.
