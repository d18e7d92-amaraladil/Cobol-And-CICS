000010*****************************************************************
000020* DCI8BREM - COLLECTION AGENCY REMITTANCE POSTING
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BREM.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 25-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-25 AA   INITIAL VERSION - POSTS THE AGENCIES'
000160*                 REMITTED RECOVERIES TO THE RECOVERY LEDGER
000170*                 AND RECORDS THEIR COMMISSION
000172* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000176*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THE AGENCIES' REMITTANCE FILE (AGYREM) CARRIES ONE ROW PER
000210* ACCOUNT PER COLLECTION DAY - THE AGENCY CODE, OUR ACCOUNT, THE
000220* YYYYDDD DAY COLLECTED AND THE GROSS AMOUNT COLLECTED. A ROW
000230* IS POSTED ONLY WHEN THE ACCOUNT IS PLACED WITH THAT AGENCY ON
000240* PLACEMNT (OR WAS, AND THE MONEY CAME IN BEFORE THE RECALL),
000250* ITS LEDGER ROW IS STILL OPEN AND THE AMOUNT IS NO MORE THAN IS
000260* STILL OWED. POSTING ADDS THE AMOUNT TO RL-AGENCY-AMT AND
000270* RL-RECOVERED-AMT ON THE RECOVLDG ROW AND TO THE PLACEMENT'S
000280* RECOVERED TOTAL, WITH THE COMMISSION AT THE AGENCY'S AGENCYCFG
000290* RATE, AND MOVES THE PLACEMENT'S LAST-RECOVERY DAY ON - WHICH
000300* ALSO RESTARTS ITS DCI8BPLC RECALL CLOCK. A ROW DATED NO LATER
000310* THAN THE LAST RECOVERY ALREADY POSTED IS REJECTED, SO A RERUN
000320* OF THE SAME FILE POSTS NOTHING TWICE. EVERY ROW, POSTED OR
000330* REJECTED, PRINTS ON REMRPT
000340*****************************************************************

000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.

000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.

000410     SELECT REMIT-FILE ASSIGN TO AGYREM
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-REMIT-STATUS.

000440     SELECT RECOVLDG-FILE ASSIGN TO RECOVLDG
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS RL-ACCTNO
000480         FILE STATUS IS WS-RECOVLDG-STATUS.

000490     SELECT PLACEMNT-FILE ASSIGN TO PLACEMNT
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS PM-ACCTNO
000530         FILE STATUS IS WS-PLACEMNT-STATUS.

000540     SELECT AGENCYCFG-FILE ASSIGN TO AGENCYCFG
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS AG-CODE
000580         FILE STATUS IS WS-AGENCYCFG-STATUS.

000590     SELECT REPORT-FILE ASSIGN TO REMRPT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-REPORT-STATUS.

000620     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-JOURNAL-STATUS.

000650 DATA DIVISION.
000660 FILE SECTION.

000670 FD  REMIT-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  REMIT-REC.
000710     05  RM-AGENCY               PIC X(08).
000720     05  RM-ACCTNO               PIC X(09).
000730     05  RM-COLLECT-DATE         PIC 9(07).
000740     05  RM-AMOUNT               PIC 9(08)V99.
000750     05  FILLER                  PIC X(06).

000760 FD  RECOVLDG-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  RECOVLDG-REC.
000790     05  RL-ACCTNO               PIC X(09).
000800     05  RL-CHGOFF-DATE          PIC S9(7) COMP-3.
000810     05  RL-CHGOFF-AMT           PIC 9(08)V99.
000820     05  RL-RECOVERED-AMT        PIC 9(08)V99.
000830     05  RL-AUTH-INFO.
000840         10  RL-AUTH-USERID      PIC X(08).
000850         10  RL-AUTH-TRMID       PIC X(04).
000860         10  RL-AUTH-DATE        PIC S9(7) COMP-3.
000870         10  RL-AUTH-TIME        PIC S9(7) COMP-3.
000880     05  RL-DIVIDEND-AMT         PIC 9(08)V99.
000890     05  RL-RESIDUE-AMT          PIC 9(08)V99.
000900     05  RL-CLOSED-DATE          PIC S9(7) COMP-3.
000910     05  RL-AGENCY-AMT           PIC 9(08)V99.

000920 FD  PLACEMNT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  PLACEMNT-REC.
000950     05  PM-ACCTNO               PIC X(09).
000960     05  PM-AGENCY               PIC X(08).
000970     05  PM-STATUS               PIC X(01).
000980         88  PM-PLACED                   VALUE 'P'.
000990         88  PM-RECALLED                 VALUE 'R'.
001000     05  PM-PLACED-DATE          PIC S9(7) COMP-3.
001010     05  PM-PLACED-AMT           PIC 9(08)V99.
001020     05  PM-RECOVERED-AMT        PIC 9(08)V99.
001030     05  PM-COMMISSION-AMT       PIC 9(08)V99.
001040     05  PM-LAST-RCV-DATE        PIC S9(7) COMP-3.
001050     05  PM-RECALL-DATE          PIC S9(7) COMP-3.
001060     05  PM-RECALL-REASON        PIC X(01).

001070 FD  AGENCYCFG-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  AGENCYCFG-REC.
001100     05  AG-CODE                 PIC X(08).
001110     05  AG-PLACING              PIC X(01).
001120     05  AG-COMM-PCT             PIC 9(02)V99.

001130 FD  REPORT-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 01  REPORT-LINE                 PIC X(80).

001170*-----------------------------------------------------------------
001180* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001190* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001200*-----------------------------------------------------------------
001210 FD  JOURNAL-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 01  JR-REC.
001250     05  JR-JOBNAME              PIC X(08).
001260     05  JR-ROW-TYPE             PIC X(01).
001270     05  JR-DATE                 PIC 9(07).
001280     05  JR-TIME                 PIC 9(06).
001290     05  JR-READ-COUNT           PIC 9(07).
001300     05  JR-WRITTEN-COUNT        PIC 9(07).
001310     05  JR-REJECTED-COUNT       PIC 9(07).
001320     05  JR-STATUS               PIC X(01).
001330     05  FILLER                  PIC X(06).

001340 WORKING-STORAGE SECTION.
001350 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001360 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001365     COPY 'JOBGATE'.

001370 77  WS-REMIT-STATUS         PIC X(02) VALUE SPACES.
001380 77  WS-RECOVLDG-STATUS      PIC X(02) VALUE SPACES.
001390 77  WS-PLACEMNT-STATUS      PIC X(02) VALUE SPACES.
001400 77  WS-AGENCYCFG-STATUS     PIC X(02) VALUE SPACES.
001410 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001420 01  WS-SWITCHES.
001430     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001440         88  WS-EOF-YES              VALUE 'Y'.

001450 01  WS-COUNTERS.
001460     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001470     05  WS-POSTED-COUNT     PIC 9(07) COMP-3 VALUE 0.
001480     05  WS-REJECTED-COUNT   PIC 9(07) COMP-3 VALUE 0.

001490 77  WS-POSTED-TOTAL         PIC S9(12)V99 COMP-3 VALUE 0.
001500 77  WS-COMM-TOTAL           PIC S9(12)V99 COMP-3 VALUE 0.
001510 77  WS-OWED                 PIC S9(10)V99 COMP-3 VALUE 0.
001520 77  WS-COMMISSION           PIC S9(08)V99 COMP-3 VALUE 0.
001530 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.

001540* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
001550     COPY 'DATEPARM'.

001560 01  WS-REPORT-HEADING1.
001570     05  FILLER PIC X(80) VALUE
001580         'DCI8BREM - COLLECTION AGENCY REMITTANCES'.

001590 01  WS-REPORT-HEADING2.
001600     05  FILLER PIC X(10) VALUE 'AGENCY'.
001610     05  FILLER PIC X(11) VALUE 'ACCOUNT'.
001620     05  FILLER PIC X(09) VALUE 'COLLECTED'.
001630     05  FILLER PIC X(14) VALUE '       AMOUNT'.
001640     05  FILLER PIC X(12) VALUE '  COMMISSION'.
001650     05  FILLER PIC X(24) VALUE '  RESULT'.

001660 01  WS-DETAIL-LINE.
001670     05  DL-AGENCY           PIC X(08).
001680     05  FILLER              PIC X(02) VALUE SPACES.
001690     05  DL-ACCTNO           PIC X(09).
001700     05  FILLER              PIC X(02) VALUE SPACES.
001710     05  DL-DATE             PIC X(07).
001720     05  FILLER              PIC X(01) VALUE SPACE.
001730     05  DL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
001740     05  FILLER              PIC X(01) VALUE SPACE.
001750     05  DL-COMMISSION       PIC ZZZ,ZZ9.99.
001760     05  FILLER              PIC X(02) VALUE SPACES.
001770     05  DL-NOTE             PIC X(25).

001780 01  WS-TOTAL-LINE.
001790     05  FILLER              PIC X(02) VALUE SPACES.
001800     05  TL-LABEL            PIC X(24).
001810     05  TL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
001820     05  FILLER              PIC X(36) VALUE SPACES.

001830 PROCEDURE DIVISION.

001840 0000-MAINLINE.

001850     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

001870     PERFORM 2000-PROCESS-REMITTANCE THRU 2000-EXIT
001880         UNTIL WS-EOF-YES.

001890     PERFORM 9000-TERMINATE THRU 9000-EXIT.

001900     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

001910     GOBACK.

001920 1000-INITIALIZE.

001930     OPEN INPUT REMIT-FILE.
001940     OPEN I-O RECOVLDG-FILE.
001950     OPEN I-O PLACEMNT-FILE.
001960     OPEN INPUT AGENCYCFG-FILE.
001970     OPEN OUTPUT REPORT-FILE.

001980     MOVE 'TOD' TO DP-FUNCTION.
001990     CALL 'DCI8BDAT' USING DATEPARM.
002000     MOVE DP-JULIAN TO WS-TODAY.

002010     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
002020     MOVE SPACES TO REPORT-LINE.
002030     WRITE REPORT-LINE.
002040     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

002050     PERFORM 1100-READ-REMITTANCE THRU 1100-EXIT.

002060 1000-EXIT.
002070     EXIT.

002080 1100-READ-REMITTANCE.

002090     READ REMIT-FILE
002100         AT END
002110             GO TO 1100-EOF
002120     END-READ.

002130     ADD 1 TO WS-READ-COUNT.
002140     GO TO 1100-EXIT.

002150 1100-EOF.
002160     MOVE 'Y' TO WS-EOF-SW.

002170 1100-EXIT.
002180     EXIT.

002190*-----------------------------------------------------------------
002200* 2000-PROCESS-REMITTANCE - EDIT THE ROW AGAINST AGENCYCFG,
002210* PLACEMNT AND RECOVLDG IN TURN; THE FIRST FAILURE REJECTS IT
002220*-----------------------------------------------------------------
002230 2000-PROCESS-REMITTANCE.

002240     MOVE RM-AGENCY TO DL-AGENCY.
002250     MOVE RM-ACCTNO TO DL-ACCTNO.
002260     MOVE RM-COLLECT-DATE TO DL-DATE.
002270     MOVE 0 TO DL-AMOUNT DL-COMMISSION.

002280     IF RM-AMOUNT IS NOT NUMERIC OR RM-AMOUNT = 0 THEN
002290         MOVE 'AMOUNT NOT NUMERIC/ZERO' TO DL-NOTE
002300         GO TO 2000-REJECT
002310     END-IF.
002320     MOVE RM-AMOUNT TO DL-AMOUNT.

002330     IF RM-COLLECT-DATE IS NOT NUMERIC
002340             OR RM-COLLECT-DATE = 0
002350             OR RM-COLLECT-DATE > WS-TODAY THEN
002360         MOVE 'COLLECTION DATE INVALID' TO DL-NOTE
002370         GO TO 2000-REJECT
002380     END-IF.

002390     MOVE RM-AGENCY TO AG-CODE.
002400     READ AGENCYCFG-FILE
002410         INVALID KEY
002420             MOVE 'AGENCY NOT ON AGENCYCFG' TO DL-NOTE
002430             GO TO 2000-REJECT
002440     END-READ.

002450     MOVE RM-ACCTNO TO PM-ACCTNO.
002460     READ PLACEMNT-FILE
002470         INVALID KEY
002480             MOVE 'ACCOUNT NEVER PLACED' TO DL-NOTE
002490             GO TO 2000-REJECT
002500     END-READ.

002510     IF PM-AGENCY NOT = RM-AGENCY THEN
002520         MOVE 'PLACED WITH ANOTHER AGENCY' TO DL-NOTE
002530         GO TO 2000-REJECT
002540     END-IF.

002550     IF RM-COLLECT-DATE < PM-PLACED-DATE THEN
002560         MOVE 'COLLECTED BEFORE PLACING' TO DL-NOTE
002570         GO TO 2000-REJECT
002580     END-IF.

002590     IF PM-RECALLED AND RM-COLLECT-DATE > PM-RECALL-DATE THEN
002600         MOVE 'COLLECTED AFTER RECALL' TO DL-NOTE
002610         GO TO 2000-REJECT
002620     END-IF.

002630     IF RM-COLLECT-DATE NOT > PM-LAST-RCV-DATE THEN
002640         MOVE 'DAY ALREADY POSTED' TO DL-NOTE
002650         GO TO 2000-REJECT
002660     END-IF.

002670     MOVE RM-ACCTNO TO RL-ACCTNO.
002680     READ RECOVLDG-FILE
002690         INVALID KEY
002700             MOVE 'NOT ON RECOVERY LEDGER' TO DL-NOTE
002710             GO TO 2000-REJECT
002720     END-READ.

002730     IF RL-CLOSED-DATE NOT = 0 THEN
002740         MOVE 'LEDGER ROW CLOSED' TO DL-NOTE
002750         GO TO 2000-REJECT
002760     END-IF.

002770     COMPUTE WS-OWED = RL-CHGOFF-AMT - RL-RECOVERED-AMT.
002780     IF RM-AMOUNT > WS-OWED THEN
002790         MOVE 'MORE THAN IS STILL OWED' TO DL-NOTE
002800         GO TO 2000-REJECT
002810     END-IF.

002820     PERFORM 2100-POST-ONE THRU 2100-EXIT.
002830     GO TO 2000-NEXT.

002840 2000-REJECT.

002850     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
002860     ADD 1 TO WS-REJECTED-COUNT.

002870 2000-NEXT.

002880     PERFORM 1100-READ-REMITTANCE THRU 1100-EXIT.

002890 2000-EXIT.
002900     EXIT.

002910*-----------------------------------------------------------------
002920* 2100-POST-ONE - LEDGER FIRST, THEN THE PLACEMENT; THE
002930* COMMISSION IS ROUNDED TO THE PENNY
002940*-----------------------------------------------------------------
002950 2100-POST-ONE.

002960     COMPUTE WS-COMMISSION ROUNDED =
002970         RM-AMOUNT * AG-COMM-PCT / 100.

002980     ADD RM-AMOUNT TO RL-AGENCY-AMT.
002990     ADD RM-AMOUNT TO RL-RECOVERED-AMT.
003000     REWRITE RECOVLDG-REC
003010         INVALID KEY
003020             MOVE 'LEDGER REWRITE FAILED' TO DL-NOTE
003030             WRITE REPORT-LINE FROM WS-DETAIL-LINE
003040             ADD 1 TO WS-REJECTED-COUNT
003050             GO TO 2100-EXIT
003060     END-REWRITE.

003070     ADD RM-AMOUNT TO PM-RECOVERED-AMT.
003080     ADD WS-COMMISSION TO PM-COMMISSION-AMT.
003090     MOVE RM-COLLECT-DATE TO PM-LAST-RCV-DATE.
003100     REWRITE PLACEMNT-REC.

003110     ADD 1 TO WS-POSTED-COUNT.
003120     ADD RM-AMOUNT TO WS-POSTED-TOTAL.
003130     ADD WS-COMMISSION TO WS-COMM-TOTAL.

003140     MOVE WS-COMMISSION TO DL-COMMISSION.
003150     MOVE 'POSTED' TO DL-NOTE.
003160     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

003170 2100-EXIT.
003180     EXIT.

003190 9000-TERMINATE.

003200     MOVE SPACES TO REPORT-LINE.
003210     WRITE REPORT-LINE.
003220     MOVE 'TOTAL POSTED' TO TL-LABEL.
003230     MOVE WS-POSTED-TOTAL TO TL-AMOUNT.
003240     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
003250     MOVE 'TOTAL COMMISSION' TO TL-LABEL.
003260     MOVE WS-COMM-TOTAL TO TL-AMOUNT.
003270     WRITE REPORT-LINE FROM WS-TOTAL-LINE.

003280     DISPLAY 'DCI8BREM - AGENCY REMITTANCES - RUN SUMMARY'.
003290     DISPLAY 'ROWS READ        : ' WS-READ-COUNT.
003300     DISPLAY 'ROWS POSTED      : ' WS-POSTED-COUNT.
003310     DISPLAY 'ROWS REJECTED    : ' WS-REJECTED-COUNT.
003320     DISPLAY 'AMOUNT POSTED    : ' WS-POSTED-TOTAL.
003330     DISPLAY 'COMMISSION       : ' WS-COMM-TOTAL.

003340     CLOSE REMIT-FILE.
003350     CLOSE RECOVLDG-FILE.
003360     CLOSE PLACEMNT-FILE.
003370     CLOSE AGENCYCFG-FILE.
003380     CLOSE REPORT-FILE.

003390 9000-EXIT.
003400     EXIT.

003410*-----------------------------------------------------------------
003420* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
003430* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
003440* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
003450*-----------------------------------------------------------------
003460 8100-WRITE-JRNL-START.

003461*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003462*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003463     MOVE 'DCI8BREM' TO JG-JOBNAME.
003464     CALL 'DCI8BJGT' USING JOBGATE.
003465     IF JG-RC-BLOCKED THEN
003466         MOVE JG-BLOCKED-RC TO RETURN-CODE
003467         STOP RUN
003468     END-IF.

003470     MOVE 'DCI8BREM' TO JR-JOBNAME.
003480     MOVE 'S' TO JR-ROW-TYPE.
003490     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003500         JR-REJECTED-COUNT.
003510     MOVE SPACE TO JR-STATUS.
003520     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003530 8100-EXIT.
003540     EXIT.

003550 8200-WRITE-JRNL-END.

003560     MOVE 'DCI8BREM' TO JR-JOBNAME.
003570     MOVE 'E' TO JR-ROW-TYPE.
003580     MOVE WS-READ-COUNT TO JR-READ-COUNT.
003590     MOVE WS-POSTED-COUNT TO JR-WRITTEN-COUNT.
003600     MOVE WS-REJECTED-COUNT TO JR-REJECTED-COUNT.
003610     MOVE 'G' TO JR-STATUS.
003620     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003630 8200-EXIT.
003640     EXIT.

003650 8300-STAMP-AND-WRITE.

003660     ACCEPT JR-DATE FROM DAY YYYYDDD.
003670     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
003680     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

003690     OPEN EXTEND JOURNAL-FILE.
003700     WRITE JR-REC.
003710     CLOSE JOURNAL-FILE.

003720 8300-EXIT.
003730     EXIT.

003740 END PROGRAM DCI8BREM.
