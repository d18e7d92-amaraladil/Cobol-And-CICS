000010*****************************************************************
000020* DCI8BNAP - CONSOLIDATED NIGHTLY ACCTFILE PASS
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BNAP.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 07-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-07 AA   INITIAL VERSION - ONE READ OF ACCTFILE FOR THE
000160*                 SEVEN PER-ACCOUNT NIGHTLY JOBS IN PLACE OF
000170*                 SEVEN, EACH JOB CALLED THROUGH ITS PASS ENTRY
000171* 2026-10-15 AA   EACH STEP THAT OPENS CLEAN IS NAMED TO THE GATE
000172*                 (DCI8PJGT), SO A LATER STEP WHOSE JOBDEPS
000173*                 PREDECESSOR IT IS NO LONGER ALWAYS BLOCKS
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS JOB READS ACCTFILE ONCE, IN KEY SEQUENCE, AND HANDS EACH
000210* RECORD IN TURN TO THE PER-ACCOUNT LOGIC OF THE NIGHTLY JOBS
000220* THAT USED TO WALK IT ONE AFTER ANOTHER:
000230*   DCI8BFEE  DCI8BOVL  DCI8BSNP  DCI8BPGS
000240*   DCI8BGEO  DCI8BCRV  DCI8BINT
000250* IN THAT ORDER, THROUGH EACH ONE'S PASS ENTRY (SEE ACCTPASS).
000260* EVERY STEP STILL READS ITS OWN CONTROL CARD, PASSES ITS OWN
000270* JOBDEPS GATE, PRINTS ITS OWN REPORT AND WRITES ITS OWN START
000280* AND END ROWS ON RUNJRNL, SO DCI8BJRN AND THE GATE SEE THE SAME
000290* JOB NAMES AS BEFORE. A STEP THAT CHANGES THE ACCOUNT HAS IT
000300* REWRITTEN BEFORE THE NEXT STEP IS CALLED, SO ITS RESTART
000310* PROTECTION ON THE RECORD HOLDS JUST AS STANDING ALONE.
000320*
000330* PASSPARM SWITCHES STEPS OUT (OR BACK IN) - ONE CARD PER JOB,
000340* JOB NAME IN COLUMNS 1-8 AND 'N' OR 'Y' IN COLUMN 10; '*' IN
000350* COLUMN 1 MARKS A COMMENT. A JOB WITH NO CARD, OR NO PASSPARM
000360* AT ALL, RUNS. A STEP SWITCHED OUT HERE CAN STILL BE RUN ON ITS
000370* OWN IN ITS OLD SLOT. A STEP BLOCKED BY ITS GATE DROPS OUT
000380* ALONE AND THE REST CARRY ON. THE STEPS ONLY END WHEN THE PASS
000390* DOES, SO EACH STEP THAT OPENS CLEAN IS NAMED TO THE GATE
000391* (ENTRY DCI8PJGT) BEFORE THE NEXT ONE OPENS: A STEP WHOSE
000392* JOBDEPS PREDECESSOR IS AN EARLIER STEP OF THE PASS IS LET
000393* THROUGH, AS THAT STEP HANDLES EVERY ACCOUNT FIRST. ONE WAITING
000394* ON A STEP THAT WAS BLOCKED, SWITCHED OUT OR COMES LATER IN THE
000400* PASS IS STILL BLOCKED - RUN SUCH A JOB ON ITS OWN AFTER THE PASS
000410*****************************************************************

000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.

000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.

000480     SELECT PASSPARM-FILE ASSIGN TO PASSPARM
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-PASSPARM-STATUS.

000510     SELECT ACCTFILE ASSIGN TO ACCTFILE
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS AF-ACCTKEY
000550         FILE STATUS IS WS-ACCTFILE-STATUS.

000560     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-JOURNAL-STATUS.

000590 DATA DIVISION.
000600 FILE SECTION.

000610*-----------------------------------------------------------------
000620* PASSPARM - ONE CARD PER STEP TO SWITCH IN OR OUT
000630*-----------------------------------------------------------------
000640 FD  PASSPARM-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 01  PASSPARM-REC.
000680     05  PP-JOBNAME              PIC X(08).
000690     05  FILLER                  PIC X(01).
000700     05  PP-RUN-FLAG             PIC X(01).
000710         88  PP-RUN-YES                  VALUE 'Y'.
000720         88  PP-RUN-NO                   VALUE 'N'.
000730     05  FILLER                  PIC X(70).
000740 01  PASSPARM-CARD REDEFINES PASSPARM-REC.
000750     05  PP-COMMENT-MARK         PIC X(01).
000760         88  PP-COMMENT-CARD             VALUE '*'.
000770     05  FILLER                  PIC X(79).

000780*-----------------------------------------------------------------
000790* ACCTFILE - ONLY THE KEY MATTERS HERE; THE WHOLE RECORD GOES TO
000800* THE STEPS IN AP-ACCTFILE-REC
000810*-----------------------------------------------------------------
000820 FD  ACCTFILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  ACCTFILE-REC.
000850     05  AF-ACCTKEY.
000860         10  AF-ACCTNO           PIC X(09).
000870     05  FILLER                  PIC X(259).

000880*-----------------------------------------------------------------
000890* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
000900* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
000910*-----------------------------------------------------------------
000920 FD  JOURNAL-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  JR-REC.
000960     05  JR-JOBNAME              PIC X(08).
000970     05  JR-ROW-TYPE             PIC X(01).
000980     05  JR-DATE                 PIC 9(07).
000990     05  JR-TIME                 PIC 9(06).
001000     05  JR-READ-COUNT           PIC 9(07).
001010     05  JR-WRITTEN-COUNT        PIC 9(07).
001020     05  JR-REJECTED-COUNT       PIC 9(07).
001030     05  JR-STATUS               PIC X(01).
001040     05  FILLER                  PIC X(06).

001050 WORKING-STORAGE SECTION.
001060 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001070 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001080     COPY 'JOBGATE'.

001090 77  WS-PASSPARM-STATUS      PIC X(02) VALUE SPACES.
001100 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.

001110 01  WS-SWITCHES.
001120     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001130         88  WS-EOF-YES              VALUE 'Y'.
001140     05  WS-PARM-EOF-SW      PIC X(01) VALUE 'N'.
001150         88  WS-PARM-EOF             VALUE 'Y'.
001160     05  WS-FOUND-SW         PIC X(01) VALUE 'N'.
001170         88  WS-FOUND                VALUE 'Y'.

001180 01  WS-COUNTERS.
001190     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001200     05  WS-REWRITTEN-COUNT  PIC 9(07) COMP-3 VALUE 0.
001210     05  WS-BLOCKED-COUNT    PIC 9(07) COMP-3 VALUE 0.

001220*-----------------------------------------------------------------
001230* THE STEPS IN CALLING ORDER, AND FOR EACH ITS PASSPARM SWITCH,
001240* THE AP-STEP-STATUS ITS OPEN CALL GAVE BACK ('O' UNTIL THEN,
001250* SPACE WHEN SWITCHED OUT) AND THE REWRITES IT ASKED FOR
001260*-----------------------------------------------------------------
001270 01  WS-STEP-NAMES.
001280     05  FILLER              PIC X(08) VALUE 'DCI8BFEE'.
001290     05  FILLER              PIC X(08) VALUE 'DCI8BOVL'.
001300     05  FILLER              PIC X(08) VALUE 'DCI8BSNP'.
001310     05  FILLER              PIC X(08) VALUE 'DCI8BPGS'.
001320     05  FILLER              PIC X(08) VALUE 'DCI8BGEO'.
001330     05  FILLER              PIC X(08) VALUE 'DCI8BCRV'.
001340     05  FILLER              PIC X(08) VALUE 'DCI8BINT'.
001350 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAMES.
001360     05  WS-ST-JOBNAME       PIC X(08) OCCURS 7 TIMES.

001370 01  WS-STEP-TABLE.
001380     05  WS-STEP-ENTRY OCCURS 7 TIMES.
001390         10  WS-ST-RUN-FLAG      PIC X(01).
001400         10  WS-ST-STATUS        PIC X(01).
001410         10  WS-ST-REWRITES      PIC 9(07) COMP-3.

001420 77  WS-STEP-COUNT           PIC S9(04) COMP VALUE +7.
001430 77  WS-STEP-SUB             PIC S9(04) COMP VALUE 0.

001440     COPY 'ACCTPASS'.

001450 PROCEDURE DIVISION.

001460 0000-MAINLINE.

001470     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

001480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

001490     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
001500         UNTIL WS-EOF-YES.

001510     PERFORM 9000-TERMINATE THRU 9000-EXIT.

001520     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

001530     GOBACK.

001540*-----------------------------------------------------------------
001550* 1000-INITIALIZE - PASSPARM SWITCHES, THEN THE OPEN CALL TO EACH
001560* STEP STILL SWITCHED IN, THEN THE FIRST ACCOUNT
001570*-----------------------------------------------------------------
001580 1000-INITIALIZE.

001590     PERFORM 1050-DEFAULT-ONE THRU 1050-EXIT
001600         VARYING WS-STEP-SUB FROM 1 BY 1
001610         UNTIL WS-STEP-SUB > WS-STEP-COUNT.

001620     OPEN INPUT PASSPARM-FILE.
001630     IF WS-PASSPARM-STATUS = '00' THEN
001640         PERFORM 1100-READ-PASSPARM THRU 1100-EXIT
001650             UNTIL WS-PARM-EOF
001660         CLOSE PASSPARM-FILE
001670     END-IF.

001680     OPEN I-O ACCTFILE.

001690     PERFORM 1200-OPEN-ONE-STEP THRU 1200-EXIT
001700         VARYING WS-STEP-SUB FROM 1 BY 1
001710         UNTIL WS-STEP-SUB > WS-STEP-COUNT.

001720     PERFORM 1300-READ-ACCTFILE THRU 1300-EXIT.

001730 1000-EXIT.
001740     EXIT.

001750 1050-DEFAULT-ONE.

001760     MOVE 'Y' TO WS-ST-RUN-FLAG(WS-STEP-SUB).
001770     MOVE 'O' TO WS-ST-STATUS(WS-STEP-SUB).
001780     MOVE 0 TO WS-ST-REWRITES(WS-STEP-SUB).

001790 1050-EXIT.
001800     EXIT.

001810 1100-READ-PASSPARM.

001820     READ PASSPARM-FILE
001830         AT END
001840             MOVE 'Y' TO WS-PARM-EOF-SW
001850             GO TO 1100-EXIT
001860     END-READ.

001870     IF PP-COMMENT-CARD OR PASSPARM-REC = SPACES THEN
001880         GO TO 1100-EXIT
001890     END-IF.

001900     IF NOT PP-RUN-YES AND NOT PP-RUN-NO THEN
001910         DISPLAY 'DCI8BNAP - PASSPARM FLAG NOT Y OR N FOR '
001920             PP-JOBNAME ' - CARD IGNORED'
001930         GO TO 1100-EXIT
001940     END-IF.

001950     MOVE 'N' TO WS-FOUND-SW.
001960     PERFORM 1150-MATCH-ONE THRU 1150-EXIT
001970         VARYING WS-STEP-SUB FROM 1 BY 1
001980         UNTIL WS-STEP-SUB > WS-STEP-COUNT OR WS-FOUND.

001990     IF NOT WS-FOUND THEN
002000         DISPLAY 'DCI8BNAP - PASSPARM JOB ' PP-JOBNAME
002010             ' IS NOT A STEP OF THIS PASS - CARD IGNORED'
002020     END-IF.

002030 1100-EXIT.
002040     EXIT.

002050 1150-MATCH-ONE.

002060     IF WS-ST-JOBNAME(WS-STEP-SUB) = PP-JOBNAME THEN
002070         MOVE PP-RUN-FLAG TO WS-ST-RUN-FLAG(WS-STEP-SUB)
002080         MOVE 'Y' TO WS-FOUND-SW
002090     END-IF.

002100 1150-EXIT.
002110     EXIT.

002120 1200-OPEN-ONE-STEP.

002130     IF WS-ST-RUN-FLAG(WS-STEP-SUB) NOT = 'Y' THEN
002140         MOVE SPACE TO WS-ST-STATUS(WS-STEP-SUB)
002150         GO TO 1200-EXIT
002160     END-IF.

002170     MOVE 'O' TO AP-FUNCTION.
002180     MOVE SPACE TO AP-STEP-STATUS.
002190     MOVE 'N' TO AP-REWRITE-SW.
002200     PERFORM 4000-CALL-STEP THRU 4000-EXIT.
002210     MOVE AP-STEP-STATUS TO WS-ST-STATUS(WS-STEP-SUB).

002220     IF AP-STEP-BLOCKED THEN
002230         ADD 1 TO WS-BLOCKED-COUNT
002240     END-IF.

002241*    A STEP UNDER WAY COUNTS AS ENDED CLEAN FOR THE STEPS AFTER
002242*    IT, WHICH ONLY EVER SEE AN ACCOUNT IT HAS ALREADY HANDLED
002243     IF WS-ST-STATUS(WS-STEP-SUB) = 'G' THEN
002244         MOVE WS-ST-JOBNAME(WS-STEP-SUB) TO JG-JOBNAME
002245         CALL 'DCI8PJGT' USING JOBGATE
002246     END-IF.

002250 1200-EXIT.
002260     EXIT.

002270 1300-READ-ACCTFILE.

002280     READ ACCTFILE NEXT RECORD
002290         AT END
002300             GO TO 1300-EOF
002310     END-READ.

002320     ADD 1 TO WS-READ-COUNT.
002330     GO TO 1300-EXIT.

002340 1300-EOF.
002350     MOVE 'Y' TO WS-EOF-SW.

002360 1300-EXIT.
002370     EXIT.

002380*-----------------------------------------------------------------
002390* 2000-PROCESS-ACCOUNT - THE ACCOUNT TO EVERY STEP THAT WANTS IT,
002400* IN ORDER, THE RECORD CARRYING EACH STEP'S CHANGES TO THE NEXT
002410*-----------------------------------------------------------------
002420 2000-PROCESS-ACCOUNT.

002430     MOVE ACCTFILE-REC TO AP-ACCTFILE-REC.

002440     PERFORM 2100-ONE-STEP THRU 2100-EXIT
002450         VARYING WS-STEP-SUB FROM 1 BY 1
002460         UNTIL WS-STEP-SUB > WS-STEP-COUNT.

002470     PERFORM 1300-READ-ACCTFILE THRU 1300-EXIT.

002480 2000-EXIT.
002490     EXIT.

002500 2100-ONE-STEP.

002510     IF WS-ST-STATUS(WS-STEP-SUB) NOT = 'G' THEN
002520         GO TO 2100-EXIT
002530     END-IF.

002540     MOVE 'A' TO AP-FUNCTION.
002550     MOVE 'N' TO AP-REWRITE-SW.
002560     PERFORM 4000-CALL-STEP THRU 4000-EXIT.

002570*    THE STEP'S CHANGE GOES ON FILE BEFORE THE NEXT STEP RUNS
002580     IF AP-REWRITE-YES THEN
002590         MOVE AP-ACCTFILE-REC TO ACCTFILE-REC
002600         REWRITE ACCTFILE-REC
002610         ADD 1 TO WS-REWRITTEN-COUNT
002620         ADD 1 TO WS-ST-REWRITES(WS-STEP-SUB)
002630     END-IF.

002640 2100-EXIT.
002650     EXIT.

002660*-----------------------------------------------------------------
002670* 4000-CALL-STEP - THE PASS ENTRY OF STEP WS-STEP-SUB
002680*-----------------------------------------------------------------
002690 4000-CALL-STEP.

002700     IF WS-STEP-SUB = 1 THEN
002710         CALL 'DCI8PFEE' USING ACCTPASS
002720     ELSE IF WS-STEP-SUB = 2 THEN
002730         CALL 'DCI8POVL' USING ACCTPASS
002740     ELSE IF WS-STEP-SUB = 3 THEN
002750         CALL 'DCI8PSNP' USING ACCTPASS
002760     ELSE IF WS-STEP-SUB = 4 THEN
002770         CALL 'DCI8PPGS' USING ACCTPASS
002780     ELSE IF WS-STEP-SUB = 5 THEN
002790         CALL 'DCI8PGEO' USING ACCTPASS
002800     ELSE IF WS-STEP-SUB = 6 THEN
002810         CALL 'DCI8PCRV' USING ACCTPASS
002820     ELSE
002830         CALL 'DCI8PINT' USING ACCTPASS
002840     END-IF
002850     END-IF
002860     END-IF
002870     END-IF
002880     END-IF
002890     END-IF.

002900 4000-EXIT.
002910     EXIT.

002920*-----------------------------------------------------------------
002930* 9000-TERMINATE - THE CLOSE CALL TO EVERY STEP THAT OPENED
002940* (A BLOCKED STEP HAS ALREADY STOPPED), THEN THE PASS SUMMARY
002950*-----------------------------------------------------------------
002960 9000-TERMINATE.

002970     PERFORM 9100-CLOSE-ONE-STEP THRU 9100-EXIT
002980         VARYING WS-STEP-SUB FROM 1 BY 1
002990         UNTIL WS-STEP-SUB > WS-STEP-COUNT.

003000     CLOSE ACCTFILE.

003010     DISPLAY 'DCI8BNAP - ACCTFILE PASS - RUN SUMMARY'.
003020     DISPLAY 'ACCOUNTS READ      : ' WS-READ-COUNT.
003030     DISPLAY 'ACCOUNTS REWRITTEN : ' WS-REWRITTEN-COUNT.
003040     DISPLAY 'STEPS BLOCKED      : ' WS-BLOCKED-COUNT.

003050     PERFORM 9200-SHOW-ONE-STEP THRU 9200-EXIT
003060         VARYING WS-STEP-SUB FROM 1 BY 1
003070         UNTIL WS-STEP-SUB > WS-STEP-COUNT.

003080 9000-EXIT.
003090     EXIT.

003100 9100-CLOSE-ONE-STEP.

003110     IF WS-ST-STATUS(WS-STEP-SUB) NOT = 'G' AND
003120        WS-ST-STATUS(WS-STEP-SUB) NOT = 'N' THEN
003130         GO TO 9100-EXIT
003140     END-IF.

003150     MOVE 'C' TO AP-FUNCTION.
003160     MOVE 'N' TO AP-REWRITE-SW.
003170     PERFORM 4000-CALL-STEP THRU 4000-EXIT.

003180 9100-EXIT.
003190     EXIT.

003200 9200-SHOW-ONE-STEP.

003210     IF WS-ST-STATUS(WS-STEP-SUB) = 'G' THEN
003220         DISPLAY '  ' WS-ST-JOBNAME(WS-STEP-SUB)
003230             ' RAN       - REWRITES ' WS-ST-REWRITES(WS-STEP-SUB)
003240     ELSE IF WS-ST-STATUS(WS-STEP-SUB) = 'N' THEN
003250         DISPLAY '  ' WS-ST-JOBNAME(WS-STEP-SUB)
003260             ' NO ACCOUNTS - SEE ITS CONTROL CARD'
003270     ELSE IF WS-ST-STATUS(WS-STEP-SUB) = 'B' THEN
003280         DISPLAY '  ' WS-ST-JOBNAME(WS-STEP-SUB)
003290             ' BLOCKED   - SEE RUNJRNL'
003300     ELSE
003310         DISPLAY '  ' WS-ST-JOBNAME(WS-STEP-SUB)
003320             ' SWITCHED OUT BY PASSPARM'
003330     END-IF
003340     END-IF
003350     END-IF.

003360 9200-EXIT.
003370     EXIT.

003380*-----------------------------------------------------------------
003390* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
003400* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
003410* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW. THE
003420* REJECTED COUNT ON THE END ROW IS THE STEPS BLOCKED
003430*-----------------------------------------------------------------
003440 8100-WRITE-JRNL-START.

003450*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003460*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003470     MOVE 'DCI8BNAP' TO JG-JOBNAME.
003480     CALL 'DCI8BJGT' USING JOBGATE.
003490     IF JG-RC-BLOCKED THEN
003500         MOVE JG-BLOCKED-RC TO RETURN-CODE
003510         STOP RUN
003520     END-IF.

003530     MOVE 'DCI8BNAP' TO JR-JOBNAME.
003540     MOVE 'S' TO JR-ROW-TYPE.
003550     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003560         JR-REJECTED-COUNT.
003570     MOVE SPACE TO JR-STATUS.
003580     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003590 8100-EXIT.
003600     EXIT.

003610 8200-WRITE-JRNL-END.

003620     MOVE 'DCI8BNAP' TO JR-JOBNAME.
003630     MOVE 'E' TO JR-ROW-TYPE.
003640     MOVE WS-READ-COUNT TO JR-READ-COUNT.
003650     MOVE WS-REWRITTEN-COUNT TO JR-WRITTEN-COUNT.
003660     MOVE WS-BLOCKED-COUNT TO JR-REJECTED-COUNT.
003670     MOVE 'G' TO JR-STATUS.
003680     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003690 8200-EXIT.
003700     EXIT.

003710 8300-STAMP-AND-WRITE.

003720     ACCEPT JR-DATE FROM DAY YYYYDDD.
003730     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
003740     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

003750     OPEN EXTEND JOURNAL-FILE.
003760     WRITE JR-REC.
003770     CLOSE JOURNAL-FILE.

003780 8300-EXIT.
003790     EXIT.

003800 END PROGRAM DCI8BNAP.
