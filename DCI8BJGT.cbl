000010*****************************************************************
000020* DCI8BJGT - BATCH JOB PREREQUISITE GATE
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BJGT.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 06-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-06 AA   INITIAL VERSION - STOPS A BATCH JOB WHOSE
000160*                 JOBDEPS PREDECESSORS HAVE NOT ENDED CLEAN ON
000170*                 RUNJRNL TODAY, SO DCI8BINT CANNOT RUN AFTER A
000180*                 FAILED DCI8BPST NOR DCI8BSTM AHEAD OF DCI8BSNP
000181* 2026-10-15 AA   NEW ENTRY DCI8PJGT - THE DCI8BNAP ACCTFILE PASS
000182*                 NAMES EACH STEP THAT HAS OPENED CLEAN, AND A
000183*                 LATER STEP OF THE SAME PASS WAITING ON IT IS
000184*                 LET THROUGH
000190*-----------------------------------------------------------------
000200*****************************************************************
000210* EVERY BATCH JOB CALLS THIS PROGRAM FROM ITS 8100 JOURNAL-START
000220* STEP WITH ITS OWN NAME IN THE JOBGATE BLOCK (SEE THE
000230* COPYBOOK), THE DCI8BDAT PATTERN. THE JOB'S PREDECESSORS ARE
000240* TAKEN FROM THE JOBDEPS CARDS AND EACH IS LOOKED FOR ON
000250* RUNJRNL AMONG TODAY'S ROWS - ITS LATEST 'S' OR 'E' ROW DECIDES:
000260*   NO ROW AT ALL          - MISSING     ('M')
000270*   'S' WITH NO 'E' AFTER  - UNFINISHED  ('U')
000280*   'E' WITH STATUS NOT G  - FAILED      ('F')
000290* THE FIRST PREDECESSOR NOT CLEAN, IN JOBDEPS CARD ORDER, BLOCKS
000300* THE JOB: A 'B' ROW NAMING IT GOES ON RUNJRNL, THE REASON ON
000310* THE JOB LOG, AND 'B' BACK TO THE CALLER, WHICH STOPS WITH
000320* JG-BLOCKED-RC. A JOB WITH NO CARDS, OR NO JOBDEPS FILE AT ALL,
000330* IS ALWAYS CLEAR - THE LEGACY BEHAVIOUR. THE GATE READS RUNJRNL
000340* BEFORE THE CALLER HAS WRITTEN ITS OWN START ROW, SO A JOB
000350* NEVER WAITS ON ITSELF.
000351* INSIDE THE DCI8BNAP CONSOLIDATED PASS THE STEPS DO NOT END
000352* UNTIL THE PASS DOES, SO A STEP WAITING ON AN EARLIER STEP OF
000353* THE PASS WOULD NEVER CLEAR. THE PASS CALLS ENTRY DCI8PJGT WITH
000354* THE NAME OF EACH STEP AS IT OPENS CLEAN; THE NAMES ARE KEPT
000355* FOR THE REST OF THE RUN AND SUCH A PREDECESSOR COUNTS AS
000356* ENDED CLEAN - IT HANDLES EVERY ACCOUNT BEFORE THE LATER STEP
000357* SEES IT. A STEP BLOCKED, SWITCHED OUT OR LATER IN THE PASS IS
000358* NEVER NAMED AND STILL BLOCKS
000360*****************************************************************

000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-370.
000400 OBJECT-COMPUTER. IBM-370.

000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.

000430     SELECT JOBDEPS-FILE ASSIGN TO JOBDEPS
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-JOBDEPS-STATUS.

000460     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-JOURNAL-STATUS.

000490 DATA DIVISION.
000500 FILE SECTION.

000510*-----------------------------------------------------------------
000520* JOBDEPS - ONE CARD PER JOB AND PREDECESSOR
000530*-----------------------------------------------------------------
000540 FD  JOBDEPS-FILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD.
000570 01  JOBDEPS-REC.
000580     05  JD-JOBNAME              PIC X(08).
000590     05  FILLER                  PIC X(01).
000600     05  JD-PRED-JOBNAME         PIC X(08).
000610     05  FILLER                  PIC X(63).
000620 01  JOBDEPS-CARD REDEFINES JOBDEPS-REC.
000630     05  JD-COMMENT-MARK         PIC X(01).
000640         88  JD-COMMENT-CARD             VALUE '*'.
000650     05  FILLER                  PIC X(79).

000660*-----------------------------------------------------------------
000670* RUNJRNL - THE COMMON BATCH RUN JOURNAL, READ HERE FOR TODAY'S
000680* ROWS AND EXTENDED WITH A 'B' ROW WHEN THE JOB IS BLOCKED
000690*-----------------------------------------------------------------
000700 FD  JOURNAL-FILE
000710     RECORDING MODE IS F
000720     LABEL RECORDS ARE STANDARD.
000730 01  JR-REC.
000740     05  JR-JOBNAME              PIC X(08).
000750     05  JR-ROW-TYPE             PIC X(01).
000760     05  JR-DATE                 PIC 9(07).
000770     05  JR-TIME                 PIC 9(06).
000780     05  JR-COUNTS.
000790         10  JR-READ-COUNT       PIC 9(07).
000800         10  JR-WRITTEN-COUNT    PIC 9(07).
000810         10  JR-REJECTED-COUNT   PIC 9(07).
000820     05  JR-BLOCK-INFO REDEFINES JR-COUNTS.
000830         10  JR-WAIT-JOBNAME     PIC X(08).
000840         10  JR-WAIT-REASON      PIC X(01).
000850         10  FILLER              PIC X(12).
000860     05  JR-STATUS               PIC X(01).
000870     05  FILLER                  PIC X(06).

000880 WORKING-STORAGE SECTION.
000890 77  WS-JOBDEPS-STATUS       PIC X(02) VALUE SPACES.
000900 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000910 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000920 01  WS-SWITCHES.
000930     05  WS-DEPS-EOF-SW      PIC X(01) VALUE 'N'.
000940         88  WS-DEPS-EOF             VALUE 'Y'.
000950     05  WS-JRNL-EOF-SW      PIC X(01) VALUE 'N'.
000960         88  WS-JRNL-EOF             VALUE 'Y'.
000961     05  WS-PASS-FOUND-SW    PIC X(01) VALUE 'N'.
000962         88  WS-PASS-FOUND           VALUE 'Y'.

000970*-----------------------------------------------------------------
000980* THE CALLER'S PREDECESSORS AND WHAT TODAY'S JOURNAL SAYS OF
000990* EACH - 'M' UNTIL A ROW IS SEEN, THEN 'U' AFTER AN 'S' ROW AND
001000* 'G' OR 'F' AFTER AN 'E' ROW. NO JOB WAITS ON MORE THAN A FEW
001010*-----------------------------------------------------------------
001020 01  WS-PRED-TABLE.
001030     05  WS-PRED-ENTRY OCCURS 20 TIMES.
001040         10  WS-PT-NAME          PIC X(08).
001050         10  WS-PT-STATE         PIC X(01).

001060 77  WS-PRED-COUNT           PIC S9(04) COMP VALUE 0.
001070 77  WS-PRED-SUB             PIC S9(04) COMP VALUE 0.
001080 77  WS-TODAY-RAW            PIC 9(07) VALUE 0.

001081*-----------------------------------------------------------------
001082* THE DCI8BNAP STEPS THAT HAVE OPENED CLEAN IN THIS RUN, NAMED
001083* THROUGH ENTRY DCI8PJGT - KEPT FROM CALL TO CALL
001084*-----------------------------------------------------------------
001085 01  WS-PASS-TABLE.
001086     05  WS-PS-NAME          PIC X(08) OCCURS 10 TIMES.
001087 77  WS-PASS-COUNT           PIC S9(04) COMP VALUE 0.
001088 77  WS-PASS-SUB             PIC S9(04) COMP VALUE 0.

001090 LINKAGE SECTION.

001100 COPY 'JOBGATE'.

001110 PROCEDURE DIVISION USING JOBGATE.

001120 0000-MAINLINE.

001130     MOVE 'G' TO JG-RETURN-CODE.
001140     MOVE SPACES TO JG-WAIT-JOBNAME JG-WAIT-REASON.
001150     ACCEPT WS-TODAY-RAW FROM DAY YYYYDDD.
001160     MOVE WS-TODAY-RAW TO JG-DATE.

001170     PERFORM 1000-LOAD-PREDECESSORS THRU 1000-EXIT.

001180     IF WS-PRED-COUNT = 0 THEN
001190         GOBACK
001200     END-IF.

001210     PERFORM 2000-SCAN-JOURNAL THRU 2000-EXIT.

001220     PERFORM 3000-JUDGE-ONE THRU 3000-EXIT
001230         VARYING WS-PRED-SUB FROM 1 BY 1
001240         UNTIL WS-PRED-SUB > WS-PRED-COUNT OR JG-RC-BLOCKED.

001250     IF JG-RC-BLOCKED THEN
001260         PERFORM 4000-FILE-BLOCK-ROW THRU 4000-EXIT
001270     END-IF.

001280     GOBACK.

001290*-----------------------------------------------------------------
001300* 1000-LOAD-PREDECESSORS - THE CALLER'S OWN CARDS ONLY
001310*-----------------------------------------------------------------
001320 1000-LOAD-PREDECESSORS.

001330     MOVE 0 TO WS-PRED-COUNT.
001340     MOVE 'N' TO WS-DEPS-EOF-SW.

001350     OPEN INPUT JOBDEPS-FILE.
001360     IF WS-JOBDEPS-STATUS NOT = '00' THEN
001370         GO TO 1000-EXIT
001380     END-IF.

001390     PERFORM 1100-READ-ONE-CARD THRU 1100-EXIT
001400         UNTIL WS-DEPS-EOF.

001410     CLOSE JOBDEPS-FILE.

001420 1000-EXIT.
001430     EXIT.

001440 1100-READ-ONE-CARD.

001450     READ JOBDEPS-FILE
001460         AT END
001470             MOVE 'Y' TO WS-DEPS-EOF-SW
001480             GO TO 1100-EXIT
001490     END-READ.

001500     IF JD-COMMENT-CARD OR JD-JOBNAME NOT = JG-JOBNAME OR
001510             JD-PRED-JOBNAME = SPACES THEN
001520         GO TO 1100-EXIT
001530     END-IF.

001540     IF WS-PRED-COUNT NOT < 20 THEN
001550         DISPLAY 'DCI8BJGT - MORE THAN 20 PREDECESSORS FOR '
001560             JG-JOBNAME ' - IGNORED ' JD-PRED-JOBNAME
001570         GO TO 1100-EXIT
001580     END-IF.

001590     ADD 1 TO WS-PRED-COUNT.
001600     MOVE JD-PRED-JOBNAME TO WS-PT-NAME(WS-PRED-COUNT).
001610     MOVE 'M' TO WS-PT-STATE(WS-PRED-COUNT).

001620 1100-EXIT.
001630     EXIT.

001640*-----------------------------------------------------------------
001650* 2000-SCAN-JOURNAL - TODAY'S ROWS FOR EACH PREDECESSOR, IN THE
001660* ORDER WRITTEN, SO THE LAST ONE SEEN IS THE LATEST. 'B' ROWS
001670* SAY NOTHING ABOUT A PREDECESSOR'S OWN RUN AND ARE PASSED BY.
001680* NO JOURNAL AT ALL LEAVES EVERY PREDECESSOR MISSING
001690*-----------------------------------------------------------------
001700 2000-SCAN-JOURNAL.

001710     MOVE 'N' TO WS-JRNL-EOF-SW.

001720     OPEN INPUT JOURNAL-FILE.
001730     IF WS-JOURNAL-STATUS NOT = '00' THEN
001740         GO TO 2000-EXIT
001750     END-IF.

001760     PERFORM 2100-READ-ONE-ROW THRU 2100-EXIT
001770         UNTIL WS-JRNL-EOF.

001780     CLOSE JOURNAL-FILE.

001790 2000-EXIT.
001800     EXIT.

001810 2100-READ-ONE-ROW.

001820     READ JOURNAL-FILE
001830         AT END
001840             MOVE 'Y' TO WS-JRNL-EOF-SW
001850             GO TO 2100-EXIT
001860     END-READ.

001870     IF JR-DATE NOT = JG-DATE THEN
001880         GO TO 2100-EXIT
001890     END-IF.

001900     PERFORM 2200-MATCH-ONE THRU 2200-EXIT
001910         VARYING WS-PRED-SUB FROM 1 BY 1
001920         UNTIL WS-PRED-SUB > WS-PRED-COUNT.

001930 2100-EXIT.
001940     EXIT.

001950 2200-MATCH-ONE.

001960     IF WS-PT-NAME(WS-PRED-SUB) NOT = JR-JOBNAME THEN
001970         GO TO 2200-EXIT
001980     END-IF.

001990     IF JR-ROW-TYPE = 'S' THEN
002000         MOVE 'U' TO WS-PT-STATE(WS-PRED-SUB)
002010     ELSE IF JR-ROW-TYPE = 'E' AND JR-STATUS = 'G' THEN
002020         MOVE 'G' TO WS-PT-STATE(WS-PRED-SUB)
002030     ELSE IF JR-ROW-TYPE = 'E' THEN
002040         MOVE 'F' TO WS-PT-STATE(WS-PRED-SUB)
002050     END-IF
002060     END-IF
002070     END-IF.

002080 2200-EXIT.
002090     EXIT.

002100 3000-JUDGE-ONE.

002110     IF WS-PT-STATE(WS-PRED-SUB) = 'G' THEN
002120         GO TO 3000-EXIT
002130     END-IF.

002140*    AN EARLIER STEP OF THE SAME DCI8BNAP PASS IS AS GOOD AS ENDED
002150     MOVE 'N' TO WS-PASS-FOUND-SW.
002160     PERFORM 3100-MATCH-PASS THRU 3100-EXIT
002170         VARYING WS-PASS-SUB FROM 1 BY 1
002180         UNTIL WS-PASS-SUB > WS-PASS-COUNT OR WS-PASS-FOUND.
002190     IF WS-PASS-FOUND THEN
002200         GO TO 3000-EXIT
002210     END-IF.

002220     MOVE 'B' TO JG-RETURN-CODE.
002230     MOVE WS-PT-NAME(WS-PRED-SUB) TO JG-WAIT-JOBNAME.
002240     MOVE WS-PT-STATE(WS-PRED-SUB) TO JG-WAIT-REASON.

002250 3000-EXIT.
002260     EXIT.

002270 3100-MATCH-PASS.

002280     IF WS-PS-NAME(WS-PASS-SUB) = WS-PT-NAME(WS-PRED-SUB) THEN
002290         MOVE 'Y' TO WS-PASS-FOUND-SW
002300     END-IF.

002310 3100-EXIT.
002320     EXIT.

002330*-----------------------------------------------------------------
002340* 4000-FILE-BLOCK-ROW - THE 'B' ROW FOR DCI8BJRN AND THE REASON
002350* ON THE JOB LOG. THE JOURNAL IS OPENED EXTEND AND CLOSED AROUND
002360* THE ROW, AS THE JOBS' OWN 8300 STEPS DO
002370*-----------------------------------------------------------------
002380 4000-FILE-BLOCK-ROW.

002390     IF JG-WAIT-MISSING THEN
002400         DISPLAY 'DCI8BJGT - ' JG-JOBNAME ' BLOCKED - '
002410             JG-WAIT-JOBNAME ' HAS NOT RUN TODAY'
002420     ELSE IF JG-WAIT-UNFINISHED THEN
002430         DISPLAY 'DCI8BJGT - ' JG-JOBNAME ' BLOCKED - '
002440             JG-WAIT-JOBNAME ' STARTED BUT HAS NOT FINISHED'
002450     ELSE
002460         DISPLAY 'DCI8BJGT - ' JG-JOBNAME ' BLOCKED - '
002470             JG-WAIT-JOBNAME ' ENDED WITH A FAILURE STATUS'
002480     END-IF
002490     END-IF.

002500     MOVE SPACES TO JR-REC.
002510     MOVE JG-JOBNAME TO JR-JOBNAME.
002520     MOVE 'B' TO JR-ROW-TYPE.
002530     MOVE JG-DATE TO JR-DATE.
002540     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
002550     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.
002560     MOVE JG-WAIT-JOBNAME TO JR-WAIT-JOBNAME.
002570     MOVE JG-WAIT-REASON TO JR-WAIT-REASON.
002580     MOVE 'F' TO JR-STATUS.

002590     OPEN EXTEND JOURNAL-FILE.
002600     WRITE JR-REC.
002610     CLOSE JOURNAL-FILE.

002620 4000-EXIT.
002630     EXIT.

002640*-----------------------------------------------------------------
002650* 5000-PASS-STEP-CLEAR - ENTRY DCI8PJGT. DCI8BNAP NAMES A STEP IN
002660* JG-JOBNAME AS IT OPENS CLEAN; THE NAME STAYS FOR THE REST OF
002670* THE RUN (SEE 3000). NOTHING IS READ OR WRITTEN HERE
002680*-----------------------------------------------------------------
002690 5000-PASS-STEP-CLEAR.
002700     ENTRY 'DCI8PJGT' USING JOBGATE.

002710     MOVE 'G' TO JG-RETURN-CODE.

002720     IF WS-PASS-COUNT NOT < 10 THEN
002730         DISPLAY 'DCI8BJGT - MORE THAN 10 PASS STEPS - IGNORED '
002740             JG-JOBNAME
002750         GOBACK
002760     END-IF.

002770     ADD 1 TO WS-PASS-COUNT.
002780     MOVE JG-JOBNAME TO WS-PS-NAME(WS-PASS-COUNT).

002790     GOBACK.

002800 END PROGRAM DCI8BJGT.
