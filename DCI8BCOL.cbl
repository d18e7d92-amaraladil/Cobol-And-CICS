000010*****************************************************************
000020* DCI8BCOL - WEEKLY CUSTOMERS OVER OVERALL LIMIT REPORT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BCOL.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - CUSTOMERS WHOSE LINKED
000160*                 ACCOUNTS' LIMITS ADD UP TO MORE THAN THE
000170*                 OVERALL LIMIT HELD ON CUSTMAST
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS WEEKLY JOB WALKS THE CUSTOMER MASTER AND, FOR EVERY
000210* CUSTOMER WITH AN OVERALL LIMIT SET, ADDS UP THE CRLIMIT OF
000220* EACH ACCOUNT LINKED TO THE CUSTOMER ON THE CUSTACCT PATH. A
000230* CUSTOMER WHOSE COMBINED LIMIT IS ABOVE THE OVERALL LIMIT IS
000240* LISTED WITH THE EXCESS AND THE NUMBER OF ACCOUNTS, SO RISK
000250* CAN DECIDE WHAT TO DO WITH IT. THE ONLINE SCREENS AND THE
000260* DCI8BCRV / DCI8BPGA RUNS REFUSE ANY NEW RAISE THAT WOULD PUT
000270* A CUSTOMER OVER, SO WHAT LANDS HERE IS A LEGACY CASE - LIMITS
000280* GRANTED BEFORE THE OVERALL LIMIT WAS SET, OR AN OVERALL LIMIT
000290* SET BELOW WHAT THE CUSTOMER ALREADY HOLDS. NOTHING IS CHANGED.
000300* A CUSTOMER WITH NO OVERALL LIMIT (ZERO, OR A ROW WRITTEN
000310* BEFORE THE FIELD EXISTED) IS SKIPPED
000320*****************************************************************

000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-370.
000360 OBJECT-COMPUTER. IBM-370.

000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.

000390     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS CM-CUSTID
000430         FILE STATUS IS WS-CUSTMAST-STATUS.

000440     SELECT CUSTACCT ASSIGN TO CUSTACCT
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS CX-ACCTKEY
000480         ALTERNATE RECORD KEY IS CX-CUST-ID WITH DUPLICATES
000490         FILE STATUS IS WS-CUSTACCT-STATUS.

000500     SELECT REPORT-FILE ASSIGN TO COLRPT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-REPORT-STATUS.

000530     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-JOURNAL-STATUS.

000560 DATA DIVISION.
000570 FILE SECTION.

000580*-----------------------------------------------------------------
000590* CUSTMAST - THE CUSTOMER MASTER, ONE ROW PER CUST-ID, WITH THE
000600* OVERALL LIMIT SET ON THE DCI8DPHA SCREEN
000610*-----------------------------------------------------------------
000620 FD  CUSTMAST-FILE
000630     LABEL RECORDS ARE STANDARD.
000640 01  CUSTMAST-REC.
000650     05  CM-CUSTID               PIC 9(08).
000660     05  CM-SNAME                PIC X(15).
000670     05  CM-FNAME                PIC X(15).
000680     05  CM-ADDR1                PIC X(20).
000690     05  CM-ADDR2                PIC X(20).
000700     05  CM-CREATED-INFO.
000710         10  CM-CR-USERID        PIC X(08).
000720         10  CM-CR-TRMID         PIC X(04).
000730         10  CM-CR-DATE          PIC S9(7) COMP-3.
000740         10  CM-CR-TIME          PIC S9(7) COMP-3.
000750     05  CM-OVERALL-LIMIT        PIC 9(08)V99.
000760     05  CM-OVL-CHANGED-INFO.
000770         10  CM-OVL-USERID       PIC X(08).
000780         10  CM-OVL-TRMID        PIC X(04).
000790         10  CM-OVL-DATE         PIC S9(7) COMP-3.

000800*-----------------------------------------------------------------
000810* CUSTACCT - THE ACCTFILE ALTERNATE PATH KEYED ON CUST-ID. ONLY
000820* THE ACCOUNT NUMBER AND ITS LIMIT ARE TAKEN FROM IT
000830*-----------------------------------------------------------------
000840 FD  CUSTACCT
000850     LABEL RECORDS ARE STANDARD.
000860 01  CUSTACCT-REC.
000870     05  CX-ACCTKEY.
000880         10  CX-ACCTNO           PIC X(09).
000890     05  FILLER                  PIC X(74).
000900     05  CX-CRLIMIT              PIC 9(08)V99.
000910     05  FILLER                  PIC X(159).
000920     05  CX-CUST-ID              PIC 9(08).
000930     05  FILLER                  PIC X(08).

000940 FD  REPORT-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 01  REPORT-LINE                 PIC X(80).

000980*-----------------------------------------------------------------
000990* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001000* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001010*-----------------------------------------------------------------
001020 FD  JOURNAL-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 01  JR-REC.
001060     05  JR-JOBNAME              PIC X(08).
001070     05  JR-ROW-TYPE             PIC X(01).
001080     05  JR-DATE                 PIC 9(07).
001090     05  JR-TIME                 PIC 9(06).
001100     05  JR-READ-COUNT           PIC 9(07).
001110     05  JR-WRITTEN-COUNT        PIC 9(07).
001120     05  JR-REJECTED-COUNT       PIC 9(07).
001130     05  JR-STATUS               PIC X(01).
001140     05  FILLER                  PIC X(06).

001150 WORKING-STORAGE SECTION.
001160 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001170 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001180     COPY 'JOBGATE'.

001190 77  WS-CUSTMAST-STATUS      PIC X(02) VALUE SPACES.
001200 77  WS-CUSTACCT-STATUS      PIC X(02) VALUE SPACES.
001210 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001220 01  WS-SWITCHES.
001230     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001240         88  WS-EOF-YES              VALUE 'Y'.
001250     05  WS-CX-DONE-SW       PIC X(01) VALUE 'N'.
001260         88  WS-CX-DONE              VALUE 'Y'.

001270 01  WS-COUNTERS.
001280     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001290     05  WS-NO-LIMIT-COUNT   PIC 9(07) COMP-3 VALUE 0.
001300     05  WS-CHECKED-COUNT    PIC 9(07) COMP-3 VALUE 0.
001310     05  WS-OVER-COUNT       PIC 9(07) COMP-3 VALUE 0.

001320*-----------------------------------------------------------------
001330* ONE CUSTOMER'S COMBINED LIMIT AND ACCOUNT COUNT, AND THE
001340* EXCESS OVER THE OVERALL LIMIT SUMMED FOR THE TOTALS LINE
001350*-----------------------------------------------------------------
001360 77  WS-COMBINED             PIC 9(10)V99 COMP-3 VALUE 0.
001370 77  WS-ACCT-COUNT           PIC 9(03) COMP-3 VALUE 0.
001380 77  WS-EXCESS               PIC 9(10)V99 COMP-3 VALUE 0.
001390 77  WS-EXCESS-TOTAL         PIC 9(10)V99 COMP-3 VALUE 0.

001400* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
001410     COPY 'DATEPARM'.

001420 01  WS-REPORT-HEADING1.
001430     05  FILLER              PIC X(44) VALUE
001440         'DCI8BCOL - CUSTOMERS OVER OVERALL LIMIT     '.
001450     05  FILLER              PIC X(06) VALUE 'RUN '.
001460     05  RH-RUN-DATE         PIC 9(08).
001470     05  FILLER              PIC X(22) VALUE SPACES.

001480 01  WS-REPORT-HEADING2.
001490     05  FILLER PIC X(10) VALUE 'CUSTOMER'.
001500     05  FILLER PIC X(16) VALUE 'SURNAME'.
001510     05  FILLER PIC X(14) VALUE '  OVERALL LIM'.
001520     05  FILLER PIC X(17) VALUE '    COMBINED LIM'.
001530     05  FILLER PIC X(18) VALUE '          EXCESS'.
001540     05  FILLER PIC X(05) VALUE 'ACCTS'.

001550 01  WS-DETAIL-LINE.
001560     05  DL-CUSTID           PIC 9(08).
001570     05  FILLER              PIC X(02) VALUE SPACES.
001580     05  DL-SNAME            PIC X(15).
001590     05  FILLER              PIC X(01) VALUE SPACES.
001600     05  DL-OVERALL          PIC ZZ,ZZZ,ZZ9.99.
001610     05  FILLER              PIC X(01) VALUE SPACES.
001620     05  DL-COMBINED         PIC Z,ZZZ,ZZZ,ZZ9.99.
001630     05  FILLER              PIC X(01) VALUE SPACES.
001640     05  DL-EXCESS           PIC Z,ZZZ,ZZZ,ZZ9.99.
001650     05  FILLER              PIC X(02) VALUE SPACES.
001660     05  DL-ACCTS            PIC ZZ9.
001670     05  FILLER              PIC X(02) VALUE SPACES.

001680 01  WS-TOTAL-LINE REDEFINES WS-DETAIL-LINE.
001690     05  TL-LABEL            PIC X(26).
001700     05  TL-OVER-COUNT       PIC ZZZ,ZZ9.
001710     05  FILLER              PIC X(24).
001720     05  TL-EXCESS           PIC Z,ZZZ,ZZZ,ZZ9.99.
001730     05  FILLER              PIC X(07).

001740 PROCEDURE DIVISION.

001750 0000-MAINLINE.

001760     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

001770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

001780     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
001790         UNTIL WS-EOF-YES.

001800     PERFORM 9000-TERMINATE THRU 9000-EXIT.

001810     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

001820     GOBACK.

001830 1000-INITIALIZE.

001840     OPEN INPUT CUSTMAST-FILE.
001850     OPEN INPUT CUSTACCT.
001860     OPEN OUTPUT REPORT-FILE.

001870     MOVE 'TOD' TO DP-FUNCTION.
001880     CALL 'DCI8BDAT' USING DATEPARM.
001890     MOVE DP-GREGORIAN TO RH-RUN-DATE.

001900     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
001910     MOVE SPACES TO REPORT-LINE.
001920     WRITE REPORT-LINE.
001930     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

001940     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.

001950 1000-EXIT.
001960     EXIT.

001970 1100-READ-CUSTOMER.

001980     READ CUSTMAST-FILE NEXT RECORD
001990         AT END
002000             GO TO 1100-EOF
002010     END-READ.

002020     ADD 1 TO WS-READ-COUNT.
002030     GO TO 1100-EXIT.

002040 1100-EOF.
002050     MOVE 'Y' TO WS-EOF-SW.

002060 1100-EXIT.
002070     EXIT.

002080*-----------------------------------------------------------------
002090* 2000-PROCESS-CUSTOMER SKIPS A CUSTOMER WITH NO OVERALL LIMIT,
002100* ADDS UP THE LINKED ACCOUNTS OF THE REST AND LISTS ANY OVER
002110*-----------------------------------------------------------------
002120 2000-PROCESS-CUSTOMER.

002130     IF CM-OVERALL-LIMIT IS NOT NUMERIC THEN
002140         ADD 1 TO WS-NO-LIMIT-COUNT
002150         GO TO 2000-READ
002160     END-IF.
002170     IF CM-OVERALL-LIMIT = 0 THEN
002180         ADD 1 TO WS-NO-LIMIT-COUNT
002190         GO TO 2000-READ
002200     END-IF.

002210     ADD 1 TO WS-CHECKED-COUNT.
002220     MOVE 0 TO WS-COMBINED.
002230     MOVE 0 TO WS-ACCT-COUNT.

002240     MOVE 'N' TO WS-CX-DONE-SW.
002250     MOVE CM-CUSTID TO CX-CUST-ID.
002260     START CUSTACCT KEY IS EQUAL TO CX-CUST-ID
002270         INVALID KEY
002280             MOVE 'Y' TO WS-CX-DONE-SW
002290     END-START.

002300     PERFORM 2100-NEXT-LINKED THRU 2100-EXIT
002310         UNTIL WS-CX-DONE.

002320     IF WS-COMBINED > CM-OVERALL-LIMIT THEN
002330         PERFORM 2200-WRITE-OVER THRU 2200-EXIT
002340     END-IF.

002350 2000-READ.
002360     PERFORM 1100-READ-CUSTOMER THRU 1100-EXIT.

002370 2000-EXIT.
002380     EXIT.

002390 2100-NEXT-LINKED.

002400     READ CUSTACCT NEXT RECORD
002410         AT END
002420             MOVE 'Y' TO WS-CX-DONE-SW
002430             GO TO 2100-EXIT
002440     END-READ.

002450     IF CX-CUST-ID NOT = CM-CUSTID THEN
002460         MOVE 'Y' TO WS-CX-DONE-SW
002470         GO TO 2100-EXIT
002480     END-IF.

002490     IF CX-CRLIMIT IS NUMERIC THEN
002500         ADD CX-CRLIMIT TO WS-COMBINED
002510     END-IF.
002520     ADD 1 TO WS-ACCT-COUNT.

002530 2100-EXIT.
002540     EXIT.

002550 2200-WRITE-OVER.

002560     COMPUTE WS-EXCESS = WS-COMBINED - CM-OVERALL-LIMIT.
002570     ADD WS-EXCESS TO WS-EXCESS-TOTAL.

002580     MOVE SPACES TO WS-DETAIL-LINE.
002590     MOVE CM-CUSTID TO DL-CUSTID.
002600     MOVE CM-SNAME TO DL-SNAME.
002610     MOVE CM-OVERALL-LIMIT TO DL-OVERALL.
002620     MOVE WS-COMBINED TO DL-COMBINED.
002630     MOVE WS-EXCESS TO DL-EXCESS.
002640     MOVE WS-ACCT-COUNT TO DL-ACCTS.

002650     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
002660     ADD 1 TO WS-OVER-COUNT.

002670 2200-EXIT.
002680     EXIT.

002690 9000-TERMINATE.

002700     MOVE SPACES TO REPORT-LINE.
002710     WRITE REPORT-LINE.
002720     MOVE SPACES TO WS-TOTAL-LINE.
002730     MOVE 'CUSTOMERS OVER / EXCESS' TO TL-LABEL.
002740     MOVE WS-OVER-COUNT TO TL-OVER-COUNT.
002750     MOVE WS-EXCESS-TOTAL TO TL-EXCESS.
002760     WRITE REPORT-LINE FROM WS-TOTAL-LINE.

002770     DISPLAY 'DCI8BCOL - CUSTOMERS OVER OVERALL LIMIT - SUMMARY'.
002780     DISPLAY 'CUSTOMERS READ   : ' WS-READ-COUNT.
002790     DISPLAY 'NO OVERALL LIMIT : ' WS-NO-LIMIT-COUNT.
002800     DISPLAY 'LIMIT CHECKED    : ' WS-CHECKED-COUNT.
002810     DISPLAY 'OVER THE LIMIT   : ' WS-OVER-COUNT.

002820     CLOSE CUSTMAST-FILE.
002830     CLOSE CUSTACCT.
002840     CLOSE REPORT-FILE.

002850 9000-EXIT.
002860     EXIT.

002870*-----------------------------------------------------------------
002880* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
002890* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
002900* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
002910*-----------------------------------------------------------------
002920 8100-WRITE-JRNL-START.

002930*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002940*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002950     MOVE 'DCI8BCOL' TO JG-JOBNAME.
002960     CALL 'DCI8BJGT' USING JOBGATE.
002970     IF JG-RC-BLOCKED THEN
002980         MOVE JG-BLOCKED-RC TO RETURN-CODE
002990         STOP RUN
003000     END-IF.

003010     MOVE 'DCI8BCOL' TO JR-JOBNAME.
003020     MOVE 'S' TO JR-ROW-TYPE.
003030     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003040         JR-REJECTED-COUNT.
003050     MOVE SPACE TO JR-STATUS.
003060     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003070 8100-EXIT.
003080     EXIT.

003090 8200-WRITE-JRNL-END.

003100     MOVE 'DCI8BCOL' TO JR-JOBNAME.
003110     MOVE 'E' TO JR-ROW-TYPE.
003120     MOVE WS-READ-COUNT TO JR-READ-COUNT.
003130     MOVE WS-OVER-COUNT TO JR-WRITTEN-COUNT.
003140     MOVE 0 TO JR-REJECTED-COUNT.
003150     MOVE 'G' TO JR-STATUS.
003160     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003170 8200-EXIT.
003180     EXIT.

003190 8300-STAMP-AND-WRITE.

003200     ACCEPT JR-DATE FROM DAY YYYYDDD.
003210     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
003220     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

003230     OPEN EXTEND JOURNAL-FILE.
003240     WRITE JR-REC.
003250     CLOSE JOURNAL-FILE.

003260 8300-EXIT.
003270     EXIT.

003280 END PROGRAM DCI8BCOL.
