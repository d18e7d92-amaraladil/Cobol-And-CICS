000010*****************************************************************
000020* DCI8BPOD - INSOLVENCY PROOF-OF-DEBT CLAIM EXTRACT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BPOD.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 24-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-24 AA   INITIAL VERSION - ONE PROOF-OF-DEBT CLAIM PER
000160*                 NEW INSOLVENCY CASE FOR THE PRACTITIONER
000162* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000164*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000166*                 STOPS WITH RETURN CODE 12 WHEN A
000168*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000170*-----------------------------------------------------------------
000180*****************************************************************
000190* THIS NIGHTLY JOB WALKS THE INSOLV CASE FILE THE DCI8DPHK
000200* SCREEN RECORDS. EVERY ACTIVE CASE WHOSE CLAIM HAS NOT YET GONE
000210* OUT GETS ONE PODEXT CLAIM ROW - THE PRACTITIONER'S CASE
000220* REFERENCE, OUR ACCOUNT, THE DEBTOR'S NAME OFF ACCTFILE, THE
000230* CASE TYPE, THE PRACTITIONER'S NAME AND ADDRESS, THE DAY WE
000240* WERE NOTIFIED AND THE AMOUNT CLAIMED - FOR THE MAIL HOUSE TO
000250* PRINT ON THE PROOF-OF-DEBT FORM, PLUS A TRAILER WITH THE COUNT
000260* AND AMOUNT TOTAL. THE CASE IS THEN STAMPED WITH TODAY AS ITS
000270* CLAIM-SENT DATE SO A RERUN NEVER CLAIMS TWICE. A CASE WITH
000280* NOTHING TO CLAIM (THE ACCOUNT OWED NOTHING WHEN THE CASE WAS
000290* RECORDED) IS COUNTED AND LEFT UNSENT. DISCHARGED CASES ARE
000300* PASSED OVER
000310*****************************************************************

000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER. IBM-370.
000350 OBJECT-COMPUTER. IBM-370.

000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.

000380     SELECT INSOLV-FILE ASSIGN TO INSOLV
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS IV-ACCTNO
000420         FILE STATUS IS WS-INSOLV-STATUS.

000430     SELECT ACCTFILE ASSIGN TO ACCTFILE
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS AF-ACCTKEY
000470         FILE STATUS IS WS-ACCTFILE-STATUS.

000480     SELECT CLAIM-FILE ASSIGN TO PODEXT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-CLAIM-STATUS.

000510     SELECT REPORT-FILE ASSIGN TO PODRPT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-REPORT-STATUS.

000540     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-JOURNAL-STATUS.

000570 DATA DIVISION.
000580 FILE SECTION.

000590*-----------------------------------------------------------------
000600* INSOLV - INSOLVENCY CASES, ONE ROW PER ACCOUNT, RECORDED ON
000610* THE DCI8DPHK SCREEN
000620*-----------------------------------------------------------------
000630 FD  INSOLV-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  INSOLV-REC.
000660     05  IV-ACCTNO               PIC X(09).
000670     05  IV-CASE-TYPE            PIC X(01).
000680         88  IV-TYPE-BANKRUPTCY          VALUE 'B'.
000690         88  IV-TYPE-IVA                 VALUE 'I'.
000700         88  IV-TYPE-DRO                 VALUE 'D'.
000710     05  IV-STATUS               PIC X(01).
000720         88  IV-ACTIVE                   VALUE 'A'.
000730     05  IV-NOTIFY-DATE          PIC S9(7) COMP-3.
000740     05  IV-CLAIM-REF            PIC X(15).
000750     05  IV-PRAC-NAME            PIC X(30).
000760     05  IV-PRAC-ADDR1           PIC X(30).
000770     05  IV-PRAC-ADDR2           PIC X(30).
000780     05  IV-PRAC-ADDR3           PIC X(30).
000790     05  IV-CLAIM-AMT            PIC 9(08)V99.
000800     05  IV-CLAIM-SENT-DATE      PIC S9(7) COMP-3.
000810     05  FILLER                  PIC X(71).

000820 FD  ACCTFILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  ACCTFILE-REC.
000850     05  AF-ACCTKEY.
000860         10  AF-ACCTNO           PIC X(09).
000870     05  AF-FNAME                PIC X(15).
000880     05  AF-SNAME                PIC X(15).
000890     05  AF-TITL                 PIC X(04).
000900     05  FILLER                  PIC X(225).

000910*-----------------------------------------------------------------
000920* PODEXT - THE PROOF-OF-DEBT CLAIMS FOR THE MAIL HOUSE: DTL ROWS
000930* THEN A TRL ROW WITH COUNT AND AMOUNT TOTAL
000940*-----------------------------------------------------------------
000950 FD  CLAIM-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  CLAIM-REC                   PIC X(220).

000990 FD  REPORT-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 01  REPORT-LINE                 PIC X(80).

001030*-----------------------------------------------------------------
001040* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001050* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001060*-----------------------------------------------------------------
001070 FD  JOURNAL-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 01  JR-REC.
001110     05  JR-JOBNAME              PIC X(08).
001120     05  JR-ROW-TYPE             PIC X(01).
001130     05  JR-DATE                 PIC 9(07).
001140     05  JR-TIME                 PIC 9(06).
001150     05  JR-READ-COUNT           PIC 9(07).
001160     05  JR-WRITTEN-COUNT        PIC 9(07).
001170     05  JR-REJECTED-COUNT       PIC 9(07).
001180     05  JR-STATUS               PIC X(01).
001190     05  FILLER                  PIC X(06).

001200 WORKING-STORAGE SECTION.
001210 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001220 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001225     COPY 'JOBGATE'.

001230 77  WS-INSOLV-STATUS        PIC X(02) VALUE SPACES.
001240 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001250 77  WS-CLAIM-STATUS         PIC X(02) VALUE SPACES.
001260 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001270 01  WS-SWITCHES.
001280     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001290         88  WS-EOF-YES              VALUE 'Y'.

001300 01  WS-COUNTERS.
001310     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001320     05  WS-CLAIM-COUNT      PIC 9(07) COMP-3 VALUE 0.
001330     05  WS-SENT-COUNT       PIC 9(07) COMP-3 VALUE 0.
001340     05  WS-NOTHING-COUNT    PIC 9(07) COMP-3 VALUE 0.
001350     05  WS-NOACCT-COUNT     PIC 9(07) COMP-3 VALUE 0.

001360 77  WS-AMOUNT-TOTAL         PIC S9(12)V99 COMP-3 VALUE 0.
001370 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.

001380* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
001390     COPY 'DATEPARM'.

001400 01  WS-CLAIM-LINE.
001410     05  PC-REC-TYPE         PIC X(03) VALUE 'DTL'.
001420     05  PC-CLAIM-REF        PIC X(15).
001430     05  PC-ACCTNO           PIC X(09).
001440     05  PC-CASE-TYPE        PIC X(01).
001450     05  PC-TITL             PIC X(04).
001460     05  PC-FNAME            PIC X(15).
001470     05  PC-SNAME            PIC X(15).
001480     05  PC-PRAC-NAME        PIC X(30).
001490     05  PC-PRAC-ADDR1       PIC X(30).
001500     05  PC-PRAC-ADDR2       PIC X(30).
001510     05  PC-PRAC-ADDR3       PIC X(30).
001520     05  PC-NOTIFY-DATE      PIC 9(07).
001530     05  PC-CLAIM-AMT        PIC 9(08)V99.
001540     05  PC-CLAIM-DATE       PIC 9(07).
001550     05  FILLER              PIC X(14) VALUE SPACES.

001560 01  WS-CLAIM-TRAILER.
001570     05  FILLER              PIC X(03) VALUE 'TRL'.
001580     05  PT-COUNT            PIC 9(07).
001590     05  PT-AMOUNT           PIC 9(12)V99.
001600     05  FILLER              PIC X(196) VALUE SPACES.

001610 01  WS-REPORT-HEADING1.
001620     05  FILLER              PIC X(80) VALUE
001630         'DCI8BPOD - INSOLVENCY PROOF-OF-DEBT CLAIMS SENT'.

001640 01  WS-REPORT-HEADING2.
001650     05  FILLER PIC X(11) VALUE 'ACCOUNT'.
001660     05  FILLER PIC X(05) VALUE 'TYPE'.
001670     05  FILLER PIC X(17) VALUE 'CLAIM REF'.
001680     05  FILLER PIC X(09) VALUE 'NOTIFIED'.
001690     05  FILLER PIC X(15) VALUE '        CLAIMED'.
001700     05  FILLER PIC X(23) VALUE 'PRACTITIONER'.

001710 01  WS-DETAIL-LINE.
001720     05  DL-ACCTNO           PIC X(09).
001730     05  FILLER              PIC X(02) VALUE SPACES.
001740     05  DL-TYPE             PIC X(04).
001750     05  FILLER              PIC X(01) VALUE SPACE.
001760     05  DL-CLAIM-REF        PIC X(15).
001770     05  FILLER              PIC X(02) VALUE SPACES.
001780     05  DL-NOTIFY           PIC 9(07).
001790     05  FILLER              PIC X(02) VALUE SPACES.
001800     05  DL-CLAIM            PIC ZZ,ZZZ,ZZ9.99.
001810     05  FILLER              PIC X(02) VALUE SPACES.
001820     05  DL-PRAC             PIC X(23).

001830 PROCEDURE DIVISION.

001840 0000-MAINLINE.

001850     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

001870     PERFORM 2000-PROCESS-CASE THRU 2000-EXIT
001880         UNTIL WS-EOF-YES.

001890     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.

001900     PERFORM 9000-TERMINATE THRU 9000-EXIT.

001910     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

001920     GOBACK.

001930 1000-INITIALIZE.

001940     OPEN I-O INSOLV-FILE.
001950     OPEN INPUT ACCTFILE.
001960     OPEN OUTPUT CLAIM-FILE.
001970     OPEN OUTPUT REPORT-FILE.

001980     MOVE 'TOD' TO DP-FUNCTION.
001990     CALL 'DCI8BDAT' USING DATEPARM.
002000     MOVE DP-JULIAN TO WS-TODAY.

002010     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
002020     MOVE SPACES TO REPORT-LINE.
002030     WRITE REPORT-LINE.
002040     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

002050     PERFORM 1100-READ-CASE THRU 1100-EXIT.

002060 1000-EXIT.
002070     EXIT.

002080 1100-READ-CASE.

002090     READ INSOLV-FILE NEXT RECORD
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
002200* 2000-PROCESS-CASE - AN ACTIVE CASE NOT YET CLAIMED IS SENT;
002210* A CLAIM ALREADY SENT AND A DISCHARGED CASE ARE PASSED OVER
002220*-----------------------------------------------------------------
002230 2000-PROCESS-CASE.

002240     IF IV-ACTIVE AND IV-CLAIM-SENT-DATE = 0 THEN
002250         ADD 1 TO WS-CLAIM-COUNT
002260         IF IV-CLAIM-AMT > 0 THEN
002270             PERFORM 2100-SEND-CLAIM THRU 2100-EXIT
002280         ELSE
002290             ADD 1 TO WS-NOTHING-COUNT
002300         END-IF
002310     END-IF.

002320     PERFORM 1100-READ-CASE THRU 1100-EXIT.

002330 2000-EXIT.
002340     EXIT.

002350*-----------------------------------------------------------------
002360* 2100-SEND-CLAIM WRITES THE CASE'S CLAIM ROW AND REPORT LINE
002370* AND STAMPS THE CASE. THE DEBTOR'S NAME COMES OFF ACCTFILE -
002380* AN ACCOUNT NO LONGER THERE STILL HAS ITS CLAIM SENT, NAMELESS,
002390* AND IS COUNTED FOR THE MAIL HOUSE TO COMPLETE BY HAND
002400*-----------------------------------------------------------------
002410 2100-SEND-CLAIM.

002420     MOVE IV-ACCTNO TO AF-ACCTNO.
002430     READ ACCTFILE
002440         INVALID KEY
002450             MOVE SPACES TO AF-TITL AF-FNAME AF-SNAME
002460             ADD 1 TO WS-NOACCT-COUNT
002470     END-READ.

002480     MOVE 'DTL' TO PC-REC-TYPE.
002490     MOVE IV-CLAIM-REF TO PC-CLAIM-REF.
002500     MOVE IV-ACCTNO TO PC-ACCTNO.
002510     MOVE IV-CASE-TYPE TO PC-CASE-TYPE.
002520     MOVE AF-TITL TO PC-TITL.
002530     MOVE AF-FNAME TO PC-FNAME.
002540     MOVE AF-SNAME TO PC-SNAME.
002550     MOVE IV-PRAC-NAME TO PC-PRAC-NAME.
002560     MOVE IV-PRAC-ADDR1 TO PC-PRAC-ADDR1.
002570     MOVE IV-PRAC-ADDR2 TO PC-PRAC-ADDR2.
002580     MOVE IV-PRAC-ADDR3 TO PC-PRAC-ADDR3.
002590     MOVE IV-NOTIFY-DATE TO PC-NOTIFY-DATE.
002600     MOVE IV-CLAIM-AMT TO PC-CLAIM-AMT.
002610     MOVE WS-TODAY TO PC-CLAIM-DATE.
002620     WRITE CLAIM-REC FROM WS-CLAIM-LINE.

002630     ADD 1 TO WS-SENT-COUNT.
002640     ADD IV-CLAIM-AMT TO WS-AMOUNT-TOTAL.

002650     MOVE IV-ACCTNO TO DL-ACCTNO.
002660     IF IV-TYPE-BANKRUPTCY THEN
002670         MOVE 'BKR' TO DL-TYPE
002680     ELSE IF IV-TYPE-IVA THEN
002690         MOVE 'IVA' TO DL-TYPE
002700     ELSE
002710         MOVE 'DRO' TO DL-TYPE
002720         END-IF
002730     END-IF.
002740     MOVE IV-CLAIM-REF TO DL-CLAIM-REF.
002750     MOVE IV-NOTIFY-DATE TO DL-NOTIFY.
002760     MOVE IV-CLAIM-AMT TO DL-CLAIM.
002770     MOVE IV-PRAC-NAME TO DL-PRAC.
002780     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

002790     MOVE WS-TODAY TO IV-CLAIM-SENT-DATE.
002800     REWRITE INSOLV-REC.

002810 2100-EXIT.
002820     EXIT.

002830 3000-WRITE-TRAILER.

002840     MOVE WS-SENT-COUNT TO PT-COUNT.
002850     MOVE WS-AMOUNT-TOTAL TO PT-AMOUNT.
002860     WRITE CLAIM-REC FROM WS-CLAIM-TRAILER.

002870 3000-EXIT.
002880     EXIT.

002890 9000-TERMINATE.

002900     DISPLAY 'DCI8BPOD - PROOF-OF-DEBT CLAIMS - RUN SUMMARY'.
002910     DISPLAY 'CASES READ       : ' WS-READ-COUNT.
002920     DISPLAY 'CLAIMS DUE       : ' WS-CLAIM-COUNT.
002930     DISPLAY 'CLAIMS SENT      : ' WS-SENT-COUNT.
002940     DISPLAY 'NOTHING TO CLAIM : ' WS-NOTHING-COUNT.
002950     DISPLAY 'NOT ON ACCTFILE  : ' WS-NOACCT-COUNT.
002960     DISPLAY 'AMOUNT TOTAL     : ' WS-AMOUNT-TOTAL.

002970     CLOSE INSOLV-FILE.
002980     CLOSE ACCTFILE.
002990     CLOSE CLAIM-FILE.
003000     CLOSE REPORT-FILE.

003010 9000-EXIT.
003020     EXIT.

003030*-----------------------------------------------------------------
003040* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
003050* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
003060* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
003070*-----------------------------------------------------------------
003080 8100-WRITE-JRNL-START.

003081*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003082*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003083     MOVE 'DCI8BPOD' TO JG-JOBNAME.
003084     CALL 'DCI8BJGT' USING JOBGATE.
003085     IF JG-RC-BLOCKED THEN
003086         MOVE JG-BLOCKED-RC TO RETURN-CODE
003087         STOP RUN
003088     END-IF.

003090     MOVE 'DCI8BPOD' TO JR-JOBNAME.
003100     MOVE 'S' TO JR-ROW-TYPE.
003110     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003120         JR-REJECTED-COUNT.
003130     MOVE SPACE TO JR-STATUS.
003140     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003150 8100-EXIT.
003160     EXIT.

003170 8200-WRITE-JRNL-END.

003180     MOVE 'DCI8BPOD' TO JR-JOBNAME.
003190     MOVE 'E' TO JR-ROW-TYPE.
003200     MOVE WS-READ-COUNT TO JR-READ-COUNT.
003210     MOVE WS-SENT-COUNT TO JR-WRITTEN-COUNT.
003220     MOVE 0 TO JR-REJECTED-COUNT.
003230     MOVE 'G' TO JR-STATUS.
003240     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003250 8200-EXIT.
003260     EXIT.

003270 8300-STAMP-AND-WRITE.

003280     ACCEPT JR-DATE FROM DAY YYYYDDD.
003290     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
003300     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

003310     OPEN EXTEND JOURNAL-FILE.
003320     WRITE JR-REC.
003330     CLOSE JOURNAL-FILE.

003340 8300-EXIT.
003350     EXIT.

003360 END PROGRAM DCI8BPOD.
