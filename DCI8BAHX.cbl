000010*****************************************************************
000020* DCI8BAHX - NIGHTLY AUTHORIZATION HOLD EXPIRY
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BAHX.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 10-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-10 AA   INITIAL VERSION - EXPIRES AUTHORIZATION HOLDS
000160*                 THAT NEVER SETTLED SO THEY STOP EATING THE
000170*                 CUSTOMER'S OPEN-TO-BUY
000172* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000176*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THE DCI8DWSA AUTHORIZATION SERVICE WRITES AN AUTHHOLD ROW FOR
000210* EVERY APPROVAL AND DCI8BPST RELEASES IT WHEN THE SETTLED
000220* TRANSACTION POSTS. SOME NEVER SETTLE - A HOTEL PRE-AUTH, A
000230* CANCELLED ORDER - AND WITHOUT THIS STEP THEY WOULD HOLD DOWN
000240* OPEN-TO-BUY FOR EVER. RUN AFTER DCI8BPST, IT WALKS AUTHHOLD
000250* AND MARKS EXPIRED ('E') EVERY OUTSTANDING HOLD AUTHORIZED
000260* MORE THAN THE ACCTCTL 'HOLDDAYS' ROW'S NUMBER OF DAYS AGO
000270* (7 WHEN THE ROW IS MISSING). A LATE SETTLEMENT STILL POSTS
000280* NORMALLY AND DCI8BPST MARKS THE EXPIRED HOLD SETTLED. EVERY
000290* EXPIRY PRINTS ON THE REPORT WITH ITS AMOUNT
000300*****************************************************************

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.

000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.

000370     SELECT AUTHHOLD-FILE ASSIGN TO AUTHHOLD
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS AU-KEY
000410         FILE STATUS IS WS-AUTHHOLD-STATUS.

000420     SELECT ACCTCTL-FILE ASSIGN TO ACCTCTL
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS CT-KEYNAME
000460         FILE STATUS IS WS-ACCTCTL-STATUS.

000470     SELECT REPORT-FILE ASSIGN TO AHXRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-REPORT-STATUS.

000500     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-JOURNAL-STATUS.

000530 DATA DIVISION.
000540 FILE SECTION.

000550*-----------------------------------------------------------------
000560* AUTHHOLD - ONE ROW PER APPROVED AUTHORIZATION
000570*-----------------------------------------------------------------
000580 FD  AUTHHOLD-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 01  AUTHHOLD-REC.
000610     05  AU-KEY.
000620         10  AU-ACCTNO           PIC X(09).
000630         10  AU-AUTH-CODE        PIC X(06).
000640     05  AU-AMOUNT               PIC 9(08)V99 COMP-3.
000650     05  AU-STATUS               PIC X(01).
000660         88  AU-OUTSTANDING              VALUE 'O'.
000670     05  AU-CARDNO               PIC X(16).
000680     05  AU-MERCHANT             PIC X(30).
000690     05  AU-CATEGORY             PIC X(04).
000700     05  AU-REQ-REF              PIC X(16).
000710     05  AU-AUTH-INFO.
000720         10  AU-AUTH-USERID      PIC X(08).
000730         10  AU-AUTH-TRMID       PIC X(04).
000740         10  AU-AUTH-DATE        PIC S9(7) COMP-3.
000750         10  AU-AUTH-TIME        PIC S9(7) COMP-3.
000760     05  AU-CLEARED-INFO.
000770         10  AU-CLR-DATE         PIC S9(7) COMP-3.
000780         10  AU-CLR-JOB          PIC X(08).
000790         10  AU-CLR-TXN-DATE     PIC S9(7) COMP-3.
000800         10  AU-CLR-TXN-SEQNO    PIC 9(04) COMP.
000810         10  AU-CLR-AMOUNT       PIC 9(08)V99 COMP-3.

000820 FD  ACCTCTL-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  ACCTCTL-REC.
000850     05  CT-KEYNAME              PIC X(08).
000860     05  CT-NEXT-ACCTNO          PIC 9(08).

000870 FD  REPORT-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  REPORT-LINE                 PIC X(80).

000910*-----------------------------------------------------------------
000920* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
000930* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
000940*-----------------------------------------------------------------
000950 FD  JOURNAL-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980 01  JR-REC.
000990     05  JR-JOBNAME              PIC X(08).
001000     05  JR-ROW-TYPE             PIC X(01).
001010     05  JR-DATE                 PIC 9(07).
001020     05  JR-TIME                 PIC 9(06).
001030     05  JR-READ-COUNT           PIC 9(07).
001040     05  JR-WRITTEN-COUNT        PIC 9(07).
001050     05  JR-REJECTED-COUNT       PIC 9(07).
001060     05  JR-STATUS               PIC X(01).
001070     05  FILLER                  PIC X(06).

001080 WORKING-STORAGE SECTION.
001090 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001100 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001105     COPY 'JOBGATE'.

001110 77  WS-AUTHHOLD-STATUS      PIC X(02) VALUE SPACES.
001120 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
001130 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001140 01  WS-SWITCHES.
001150     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001160         88  WS-EOF-YES              VALUE 'Y'.

001170 01  WS-COUNTERS.
001180     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001190     05  WS-OPEN-COUNT       PIC 9(07) COMP-3 VALUE 0.
001200     05  WS-EXPIRED-COUNT    PIC 9(07) COMP-3 VALUE 0.

001210 77  WS-EXPIRED-AMOUNT       PIC 9(10)V99 COMP-3 VALUE 0.

001220*-----------------------------------------------------------------
001230* THE CUTOFF - A HOLD AUTHORIZED BEFORE THIS DAY HAS HAD ITS
001240* CHANCE TO SETTLE. AU-AUTH-DATE CARRIES THE ONLINE EIBDATE
001250* FORM, SO THE CUTOFF IS TAKEN BACK TO THAT FORM TO COMPARE
001260*-----------------------------------------------------------------
001270 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
001280 77  WS-HOLD-DAYS            PIC S9(05) COMP-3 VALUE 7.
001290 77  WS-CUTOFF               PIC S9(7) COMP-3 VALUE 0.
001300 77  WS-CUTOFF-EIB           PIC S9(7) COMP-3 VALUE 0.

001310* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
001320     COPY 'DATEPARM'.

001330 01  WS-REPORT-HEADING1.
001340     05  FILLER PIC X(50) VALUE
001350         'DCI8BAHX - AUTHORIZATION HOLD EXPIRY - CUTOFF '.
001360     05  RH-CUTOFF           PIC 9(07).
001370     05  FILLER PIC X(23) VALUE SPACES.

001380 01  WS-REPORT-HEADING2.
001390     05  FILLER PIC X(11) VALUE 'ACCOUNT'.
001400     05  FILLER PIC X(08) VALUE 'CODE'.
001410     05  FILLER PIC X(14) VALUE 'AMOUNT'.
001420     05  FILLER PIC X(09) VALUE 'AUTH DAY'.
001430     05  FILLER PIC X(38) VALUE 'MERCHANT'.

001440 01  WS-DETAIL-LINE.
001450     05  DL-ACCTNO           PIC X(09).
001460     05  FILLER              PIC X(02) VALUE SPACES.
001470     05  DL-AUTH-CODE        PIC X(06).
001480     05  FILLER              PIC X(02) VALUE SPACES.
001490     05  DL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
001500     05  FILLER              PIC X(01) VALUE SPACES.
001510     05  DL-AUTH-DATE        PIC 9(07).
001520     05  FILLER              PIC X(02) VALUE SPACES.
001530     05  DL-MERCHANT         PIC X(30).
001540     05  FILLER              PIC X(08) VALUE SPACES.

001550 01  WS-TOTAL-LINE.
001560     05  FILLER              PIC X(19) VALUE 'TOTAL EXPIRED'.
001570     05  TL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
001580     05  FILLER              PIC X(45) VALUE SPACES.

001590 PROCEDURE DIVISION.

001600 0000-MAINLINE.

001610     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

001620     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

001630     PERFORM 2000-PROCESS-HOLD THRU 2000-EXIT
001640         UNTIL WS-EOF-YES.

001650     PERFORM 9000-TERMINATE THRU 9000-EXIT.

001660     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

001670     GOBACK.

001680 1000-INITIALIZE.

001690     OPEN I-O AUTHHOLD-FILE.
001700     OPEN INPUT ACCTCTL-FILE.
001710     OPEN OUTPUT REPORT-FILE.

001720     MOVE 'HOLDDAYS' TO CT-KEYNAME.
001730     READ ACCTCTL-FILE
001740         INVALID KEY
001750             CONTINUE
001760     END-READ.
001770     IF WS-ACCTCTL-STATUS = '00' AND CT-NEXT-ACCTNO > 0 THEN
001780         MOVE CT-NEXT-ACCTNO TO WS-HOLD-DAYS
001790     END-IF.
001800     CLOSE ACCTCTL-FILE.

001810     MOVE 'TOD' TO DP-FUNCTION.
001820     CALL 'DCI8BDAT' USING DATEPARM.
001830     MOVE DP-JULIAN TO WS-TODAY.

001840     MOVE 'SUB' TO DP-FUNCTION.
001850     MOVE WS-TODAY TO DP-JULIAN.
001860     MOVE WS-HOLD-DAYS TO DP-DAYS.
001870     CALL 'DCI8BDAT' USING DATEPARM.
001880     MOVE DP-JULIAN TO WS-CUTOFF.
001890     COMPUTE WS-CUTOFF-EIB = WS-CUTOFF - 1900000.

001900     MOVE WS-CUTOFF TO RH-CUTOFF.
001910     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
001920     MOVE SPACES TO REPORT-LINE.
001930     WRITE REPORT-LINE.
001940     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

001950     PERFORM 1100-READ-HOLD THRU 1100-EXIT.

001960 1000-EXIT.
001970     EXIT.

001980 1100-READ-HOLD.

001990     READ AUTHHOLD-FILE NEXT RECORD
002000         AT END
002010             GO TO 1100-EOF
002020     END-READ.

002030     ADD 1 TO WS-READ-COUNT.
002040     GO TO 1100-EXIT.

002050 1100-EOF.
002060     MOVE 'Y' TO WS-EOF-SW.

002070 1100-EXIT.
002080     EXIT.

002090*-----------------------------------------------------------------
002100* 2000-PROCESS-HOLD EXPIRES AN OUTSTANDING HOLD OLDER THAN THE
002110* CUTOFF; RELEASED, ALREADY-EXPIRED AND YOUNGER HOLDS ARE LEFT
002120*-----------------------------------------------------------------
002130 2000-PROCESS-HOLD.

002140     IF NOT AU-OUTSTANDING THEN
002150         GO TO 2000-NEXT
002160     END-IF.

002170     IF AU-AUTH-DATE NOT < WS-CUTOFF-EIB THEN
002180         ADD 1 TO WS-OPEN-COUNT
002190         GO TO 2000-NEXT
002200     END-IF.

002210     MOVE 'E' TO AU-STATUS.
002220     MOVE WS-TODAY TO AU-CLR-DATE.
002230     MOVE 'DCI8BAHX' TO AU-CLR-JOB.
002240     MOVE 0 TO AU-CLR-TXN-DATE.
002250     MOVE 0 TO AU-CLR-TXN-SEQNO.
002260     MOVE 0 TO AU-CLR-AMOUNT.

002270     REWRITE AUTHHOLD-REC
002280         INVALID KEY
002290             DISPLAY 'DCI8BAHX - REWRITE FAILED: ' AU-KEY
002300             GO TO 2000-NEXT
002310     END-REWRITE.

002320     ADD 1 TO WS-EXPIRED-COUNT.
002330     ADD AU-AMOUNT TO WS-EXPIRED-AMOUNT.

002340     MOVE AU-ACCTNO TO DL-ACCTNO.
002350     MOVE AU-AUTH-CODE TO DL-AUTH-CODE.
002360     MOVE AU-AMOUNT TO DL-AMOUNT.
002370     COMPUTE DL-AUTH-DATE = AU-AUTH-DATE + 1900000.
002380     MOVE AU-MERCHANT TO DL-MERCHANT.
002390     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

002400 2000-NEXT.
002410     PERFORM 1100-READ-HOLD THRU 1100-EXIT.

002420 2000-EXIT.
002430     EXIT.

002440 9000-TERMINATE.

002450     MOVE SPACES TO REPORT-LINE.
002460     WRITE REPORT-LINE.
002470     MOVE WS-EXPIRED-AMOUNT TO TL-AMOUNT.
002480     WRITE REPORT-LINE FROM WS-TOTAL-LINE.

002490     DISPLAY 'DCI8BAHX - AUTHORIZATION HOLD EXPIRY - RUN SUMMARY'.
002500     DISPLAY 'HOLD DAYS        : ' WS-HOLD-DAYS.
002510     DISPLAY 'HOLDS READ       : ' WS-READ-COUNT.
002520     DISPLAY 'STILL OUTSTANDING: ' WS-OPEN-COUNT.
002530     DISPLAY 'HOLDS EXPIRED    : ' WS-EXPIRED-COUNT.

002540     CLOSE AUTHHOLD-FILE.
002550     CLOSE REPORT-FILE.

002560 9000-EXIT.
002570     EXIT.

002580*-----------------------------------------------------------------
002590* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
002600* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
002610* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
002620*-----------------------------------------------------------------
002630 8100-WRITE-JRNL-START.

002631*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002632*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002633     MOVE 'DCI8BAHX' TO JG-JOBNAME.
002634     CALL 'DCI8BJGT' USING JOBGATE.
002635     IF JG-RC-BLOCKED THEN
002636         MOVE JG-BLOCKED-RC TO RETURN-CODE
002637         STOP RUN
002638     END-IF.

002640     MOVE 'DCI8BAHX' TO JR-JOBNAME.
002650     MOVE 'S' TO JR-ROW-TYPE.
002660     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
002670         JR-REJECTED-COUNT.
002680     MOVE SPACE TO JR-STATUS.
002690     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

002700 8100-EXIT.
002710     EXIT.

002720 8200-WRITE-JRNL-END.

002730     MOVE 'DCI8BAHX' TO JR-JOBNAME.
002740     MOVE 'E' TO JR-ROW-TYPE.
002750     MOVE WS-READ-COUNT TO JR-READ-COUNT.
002760     MOVE WS-EXPIRED-COUNT TO JR-WRITTEN-COUNT.
002770     MOVE 0 TO JR-REJECTED-COUNT.
002780     MOVE 'G' TO JR-STATUS.
002790     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

002800 8200-EXIT.
002810     EXIT.

002820 8300-STAMP-AND-WRITE.

002830     ACCEPT JR-DATE FROM DAY YYYYDDD.
002840     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
002850     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

002860     OPEN EXTEND JOURNAL-FILE.
002870     WRITE JR-REC.
002880     CLOSE JOURNAL-FILE.

002890 8300-EXIT.
002900     EXIT.

002910 END PROGRAM DCI8BAHX.
