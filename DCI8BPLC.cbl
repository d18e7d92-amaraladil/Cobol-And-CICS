000010*****************************************************************
000020* DCI8BPLC - COLLECTION AGENCY PLACEMENT AND RECALL
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BPLC.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 25-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-25 AA   INITIAL VERSION - PLACES CHARGED-OFF ACCOUNTS
000160*                 WITH THE COLLECTION AGENCIES AND RECALLS THE
000170*                 ONES THAT HAVE STOPPED PAYING
000172* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000174*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000176*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS MONTHLY JOB WALKS THE RECOVLDG RECOVERY LEDGER. AN OPEN
000210* ROW NOT YET PLACED IS PLACED WHEN ITS UNRECOVERED BALANCE IS
000220* AT LEAST THE ACCTCTL 'PLCMINAM' POUNDS, IT WAS CHARGED OFF AT
000230* LEAST 'PLCDAYS ' DAYS AGO AND ITS HOLDER HAS NO ACTIVE
000240* INSOLVENCY CASE. IT GOES TO THE AGENCYCFG AGENCY FLAGGED FOR
000250* PLACEMENTS THAT HOLDS THE FEWEST LIVE PLACEMENTS, SO THE PANEL
000260* STAYS EVENLY LOADED. A LIVE PLACEMENT IS RECALLED WHEN THE
000270* LEDGER ROW HAS BEEN CLOSED, NOTHING IS LEFT OWED, THE HOLDER
000280* HAS GONE INTO INSOLVENCY OR THE AGENCY HAS GONE 'RCLDAYS '
000290* DAYS WITHOUT REMITTING A RECOVERY. EACH PLACEMENT AND RECALL
000300* IS A ROW ON THE PLCOUT FILE FOR THE AGENCIES - THE BALANCE AND
000310* THE HOLDER'S NAME, ADDRESSES, PHONE AND EMAIL OFF ACCTFILE -
000320* FOLLOWED BY A TRAILER WITH THE COUNTS AND PLACED AMOUNT, AND
000330* EACH PRINTS ON PLCRPT. A RECALLED ACCOUNT IS NOT PLACED AGAIN
000340*****************************************************************

000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-370.
000380 OBJECT-COMPUTER. IBM-370.

000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.

000410     SELECT RECOVLDG-FILE ASSIGN TO RECOVLDG
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS RL-ACCTNO
000450         FILE STATUS IS WS-RECOVLDG-STATUS.

000460     SELECT PLACEMNT-FILE ASSIGN TO PLACEMNT
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS PM-ACCTNO
000500         FILE STATUS IS WS-PLACEMNT-STATUS.

000510     SELECT AGENCYCFG-FILE ASSIGN TO AGENCYCFG
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS AG-CODE
000550         FILE STATUS IS WS-AGENCYCFG-STATUS.

000560     SELECT INSOLV-FILE ASSIGN TO INSOLV
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS IV-ACCTNO
000600         FILE STATUS IS WS-INSOLV-STATUS.

000610     SELECT ACCTFILE ASSIGN TO ACCTFILE
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS AF-ACCTKEY
000650         FILE STATUS IS WS-ACCTFILE-STATUS.

000660     SELECT ACCTCTL-FILE ASSIGN TO ACCTCTL
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS CT-KEYNAME
000700         FILE STATUS IS WS-ACCTCTL-STATUS.

000710     SELECT PLACE-FILE ASSIGN TO PLCOUT
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-PLACE-STATUS.

000740     SELECT REPORT-FILE ASSIGN TO PLCRPT
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-REPORT-STATUS.

000770     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-JOURNAL-STATUS.

000800 DATA DIVISION.
000810 FILE SECTION.

000820 FD  RECOVLDG-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  RECOVLDG-REC.
000850     05  RL-ACCTNO               PIC X(09).
000860     05  RL-CHGOFF-DATE          PIC S9(7) COMP-3.
000870     05  RL-CHGOFF-AMT           PIC 9(08)V99.
000880     05  RL-RECOVERED-AMT        PIC 9(08)V99.
000890     05  RL-AUTH-INFO.
000900         10  RL-AUTH-USERID      PIC X(08).
000910         10  RL-AUTH-TRMID       PIC X(04).
000920         10  RL-AUTH-DATE        PIC S9(7) COMP-3.
000930         10  RL-AUTH-TIME        PIC S9(7) COMP-3.
000940     05  RL-DIVIDEND-AMT         PIC 9(08)V99.
000950     05  RL-RESIDUE-AMT          PIC 9(08)V99.
000960     05  RL-CLOSED-DATE          PIC S9(7) COMP-3.
000970     05  RL-AGENCY-AMT           PIC 9(08)V99.

000980*-----------------------------------------------------------------
000990* PLACEMNT - ONE ROW PER ACCOUNT EVER PLACED WITH AN AGENCY
001000*-----------------------------------------------------------------
001010 FD  PLACEMNT-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  PLACEMNT-REC.
001040     05  PM-ACCTNO               PIC X(09).
001050     05  PM-AGENCY               PIC X(08).
001060     05  PM-STATUS               PIC X(01).
001070         88  PM-PLACED                   VALUE 'P'.
001080         88  PM-RECALLED                 VALUE 'R'.
001090     05  PM-PLACED-DATE          PIC S9(7) COMP-3.
001100     05  PM-PLACED-AMT           PIC 9(08)V99.
001110     05  PM-RECOVERED-AMT        PIC 9(08)V99.
001120     05  PM-COMMISSION-AMT       PIC 9(08)V99.
001130     05  PM-LAST-RCV-DATE        PIC S9(7) COMP-3.
001140     05  PM-RECALL-DATE          PIC S9(7) COMP-3.
001150     05  PM-RECALL-REASON        PIC X(01).
001160         88  PM-RCL-NO-RECOVERY          VALUE 'T'.
001170         88  PM-RCL-CLEARED              VALUE 'S'.
001180         88  PM-RCL-CLOSED               VALUE 'C'.
001190         88  PM-RCL-INSOLVENT            VALUE 'I'.

001200 FD  AGENCYCFG-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 01  AGENCYCFG-REC.
001230     05  AG-CODE                 PIC X(08).
001240     05  AG-PLACING              PIC X(01).
001250         88  AG-TAKES-PLACEMENTS         VALUE 'Y'.
001260     05  AG-COMM-PCT             PIC 9(02)V99.

001270 FD  INSOLV-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  INSOLV-REC.
001300     05  IV-ACCTNO               PIC X(09).
001310     05  IV-CASE-TYPE            PIC X(01).
001320     05  IV-STATUS               PIC X(01).
001330         88  IV-ACTIVE                   VALUE 'A'.
001340     05  FILLER                  PIC X(224).

001350 FD  ACCTFILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  ACCTFILE-REC.
001380     05  AF-ACCTKEY.
001390         10  AF-ACCTNO           PIC X(09).
001400     05  AF-FNAME                PIC X(15).
001410     05  AF-SNAME                PIC X(15).
001420     05  AF-TITL                 PIC X(04).
001430     05  AF-ADDR1                PIC X(20).
001440     05  AF-ADDR2                PIC X(20).
001450     05  FILLER                  PIC X(41).
001460     05  AF-PHONE                PIC X(15).
001470     05  AF-EMAIL                PIC X(30).
001480     05  FILLER                  PIC X(08).
001490     05  AF-MAIL-ADDR1           PIC X(20).
001500     05  AF-MAIL-ADDR2           PIC X(20).
001510     05  FILLER                  PIC X(51).

001520 FD  ACCTCTL-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 01  ACCTCTL-REC.
001550     05  CT-KEYNAME              PIC X(08).
001560     05  CT-NEXT-ACCTNO          PIC 9(08).

001570*-----------------------------------------------------------------
001580* PLCOUT - THE MONTH'S PLACEMENTS AND RECALLS FOR THE AGENCIES,
001590* EACH ROW CARRYING ITS AGENCY CODE: PLC AND RCL ROWS THEN A
001600* TRL ROW WITH THE COUNTS AND THE AMOUNT PLACED
001610*-----------------------------------------------------------------
001620 FD  PLACE-FILE
001630     RECORDING MODE IS F
001640     LABEL RECORDS ARE STANDARD.
001650 01  PLACE-REC                   PIC X(220).

001660 FD  REPORT-FILE
001670     RECORDING MODE IS F
001680     LABEL RECORDS ARE STANDARD.
001690 01  REPORT-LINE                 PIC X(80).

001700*-----------------------------------------------------------------
001710* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001720* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001730*-----------------------------------------------------------------
001740 FD  JOURNAL-FILE
001750     RECORDING MODE IS F
001760     LABEL RECORDS ARE STANDARD.
001770 01  JR-REC.
001780     05  JR-JOBNAME              PIC X(08).
001790     05  JR-ROW-TYPE             PIC X(01).
001800     05  JR-DATE                 PIC 9(07).
001810     05  JR-TIME                 PIC 9(06).
001820     05  JR-READ-COUNT           PIC 9(07).
001830     05  JR-WRITTEN-COUNT        PIC 9(07).
001840     05  JR-REJECTED-COUNT       PIC 9(07).
001850     05  JR-STATUS               PIC X(01).
001860     05  FILLER                  PIC X(06).

001870 WORKING-STORAGE SECTION.
001880 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001890 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001895     COPY 'JOBGATE'.

001900 77  WS-RECOVLDG-STATUS      PIC X(02) VALUE SPACES.
001910 77  WS-PLACEMNT-STATUS      PIC X(02) VALUE SPACES.
001920 77  WS-AGENCYCFG-STATUS     PIC X(02) VALUE SPACES.
001930 77  WS-INSOLV-STATUS        PIC X(02) VALUE SPACES.
001940 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001950 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
001960 77  WS-PLACE-STATUS         PIC X(02) VALUE SPACES.
001970 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001980 01  WS-SWITCHES.
001990     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
002000         88  WS-EOF-YES              VALUE 'Y'.
002010     05  WS-AG-EOF-SW        PIC X(01) VALUE 'N'.
002020         88  WS-AG-EOF-YES           VALUE 'Y'.
002030     05  WS-PM-EOF-SW        PIC X(01) VALUE 'N'.
002040         88  WS-PM-EOF-YES           VALUE 'Y'.
002050     05  WS-PLACED-SW        PIC X(01) VALUE 'N'.
002060         88  WS-ON-PLACEMNT          VALUE 'Y'.
002070     05  WS-INSOLV-SW        PIC X(01) VALUE 'N'.
002080         88  WS-INSOLVENT            VALUE 'Y'.

002090 01  WS-COUNTERS.
002100     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
002110     05  WS-PLACED-COUNT     PIC 9(07) COMP-3 VALUE 0.
002120     05  WS-RECALLED-COUNT   PIC 9(07) COMP-3 VALUE 0.
002130     05  WS-LIVE-COUNT       PIC 9(07) COMP-3 VALUE 0.
002140     05  WS-BELOW-MIN-COUNT  PIC 9(07) COMP-3 VALUE 0.
002150     05  WS-TOO-NEW-COUNT    PIC 9(07) COMP-3 VALUE 0.
002160     05  WS-INSOLV-COUNT     PIC 9(07) COMP-3 VALUE 0.
002170     05  WS-NO-AGENCY-COUNT  PIC 9(07) COMP-3 VALUE 0.
002180     05  WS-NOACCT-COUNT     PIC 9(07) COMP-3 VALUE 0.

002190 77  WS-PLACED-TOTAL         PIC S9(12)V99 COMP-3 VALUE 0.
002200 77  WS-OWED                 PIC S9(10)V99 COMP-3 VALUE 0.
002210 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
002220 77  WS-QUIET-SINCE          PIC S9(7) COMP-3 VALUE 0.

002230*-----------------------------------------------------------------
002240* PLACEMENT CRITERIA - ACCTCTL ROWS OVERRIDE THESE DEFAULTS, AND
002250* THE TWO DAY COUNTS BECOME CUTOFF DATES BACK FROM TODAY
002260*-----------------------------------------------------------------
002270 77  WS-MIN-AMOUNT           PIC 9(08) VALUE 50.
002280 77  WS-PLACE-DAYS           PIC 9(05) VALUE 30.
002290 77  WS-RECALL-DAYS          PIC 9(05) VALUE 180.
002300 77  WS-PLACE-CUTOFF         PIC S9(7) COMP-3 VALUE 0.
002310 77  WS-RECALL-CUTOFF        PIC S9(7) COMP-3 VALUE 0.

002320*-----------------------------------------------------------------
002330* THE AGENCY PANEL OFF AGENCYCFG, UP TO 20 AGENCIES, WITH THE
002340* LIVE PLACEMENTS EACH HOLDS - COUNTED FROM PLACEMNT BEFORE THE
002350* LEDGER WALK AND KEPT CURRENT AS THE RUN PLACES AND RECALLS
002360*-----------------------------------------------------------------
002370 01  WS-AGENCY-TABLE.
002380     05  WS-AG-ENTRY OCCURS 20 TIMES.
002390         10  WS-AG-CODE          PIC X(08).
002400         10  WS-AG-PLACING       PIC X(01).
002410         10  WS-AG-LIVE          PIC 9(07) COMP-3.
002420         10  WS-AG-NEW           PIC 9(07) COMP-3.
002430 77  WS-AG-COUNT             PIC S9(4) COMP VALUE 0.
002440 77  WS-AG-SUB               PIC S9(4) COMP VALUE 0.
002450 77  WS-AG-PICK              PIC S9(4) COMP VALUE 0.
002460 77  WS-AG-HIT               PIC S9(4) COMP VALUE 0.

002470* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
002480     COPY 'DATEPARM'.

002490 01  WS-PLACE-LINE.
002500     05  PO-REC-TYPE         PIC X(03).
002510     05  PO-AGENCY           PIC X(08).
002520     05  PO-ACCTNO           PIC X(09).
002530     05  PO-TITL             PIC X(04).
002540     05  PO-FNAME            PIC X(15).
002550     05  PO-SNAME            PIC X(15).
002560     05  PO-ADDR1            PIC X(20).
002570     05  PO-ADDR2            PIC X(20).
002580     05  PO-MAIL-ADDR1       PIC X(20).
002590     05  PO-MAIL-ADDR2       PIC X(20).
002600     05  PO-PHONE            PIC X(15).
002610     05  PO-EMAIL            PIC X(30).
002620     05  PO-CHGOFF-DATE      PIC 9(07).
002630     05  PO-CHGOFF-AMT       PIC 9(08)V99.
002640     05  PO-BALANCE          PIC 9(08)V99.
002650     05  PO-ACTION-DATE      PIC 9(07).
002660     05  PO-RECALL-REASON    PIC X(01).
002670     05  FILLER              PIC X(06) VALUE SPACES.

002680 01  WS-PLACE-TRAILER.
002690     05  FILLER              PIC X(03) VALUE 'TRL'.
002700     05  PT-PLACED-COUNT     PIC 9(07).
002710     05  PT-PLACED-AMT       PIC 9(12)V99.
002720     05  PT-RECALLED-COUNT   PIC 9(07).
002730     05  FILLER              PIC X(189) VALUE SPACES.

002740 01  WS-REPORT-HEADING1.
002750     05  FILLER              PIC X(80) VALUE
002760         'DCI8BPLC - COLLECTION AGENCY PLACEMENTS AND RECALLS'.

002770 01  WS-REPORT-HEADING2.
002780     05  FILLER PIC X(10) VALUE 'ACTION'.
002790     05  FILLER PIC X(11) VALUE 'ACCOUNT'.
002800     05  FILLER PIC X(10) VALUE 'AGENCY'.
002810     05  FILLER PIC X(15) VALUE '        BALANCE'.
002820     05  FILLER PIC X(34) VALUE '  REASON'.

002830 01  WS-DETAIL-LINE.
002840     05  DL-ACTION           PIC X(08).
002850     05  FILLER              PIC X(02) VALUE SPACES.
002860     05  DL-ACCTNO           PIC X(09).
002870     05  FILLER              PIC X(02) VALUE SPACES.
002880     05  DL-AGENCY           PIC X(08).
002890     05  FILLER              PIC X(02) VALUE SPACES.
002900     05  DL-BALANCE          PIC ZZ,ZZZ,ZZ9.99.
002910     05  FILLER              PIC X(04) VALUE SPACES.
002920     05  DL-REASON           PIC X(32).

002930 PROCEDURE DIVISION.

002940 0000-MAINLINE.

002950     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

002960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

002970     PERFORM 2000-PROCESS-LEDGER-ROW THRU 2000-EXIT
002980         UNTIL WS-EOF-YES.

002990     PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.

003000     PERFORM 9000-TERMINATE THRU 9000-EXIT.

003010     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

003020     GOBACK.

003030 1000-INITIALIZE.

003040     OPEN INPUT RECOVLDG-FILE.
003050     OPEN I-O PLACEMNT-FILE.
003060     OPEN INPUT INSOLV-FILE.
003070     OPEN INPUT ACCTFILE.
003080     OPEN OUTPUT PLACE-FILE.
003090     OPEN OUTPUT REPORT-FILE.

003100     MOVE 'TOD' TO DP-FUNCTION.
003110     CALL 'DCI8BDAT' USING DATEPARM.
003120     MOVE DP-JULIAN TO WS-TODAY.

003130     PERFORM 1200-READ-CRITERIA THRU 1200-EXIT.

003140     MOVE 'SUB' TO DP-FUNCTION.
003150     MOVE WS-TODAY TO DP-JULIAN.
003160     MOVE WS-PLACE-DAYS TO DP-DAYS.
003170     CALL 'DCI8BDAT' USING DATEPARM.
003180     MOVE DP-JULIAN TO WS-PLACE-CUTOFF.

003190     MOVE 'SUB' TO DP-FUNCTION.
003200     MOVE WS-TODAY TO DP-JULIAN.
003210     MOVE WS-RECALL-DAYS TO DP-DAYS.
003220     CALL 'DCI8BDAT' USING DATEPARM.
003230     MOVE DP-JULIAN TO WS-RECALL-CUTOFF.

003240     PERFORM 1300-LOAD-AGENCIES THRU 1300-EXIT.

003250     PERFORM 1400-COUNT-LIVE THRU 1400-EXIT.

003260     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
003270     MOVE SPACES TO REPORT-LINE.
003280     WRITE REPORT-LINE.
003290     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

003300     PERFORM 1100-READ-LEDGER THRU 1100-EXIT.

003310 1000-EXIT.
003320     EXIT.

003330 1100-READ-LEDGER.

003340     READ RECOVLDG-FILE NEXT RECORD
003350         AT END
003360             GO TO 1100-EOF
003370     END-READ.

003380     ADD 1 TO WS-READ-COUNT.
003390     GO TO 1100-EXIT.

003400 1100-EOF.
003410     MOVE 'Y' TO WS-EOF-SW.

003420 1100-EXIT.
003430     EXIT.

003440*-----------------------------------------------------------------
003450* 1200-READ-CRITERIA - A MISSING OR ZERO ROW KEEPS THE DEFAULT
003460*-----------------------------------------------------------------
003470 1200-READ-CRITERIA.

003480     OPEN INPUT ACCTCTL-FILE.

003490     MOVE 'PLCMINAM' TO CT-KEYNAME.
003500     READ ACCTCTL-FILE
003510         INVALID KEY
003520             CONTINUE
003530     END-READ.
003540     IF WS-ACCTCTL-STATUS = '00' AND CT-NEXT-ACCTNO > 0 THEN
003550         MOVE CT-NEXT-ACCTNO TO WS-MIN-AMOUNT
003560     END-IF.

003570     MOVE 'PLCDAYS ' TO CT-KEYNAME.
003580     READ ACCTCTL-FILE
003590         INVALID KEY
003600             CONTINUE
003610     END-READ.
003620     IF WS-ACCTCTL-STATUS = '00' AND CT-NEXT-ACCTNO > 0
003630             AND CT-NEXT-ACCTNO < 99999 THEN
003640         MOVE CT-NEXT-ACCTNO TO WS-PLACE-DAYS
003650     END-IF.

003660     MOVE 'RCLDAYS ' TO CT-KEYNAME.
003670     READ ACCTCTL-FILE
003680         INVALID KEY
003690             CONTINUE
003700     END-READ.
003710     IF WS-ACCTCTL-STATUS = '00' AND CT-NEXT-ACCTNO > 0
003720             AND CT-NEXT-ACCTNO < 99999 THEN
003730         MOVE CT-NEXT-ACCTNO TO WS-RECALL-DAYS
003740     END-IF.

003750     CLOSE ACCTCTL-FILE.

003760 1200-EXIT.
003770     EXIT.

003780*-----------------------------------------------------------------
003790* 1300-LOAD-AGENCIES TABLES THE WHOLE PANEL - THE AGENCIES NOT
003800* TAKING PLACEMENTS TOO, SO THEIR RECALLS KEEP THE COUNTS RIGHT
003810*-----------------------------------------------------------------
003820 1300-LOAD-AGENCIES.

003830     OPEN INPUT AGENCYCFG-FILE.

003840     PERFORM 1310-LOAD-ONE-AGENCY THRU 1310-EXIT
003850         UNTIL WS-AG-EOF-YES.

003860     CLOSE AGENCYCFG-FILE.

003870 1300-EXIT.
003880     EXIT.

003890 1310-LOAD-ONE-AGENCY.

003900     READ AGENCYCFG-FILE NEXT RECORD
003910         AT END
003920             MOVE 'Y' TO WS-AG-EOF-SW
003930             GO TO 1310-EXIT
003940     END-READ.

003950     IF WS-AG-COUNT < 20 THEN
003960         ADD 1 TO WS-AG-COUNT
003970         MOVE AG-CODE TO WS-AG-CODE(WS-AG-COUNT)
003980         MOVE AG-PLACING TO WS-AG-PLACING(WS-AG-COUNT)
003990         MOVE 0 TO WS-AG-LIVE(WS-AG-COUNT)
004000         MOVE 0 TO WS-AG-NEW(WS-AG-COUNT)
004010     END-IF.

004020 1310-EXIT.
004030     EXIT.

004040 1400-COUNT-LIVE.

004050     PERFORM 1410-COUNT-ONE-PLACEMENT THRU 1410-EXIT
004060         UNTIL WS-PM-EOF-YES.

004070 1400-EXIT.
004080     EXIT.

004090 1410-COUNT-ONE-PLACEMENT.

004100     READ PLACEMNT-FILE NEXT RECORD
004110         AT END
004120             MOVE 'Y' TO WS-PM-EOF-SW
004130             GO TO 1410-EXIT
004140     END-READ.

004150     IF PM-PLACED THEN
004160         PERFORM 2300-FIND-AGENCY THRU 2300-EXIT
004170         IF WS-AG-HIT > 0 THEN
004180             ADD 1 TO WS-AG-LIVE(WS-AG-HIT)
004190         END-IF
004200     END-IF.

004210 1410-EXIT.
004220     EXIT.

004230*-----------------------------------------------------------------
004240* 2000-PROCESS-LEDGER-ROW - A ROW NEVER PLACED IS A CANDIDATE FOR
004250* PLACEMENT, A LIVE PLACEMENT IS A CANDIDATE FOR RECALL, AND A
004260* ROW ALREADY RECALLED IS PASSED OVER
004270*-----------------------------------------------------------------
004280 2000-PROCESS-LEDGER-ROW.

004290     IF RL-CHGOFF-AMT > RL-RECOVERED-AMT THEN
004300         COMPUTE WS-OWED = RL-CHGOFF-AMT - RL-RECOVERED-AMT
004310     ELSE
004320         MOVE 0 TO WS-OWED
004330     END-IF.

004340     MOVE 'Y' TO WS-PLACED-SW.
004350     MOVE RL-ACCTNO TO PM-ACCTNO.
004360     READ PLACEMNT-FILE
004370         KEY IS PM-ACCTNO
004380         INVALID KEY
004390             MOVE 'N' TO WS-PLACED-SW
004400     END-READ.

004410     IF NOT WS-ON-PLACEMNT THEN
004420         PERFORM 2100-CHECK-PLACE THRU 2100-EXIT
004430     ELSE IF PM-PLACED THEN
004440         PERFORM 2200-CHECK-RECALL THRU 2200-EXIT
004450         END-IF
004460     END-IF.

004470     PERFORM 1100-READ-LEDGER THRU 1100-EXIT.

004480 2000-EXIT.
004490     EXIT.

004500*-----------------------------------------------------------------
004510* 2050-CHECK-INSOLV - IS THE HOLDER IN AN ACTIVE INSOLVENCY CASE
004520*-----------------------------------------------------------------
004530 2050-CHECK-INSOLV.

004540     MOVE 'N' TO WS-INSOLV-SW.
004550     MOVE RL-ACCTNO TO IV-ACCTNO.
004560     READ INSOLV-FILE
004570         INVALID KEY
004580             GO TO 2050-EXIT
004590     END-READ.

004600     IF IV-ACTIVE THEN
004610         MOVE 'Y' TO WS-INSOLV-SW
004620     END-IF.

004630 2050-EXIT.
004640     EXIT.

004650*-----------------------------------------------------------------
004660* 2100-CHECK-PLACE APPLIES THE CRITERIA, PICKS THE AGENCY AND
004670* PLACES THE ACCOUNT
004680*-----------------------------------------------------------------
004690 2100-CHECK-PLACE.

004700     IF RL-CLOSED-DATE NOT = 0 THEN
004710         GO TO 2100-EXIT
004720     END-IF.

004730     IF WS-OWED = 0 OR WS-OWED < WS-MIN-AMOUNT THEN
004740         ADD 1 TO WS-BELOW-MIN-COUNT
004750         GO TO 2100-EXIT
004760     END-IF.

004770     IF RL-CHGOFF-DATE > WS-PLACE-CUTOFF THEN
004780         ADD 1 TO WS-TOO-NEW-COUNT
004790         GO TO 2100-EXIT
004800     END-IF.

004810     PERFORM 2050-CHECK-INSOLV THRU 2050-EXIT.
004820     IF WS-INSOLVENT THEN
004830         ADD 1 TO WS-INSOLV-COUNT
004840         GO TO 2100-EXIT
004850     END-IF.

004860     PERFORM 2110-PICK-AGENCY THRU 2110-EXIT.
004870     IF WS-AG-PICK = 0 THEN
004880         ADD 1 TO WS-NO-AGENCY-COUNT
004890         GO TO 2100-EXIT
004900     END-IF.

004910     MOVE RL-ACCTNO TO PM-ACCTNO.
004920     MOVE WS-AG-CODE(WS-AG-PICK) TO PM-AGENCY.
004930     MOVE 'P' TO PM-STATUS.
004940     MOVE WS-TODAY TO PM-PLACED-DATE.
004950     MOVE WS-OWED TO PM-PLACED-AMT.
004960     MOVE 0 TO PM-RECOVERED-AMT.
004970     MOVE 0 TO PM-COMMISSION-AMT.
004980     MOVE 0 TO PM-LAST-RCV-DATE.
004990     MOVE 0 TO PM-RECALL-DATE.
005000     MOVE SPACE TO PM-RECALL-REASON.
005010     WRITE PLACEMNT-REC
005020         INVALID KEY
005030             GO TO 2100-EXIT
005040     END-WRITE.

005050     ADD 1 TO WS-AG-LIVE(WS-AG-PICK).
005060     ADD 1 TO WS-AG-NEW(WS-AG-PICK).
005070     ADD 1 TO WS-PLACED-COUNT.
005080     ADD WS-OWED TO WS-PLACED-TOTAL.

005090     MOVE 'PLC' TO PO-REC-TYPE.
005100     MOVE SPACE TO PO-RECALL-REASON.
005110     PERFORM 2400-WRITE-PLACE-ROW THRU 2400-EXIT.

005120     MOVE 'PLACED' TO DL-ACTION.
005130     MOVE SPACES TO DL-REASON.
005140     PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.

005150 2100-EXIT.
005160     EXIT.

005170*-----------------------------------------------------------------
005180* 2110-PICK-AGENCY - THE PLACING AGENCY WITH THE FEWEST LIVE
005190* PLACEMENTS, THE FIRST ON THE PANEL WINNING A TIE
005200*-----------------------------------------------------------------
005210 2110-PICK-AGENCY.

005220     MOVE 0 TO WS-AG-PICK.
005230     PERFORM 2115-TRY-AGENCY THRU 2115-EXIT
005240         VARYING WS-AG-SUB FROM 1 BY 1
005250         UNTIL WS-AG-SUB > WS-AG-COUNT.

005260 2110-EXIT.
005270     EXIT.

005280 2115-TRY-AGENCY.

005290     IF WS-AG-PLACING(WS-AG-SUB) NOT = 'Y' THEN
005300         GO TO 2115-EXIT
005310     END-IF.

005320     IF WS-AG-PICK = 0 THEN
005330         MOVE WS-AG-SUB TO WS-AG-PICK
005340     ELSE IF WS-AG-LIVE(WS-AG-SUB) < WS-AG-LIVE(WS-AG-PICK) THEN
005350         MOVE WS-AG-SUB TO WS-AG-PICK
005360         END-IF
005370     END-IF.

005380 2115-EXIT.
005390     EXIT.

005400*-----------------------------------------------------------------
005410* 2200-CHECK-RECALL - A CLOSED ROW, A CLEARED DEBT, A NEW
005420* INSOLVENCY CASE OR AN AGENCY QUIET SINCE BEFORE THE RECALL
005430* CUTOFF (COUNTED FROM ITS LAST RECOVERY, OR FROM PLACEMENT IF
005440* IT HAS NEVER RECOVERED ANYTHING) ENDS THE PLACEMENT
005450*-----------------------------------------------------------------
005460 2200-CHECK-RECALL.

005470     MOVE SPACE TO PM-RECALL-REASON.

005480     IF RL-CLOSED-DATE NOT = 0 THEN
005490         MOVE 'C' TO PM-RECALL-REASON
005500         MOVE 'LEDGER ROW CLOSED' TO DL-REASON
005510         GO TO 2210-RECALL
005520     END-IF.

005530     IF WS-OWED = 0 THEN
005540         MOVE 'S' TO PM-RECALL-REASON
005550         MOVE 'NOTHING LEFT OWED' TO DL-REASON
005560         GO TO 2210-RECALL
005570     END-IF.

005580     PERFORM 2050-CHECK-INSOLV THRU 2050-EXIT.
005590     IF WS-INSOLVENT THEN
005600         MOVE 'I' TO PM-RECALL-REASON
005610         MOVE 'INSOLVENCY CASE RECORDED' TO DL-REASON
005620         GO TO 2210-RECALL
005630     END-IF.

005640     MOVE PM-PLACED-DATE TO WS-QUIET-SINCE.
005650     IF PM-LAST-RCV-DATE > WS-QUIET-SINCE THEN
005660         MOVE PM-LAST-RCV-DATE TO WS-QUIET-SINCE
005670     END-IF.
005680     IF WS-QUIET-SINCE NOT > WS-RECALL-CUTOFF THEN
005690         MOVE 'T' TO PM-RECALL-REASON
005700         MOVE 'NO RECOVERY WITHIN RECALL PERIOD' TO DL-REASON
005710         GO TO 2210-RECALL
005720     END-IF.

005730     ADD 1 TO WS-LIVE-COUNT.
005740     GO TO 2200-EXIT.

005750 2210-RECALL.

005760     MOVE 'R' TO PM-STATUS.
005770     MOVE WS-TODAY TO PM-RECALL-DATE.
005780     REWRITE PLACEMNT-REC
005790         INVALID KEY
005800             GO TO 2200-EXIT
005810     END-REWRITE.

005820     PERFORM 2300-FIND-AGENCY THRU 2300-EXIT.
005830     IF WS-AG-HIT > 0 THEN
005840         IF WS-AG-LIVE(WS-AG-HIT) > 0 THEN
005850             SUBTRACT 1 FROM WS-AG-LIVE(WS-AG-HIT)
005860         END-IF
005870     END-IF.
005880     ADD 1 TO WS-RECALLED-COUNT.

005890     MOVE 'RCL' TO PO-REC-TYPE.
005900     MOVE PM-RECALL-REASON TO PO-RECALL-REASON.
005910     PERFORM 2400-WRITE-PLACE-ROW THRU 2400-EXIT.

005920     MOVE 'RECALLED' TO DL-ACTION.
005930     PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.

005940 2200-EXIT.
005950     EXIT.

005960*-----------------------------------------------------------------
005970* 2300-FIND-AGENCY - PM-AGENCY'S SLOT IN THE PANEL TABLE, ZERO
005980* WHEN THE AGENCY IS NO LONGER ON AGENCYCFG
005990*-----------------------------------------------------------------
006000 2300-FIND-AGENCY.

006010     MOVE 0 TO WS-AG-HIT.
006020     PERFORM 2310-MATCH-AGENCY THRU 2310-EXIT
006030         VARYING WS-AG-SUB FROM 1 BY 1
006040         UNTIL WS-AG-SUB > WS-AG-COUNT OR WS-AG-HIT > 0.

006050 2300-EXIT.
006060     EXIT.

006070 2310-MATCH-AGENCY.

006080     IF WS-AG-CODE(WS-AG-SUB) = PM-AGENCY THEN
006090         MOVE WS-AG-SUB TO WS-AG-HIT
006100     END-IF.

006110 2310-EXIT.
006120     EXIT.

006130*-----------------------------------------------------------------
006140* 2400-WRITE-PLACE-ROW - THE AGENCY'S PLC OR RCL ROW. THE
006150* CONTACT DETAILS COME OFF ACCTFILE - AN ACCOUNT NO LONGER THERE
006160* STILL GOES OUT, BLANK, AND IS COUNTED FOR FOLLOW-UP
006170*-----------------------------------------------------------------
006180 2400-WRITE-PLACE-ROW.

006190     MOVE RL-ACCTNO TO AF-ACCTNO.
006200     READ ACCTFILE
006210         INVALID KEY
006220             MOVE SPACES TO AF-TITL AF-FNAME AF-SNAME
006230                 AF-ADDR1 AF-ADDR2 AF-MAIL-ADDR1 AF-MAIL-ADDR2
006240                 AF-PHONE AF-EMAIL
006250             ADD 1 TO WS-NOACCT-COUNT
006260     END-READ.

006270     MOVE PM-AGENCY TO PO-AGENCY.
006280     MOVE RL-ACCTNO TO PO-ACCTNO.
006290     MOVE AF-TITL TO PO-TITL.
006300     MOVE AF-FNAME TO PO-FNAME.
006310     MOVE AF-SNAME TO PO-SNAME.
006320     MOVE AF-ADDR1 TO PO-ADDR1.
006330     MOVE AF-ADDR2 TO PO-ADDR2.
006340     MOVE AF-MAIL-ADDR1 TO PO-MAIL-ADDR1.
006350     MOVE AF-MAIL-ADDR2 TO PO-MAIL-ADDR2.
006360     MOVE AF-PHONE TO PO-PHONE.
006370     MOVE AF-EMAIL TO PO-EMAIL.
006380     MOVE RL-CHGOFF-DATE TO PO-CHGOFF-DATE.
006390     MOVE RL-CHGOFF-AMT TO PO-CHGOFF-AMT.
006400     MOVE WS-OWED TO PO-BALANCE.
006410     MOVE WS-TODAY TO PO-ACTION-DATE.
006420     WRITE PLACE-REC FROM WS-PLACE-LINE.

006430 2400-EXIT.
006440     EXIT.

006450 2500-WRITE-DETAIL.

006460     MOVE RL-ACCTNO TO DL-ACCTNO.
006470     MOVE PM-AGENCY TO DL-AGENCY.
006480     MOVE WS-OWED TO DL-BALANCE.
006490     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

006500 2500-EXIT.
006510     EXIT.

006520 3000-WRITE-TRAILER.

006530     MOVE WS-PLACED-COUNT TO PT-PLACED-COUNT.
006540     MOVE WS-PLACED-TOTAL TO PT-PLACED-AMT.
006550     MOVE WS-RECALLED-COUNT TO PT-RECALLED-COUNT.
006560     WRITE PLACE-REC FROM WS-PLACE-TRAILER.

006570 3000-EXIT.
006580     EXIT.

006590 9000-TERMINATE.

006600     DISPLAY 'DCI8BPLC - AGENCY PLACEMENT AND RECALL - SUMMARY'.
006610     DISPLAY 'LEDGER ROWS READ : ' WS-READ-COUNT.
006620     DISPLAY 'PLACED           : ' WS-PLACED-COUNT.
006630     DISPLAY 'AMOUNT PLACED    : ' WS-PLACED-TOTAL.
006640     DISPLAY 'RECALLED         : ' WS-RECALLED-COUNT.
006650     DISPLAY 'STILL PLACED     : ' WS-LIVE-COUNT.
006660     DISPLAY 'BELOW MINIMUM    : ' WS-BELOW-MIN-COUNT.
006670     DISPLAY 'TOO RECENT       : ' WS-TOO-NEW-COUNT.
006680     DISPLAY 'INSOLVENT        : ' WS-INSOLV-COUNT.
006690     DISPLAY 'NO AGENCY PLACING: ' WS-NO-AGENCY-COUNT.
006700     DISPLAY 'NOT ON ACCTFILE  : ' WS-NOACCT-COUNT.

006710     CLOSE RECOVLDG-FILE.
006720     CLOSE PLACEMNT-FILE.
006730     CLOSE INSOLV-FILE.
006740     CLOSE ACCTFILE.
006750     CLOSE PLACE-FILE.
006760     CLOSE REPORT-FILE.

006770 9000-EXIT.
006780     EXIT.

006790*-----------------------------------------------------------------
006800* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
006810* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
006820* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
006830*-----------------------------------------------------------------
006840 8100-WRITE-JRNL-START.

006841*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
006842*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
006843     MOVE 'DCI8BPLC' TO JG-JOBNAME.
006844     CALL 'DCI8BJGT' USING JOBGATE.
006845     IF JG-RC-BLOCKED THEN
006846         MOVE JG-BLOCKED-RC TO RETURN-CODE
006847         STOP RUN
006848     END-IF.

006850     MOVE 'DCI8BPLC' TO JR-JOBNAME.
006860     MOVE 'S' TO JR-ROW-TYPE.
006870     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
006880         JR-REJECTED-COUNT.
006890     MOVE SPACE TO JR-STATUS.
006900     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

006910 8100-EXIT.
006920     EXIT.

006930 8200-WRITE-JRNL-END.

006940     MOVE 'DCI8BPLC' TO JR-JOBNAME.
006950     MOVE 'E' TO JR-ROW-TYPE.
006960     MOVE WS-READ-COUNT TO JR-READ-COUNT.
006970     COMPUTE JR-WRITTEN-COUNT =
006980         WS-PLACED-COUNT + WS-RECALLED-COUNT.
006990     MOVE 0 TO JR-REJECTED-COUNT.
007000     MOVE 'G' TO JR-STATUS.
007010     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

007020 8200-EXIT.
007030     EXIT.

007040 8300-STAMP-AND-WRITE.

007050     ACCEPT JR-DATE FROM DAY YYYYDDD.
007060     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
007070     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

007080     OPEN EXTEND JOURNAL-FILE.
007090     WRITE JR-REC.
007100     CLOSE JOURNAL-FILE.

007110 8300-EXIT.
007120     EXIT.

007130 END PROGRAM DCI8BPLC.
