000010*****************************************************************
000020* DCI8BAGP - COLLECTION AGENCY PERFORMANCE REPORT
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BAGP.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 25-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-25 AA   INITIAL VERSION - RANKS THE COLLECTION
000160*                 AGENCIES BY RECOVERY RATE
000162* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000164*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000166*                 STOPS WITH RETURN CODE 12 WHEN A
000168*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000170*-----------------------------------------------------------------
000180*****************************************************************
000190* THIS MONTHLY REPORT WALKS PLACEMNT AND ROLLS EVERY PLACEMENT,
000200* LIVE OR RECALLED, UP TO ITS AGENCY - ACCOUNTS PLACED, STILL
000210* PLACED AND RECALLED, THE AMOUNT PLACED, THE GROSS RECOVERED
000220* AND THE COMMISSION KEPT - THEN PRINTS THE AGENCIES RANKED BY
000230* RECOVERY RATE (RECOVERED AS A PERCENTAGE OF THE AMOUNT PLACED)
000240* WITH A PANEL TOTAL LINE. EVERY AGENCY ON AGENCYCFG APPEARS,
000250* EVEN WITH NOTHING PLACED YET; AN AGENCY STILL HOLDING
000260* PLACEMENTS AFTER ITS AGENCYCFG ROW WAS DELETED IS PICKED UP
000270* FROM PLACEMNT ITSELF
000280*****************************************************************

000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.

000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.

000350     SELECT PLACEMNT-FILE ASSIGN TO PLACEMNT
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS PM-ACCTNO
000390         FILE STATUS IS WS-PLACEMNT-STATUS.

000400     SELECT AGENCYCFG-FILE ASSIGN TO AGENCYCFG
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS AG-CODE
000440         FILE STATUS IS WS-AGENCYCFG-STATUS.

000450     SELECT REPORT-FILE ASSIGN TO AGPRPT
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-REPORT-STATUS.

000480     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-JOURNAL-STATUS.

000510 DATA DIVISION.
000520 FILE SECTION.

000530 FD  PLACEMNT-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 01  PLACEMNT-REC.
000560     05  PM-ACCTNO               PIC X(09).
000570     05  PM-AGENCY               PIC X(08).
000580     05  PM-STATUS               PIC X(01).
000590         88  PM-PLACED                   VALUE 'P'.
000600         88  PM-RECALLED                 VALUE 'R'.
000610     05  PM-PLACED-DATE          PIC S9(7) COMP-3.
000620     05  PM-PLACED-AMT           PIC 9(08)V99.
000630     05  PM-RECOVERED-AMT        PIC 9(08)V99.
000640     05  PM-COMMISSION-AMT       PIC 9(08)V99.
000650     05  PM-LAST-RCV-DATE        PIC S9(7) COMP-3.
000660     05  PM-RECALL-DATE          PIC S9(7) COMP-3.
000670     05  PM-RECALL-REASON        PIC X(01).

000680 FD  AGENCYCFG-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  AGENCYCFG-REC.
000710     05  AG-CODE                 PIC X(08).
000720     05  AG-PLACING              PIC X(01).
000730     05  AG-COMM-PCT             PIC 9(02)V99.

000740 FD  REPORT-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD.
000770 01  REPORT-LINE                 PIC X(80).

000780*-----------------------------------------------------------------
000790* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
000800* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
000810*-----------------------------------------------------------------
000820 FD  JOURNAL-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  JR-REC.
000860     05  JR-JOBNAME              PIC X(08).
000870     05  JR-ROW-TYPE             PIC X(01).
000880     05  JR-DATE                 PIC 9(07).
000890     05  JR-TIME                 PIC 9(06).
000900     05  JR-READ-COUNT           PIC 9(07).
000910     05  JR-WRITTEN-COUNT        PIC 9(07).
000920     05  JR-REJECTED-COUNT       PIC 9(07).
000930     05  JR-STATUS               PIC X(01).
000940     05  FILLER                  PIC X(06).

000950 WORKING-STORAGE SECTION.
000960 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
000970 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

000975     COPY 'JOBGATE'.

000980 77  WS-PLACEMNT-STATUS      PIC X(02) VALUE SPACES.
000990 77  WS-AGENCYCFG-STATUS     PIC X(02) VALUE SPACES.
001000 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001010 01  WS-SWITCHES.
001020     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001030         88  WS-EOF-YES              VALUE 'Y'.
001040     05  WS-AG-EOF-SW        PIC X(01) VALUE 'N'.
001050         88  WS-AG-EOF-YES           VALUE 'Y'.

001060 01  WS-COUNTERS.
001070     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001080     05  WS-PRINTED-COUNT    PIC 9(07) COMP-3 VALUE 0.
001090     05  WS-OVERFLOW-COUNT   PIC 9(07) COMP-3 VALUE 0.

001100*-----------------------------------------------------------------
001110* ONE SLOT PER AGENCY, UP TO 30 - THE AGENCYCFG PANEL FIRST,
001120* THEN ANY CODE FOUND ONLY ON PLACEMNT. WS-AT-DONE MARKS A SLOT
001130* ALREADY PRINTED WHILE THE RANKING PICKS THE NEXT BEST RATE
001140*-----------------------------------------------------------------
001150 01  WS-AGENCY-TABLE.
001160     05  WS-AT-ENTRY OCCURS 30 TIMES.
001170         10  WS-AT-CODE          PIC X(08).
001180         10  WS-AT-DONE          PIC X(01).
001190         10  WS-AT-PLACED        PIC 9(07) COMP-3.
001200         10  WS-AT-LIVE          PIC 9(07) COMP-3.
001210         10  WS-AT-RECALLED      PIC 9(07) COMP-3.
001220         10  WS-AT-PLACED-AMT    PIC S9(10)V99 COMP-3.
001230         10  WS-AT-RECOVERED     PIC S9(10)V99 COMP-3.
001240         10  WS-AT-COMMISSION    PIC S9(10)V99 COMP-3.
001250         10  WS-AT-RATE          PIC S9(03)V99 COMP-3.
001260 77  WS-AT-COUNT             PIC S9(4) COMP VALUE 0.
001270 77  WS-AT-SUB               PIC S9(4) COMP VALUE 0.
001280 77  WS-AT-HIT               PIC S9(4) COMP VALUE 0.
001290 77  WS-AT-BEST              PIC S9(4) COMP VALUE 0.
001300 77  WS-RANK                 PIC S9(4) COMP VALUE 0.

001310* PANEL TOTALS FOR THE FOOT OF THE REPORT
001320 01  WS-PANEL-TOTALS.
001330     05  WS-PT-PLACED        PIC 9(07) COMP-3 VALUE 0.
001340     05  WS-PT-LIVE          PIC 9(07) COMP-3 VALUE 0.
001350     05  WS-PT-PLACED-AMT    PIC S9(12)V99 COMP-3 VALUE 0.
001360     05  WS-PT-RECOVERED     PIC S9(12)V99 COMP-3 VALUE 0.
001370     05  WS-PT-COMMISSION    PIC S9(12)V99 COMP-3 VALUE 0.
001380     05  WS-PT-RATE          PIC S9(03)V99 COMP-3 VALUE 0.

001390 01  WS-REPORT-HEADING1.
001400     05  FILLER PIC X(80) VALUE
001410         'DCI8BAGP - COLLECTION AGENCIES BY RECOVERY RATE'.

001420 01  WS-REPORT-HEADING2.
001430     05  FILLER PIC X(13) VALUE 'RNK AGENCY'.
001440     05  FILLER PIC X(08) VALUE ' PLACED'.
001450     05  FILLER PIC X(07) VALUE '   LIVE'.
001460     05  FILLER PIC X(15) VALUE '     AMT PLACED'.
001470     05  FILLER PIC X(15) VALUE '      RECOVERED'.
001480     05  FILLER PIC X(14) VALUE '    COMMISSION'.
001490     05  FILLER PIC X(08) VALUE '  RATE %'.

001500 01  WS-DETAIL-LINE.
001510     05  DL-RANK             PIC ZZ9.
001520     05  FILLER              PIC X(01) VALUE SPACE.
001530     05  DL-AGENCY           PIC X(08).
001540     05  FILLER              PIC X(01) VALUE SPACE.
001550     05  DL-PLACED           PIC ZZZ,ZZ9.
001560     05  FILLER              PIC X(01) VALUE SPACE.
001570     05  DL-LIVE             PIC ZZ,ZZ9.
001580     05  FILLER              PIC X(01) VALUE SPACE.
001590     05  DL-PLACED-AMT       PIC ZZZ,ZZZ,ZZ9.99.
001600     05  FILLER              PIC X(01) VALUE SPACE.
001610     05  DL-RECOVERED        PIC ZZZ,ZZZ,ZZ9.99.
001620     05  FILLER              PIC X(01) VALUE SPACE.
001630     05  DL-COMMISSION       PIC ZZ,ZZZ,ZZ9.99.
001640     05  FILLER              PIC X(02) VALUE SPACES.
001650     05  DL-RATE             PIC ZZ9.99.
001660     05  FILLER              PIC X(01) VALUE SPACE.

001670 PROCEDURE DIVISION.

001680 0000-MAINLINE.

001690     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

001710     PERFORM 2000-PROCESS-PLACEMENT THRU 2000-EXIT
001720         UNTIL WS-EOF-YES.

001730     PERFORM 3000-PRINT-RANKING THRU 3000-EXIT.

001740     PERFORM 9000-TERMINATE THRU 9000-EXIT.

001750     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

001760     GOBACK.

001770 1000-INITIALIZE.

001780     OPEN INPUT PLACEMNT-FILE.
001790     OPEN OUTPUT REPORT-FILE.

001800     OPEN INPUT AGENCYCFG-FILE.
001810     PERFORM 1200-LOAD-ONE-AGENCY THRU 1200-EXIT
001820         UNTIL WS-AG-EOF-YES.
001830     CLOSE AGENCYCFG-FILE.

001840     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
001850     MOVE SPACES TO REPORT-LINE.
001860     WRITE REPORT-LINE.
001870     WRITE REPORT-LINE FROM WS-REPORT-HEADING2.

001880     PERFORM 1100-READ-PLACEMENT THRU 1100-EXIT.

001890 1000-EXIT.
001900     EXIT.

001910 1100-READ-PLACEMENT.

001920     READ PLACEMNT-FILE NEXT RECORD
001930         AT END
001940             GO TO 1100-EOF
001950     END-READ.

001960     ADD 1 TO WS-READ-COUNT.
001970     GO TO 1100-EXIT.

001980 1100-EOF.
001990     MOVE 'Y' TO WS-EOF-SW.

002000 1100-EXIT.
002010     EXIT.

002020 1200-LOAD-ONE-AGENCY.

002030     READ AGENCYCFG-FILE NEXT RECORD
002040         AT END
002050             MOVE 'Y' TO WS-AG-EOF-SW
002060             GO TO 1200-EXIT
002070     END-READ.

002080     MOVE AG-CODE TO PM-AGENCY.
002090     PERFORM 2100-FIND-AGENCY THRU 2100-EXIT.

002100 1200-EXIT.
002110     EXIT.

002120 2000-PROCESS-PLACEMENT.

002130     PERFORM 2100-FIND-AGENCY THRU 2100-EXIT.

002140     IF WS-AT-HIT = 0 THEN
002150         ADD 1 TO WS-OVERFLOW-COUNT
002160     ELSE
002170         ADD 1 TO WS-AT-PLACED(WS-AT-HIT)
002180         IF PM-PLACED THEN
002190             ADD 1 TO WS-AT-LIVE(WS-AT-HIT)
002200         ELSE
002210             ADD 1 TO WS-AT-RECALLED(WS-AT-HIT)
002220         END-IF
002230         ADD PM-PLACED-AMT TO WS-AT-PLACED-AMT(WS-AT-HIT)
002240         ADD PM-RECOVERED-AMT TO WS-AT-RECOVERED(WS-AT-HIT)
002250         ADD PM-COMMISSION-AMT TO WS-AT-COMMISSION(WS-AT-HIT)
002260     END-IF.

002270     PERFORM 1100-READ-PLACEMENT THRU 1100-EXIT.

002280 2000-EXIT.
002290     EXIT.

002300*-----------------------------------------------------------------
002310* 2100-FIND-AGENCY - PM-AGENCY'S SLOT, OPENING A NEW ONE FOR A
002320* CODE NOT YET SEEN; ZERO WHEN THE TABLE IS FULL
002330*-----------------------------------------------------------------
002340 2100-FIND-AGENCY.

002350     MOVE 0 TO WS-AT-HIT.
002360     PERFORM 2110-MATCH-AGENCY THRU 2110-EXIT
002370         VARYING WS-AT-SUB FROM 1 BY 1
002380         UNTIL WS-AT-SUB > WS-AT-COUNT OR WS-AT-HIT > 0.

002390     IF WS-AT-HIT = 0 AND WS-AT-COUNT < 30 THEN
002400         ADD 1 TO WS-AT-COUNT
002410         MOVE WS-AT-COUNT TO WS-AT-HIT
002420         MOVE PM-AGENCY TO WS-AT-CODE(WS-AT-HIT)
002430         MOVE 'N' TO WS-AT-DONE(WS-AT-HIT)
002440         MOVE 0 TO WS-AT-PLACED(WS-AT-HIT)
002450             WS-AT-LIVE(WS-AT-HIT)
002460             WS-AT-RECALLED(WS-AT-HIT)
002470             WS-AT-PLACED-AMT(WS-AT-HIT)
002480             WS-AT-RECOVERED(WS-AT-HIT)
002490             WS-AT-COMMISSION(WS-AT-HIT)
002500             WS-AT-RATE(WS-AT-HIT)
002510     END-IF.

002520 2100-EXIT.
002530     EXIT.

002540 2110-MATCH-AGENCY.

002550     IF WS-AT-CODE(WS-AT-SUB) = PM-AGENCY THEN
002560         MOVE WS-AT-SUB TO WS-AT-HIT
002570     END-IF.

002580 2110-EXIT.
002590     EXIT.

002600*-----------------------------------------------------------------
002610* 3000-PRINT-RANKING - WORK OUT EACH AGENCY'S RATE, THEN PRINT
002620* THE BEST UNPRINTED ONE UNTIL ALL ARE OUT, THEN THE PANEL LINE
002630*-----------------------------------------------------------------
002640 3000-PRINT-RANKING.

002650     PERFORM 3010-SET-RATE THRU 3010-EXIT
002660         VARYING WS-AT-SUB FROM 1 BY 1
002670         UNTIL WS-AT-SUB > WS-AT-COUNT.

002680     MOVE 0 TO WS-RANK.
002690     PERFORM 3100-PRINT-NEXT-BEST THRU 3100-EXIT
002700         WS-AT-COUNT TIMES.

002710     IF WS-PT-PLACED-AMT > 0 THEN
002720         COMPUTE WS-PT-RATE ROUNDED =
002730             WS-PT-RECOVERED * 100 / WS-PT-PLACED-AMT
002740     END-IF.

002750     MOVE SPACES TO REPORT-LINE.
002760     WRITE REPORT-LINE.
002770     MOVE 0 TO DL-RANK.
002780     MOVE 'PANEL' TO DL-AGENCY.
002790     MOVE WS-PT-PLACED TO DL-PLACED.
002800     MOVE WS-PT-LIVE TO DL-LIVE.
002810     MOVE WS-PT-PLACED-AMT TO DL-PLACED-AMT.
002820     MOVE WS-PT-RECOVERED TO DL-RECOVERED.
002830     MOVE WS-PT-COMMISSION TO DL-COMMISSION.
002840     MOVE WS-PT-RATE TO DL-RATE.
002850     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

002860 3000-EXIT.
002870     EXIT.

002880 3010-SET-RATE.

002890     IF WS-AT-PLACED-AMT(WS-AT-SUB) > 0 THEN
002900         COMPUTE WS-AT-RATE(WS-AT-SUB) ROUNDED =
002910             WS-AT-RECOVERED(WS-AT-SUB) * 100
002920             / WS-AT-PLACED-AMT(WS-AT-SUB)
002930     END-IF.

002940 3010-EXIT.
002950     EXIT.

002960 3100-PRINT-NEXT-BEST.

002970     MOVE 0 TO WS-AT-BEST.
002980     PERFORM 3110-TRY-BEST THRU 3110-EXIT
002990         VARYING WS-AT-SUB FROM 1 BY 1
003000         UNTIL WS-AT-SUB > WS-AT-COUNT.

003010     IF WS-AT-BEST = 0 THEN
003020         GO TO 3100-EXIT
003030     END-IF.

003040     MOVE 'Y' TO WS-AT-DONE(WS-AT-BEST).
003050     ADD 1 TO WS-RANK.

003060     MOVE WS-RANK TO DL-RANK.
003070     MOVE WS-AT-CODE(WS-AT-BEST) TO DL-AGENCY.
003080     MOVE WS-AT-PLACED(WS-AT-BEST) TO DL-PLACED.
003090     MOVE WS-AT-LIVE(WS-AT-BEST) TO DL-LIVE.
003100     MOVE WS-AT-PLACED-AMT(WS-AT-BEST) TO DL-PLACED-AMT.
003110     MOVE WS-AT-RECOVERED(WS-AT-BEST) TO DL-RECOVERED.
003120     MOVE WS-AT-COMMISSION(WS-AT-BEST) TO DL-COMMISSION.
003130     MOVE WS-AT-RATE(WS-AT-BEST) TO DL-RATE.
003140     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
003150     ADD 1 TO WS-PRINTED-COUNT.

003160     ADD WS-AT-PLACED(WS-AT-BEST) TO WS-PT-PLACED.
003170     ADD WS-AT-LIVE(WS-AT-BEST) TO WS-PT-LIVE.
003180     ADD WS-AT-PLACED-AMT(WS-AT-BEST) TO WS-PT-PLACED-AMT.
003190     ADD WS-AT-RECOVERED(WS-AT-BEST) TO WS-PT-RECOVERED.
003200     ADD WS-AT-COMMISSION(WS-AT-BEST) TO WS-PT-COMMISSION.

003210 3100-EXIT.
003220     EXIT.

003230*-----------------------------------------------------------------
003240* 3110-TRY-BEST - HIGHEST RATE WINS; ON A TIE THE AGENCY THAT
003250* RECOVERED MORE IN POUNDS GOES FIRST
003260*-----------------------------------------------------------------
003270 3110-TRY-BEST.

003280     IF WS-AT-DONE(WS-AT-SUB) = 'Y' THEN
003290         GO TO 3110-EXIT
003300     END-IF.

003310     IF WS-AT-BEST = 0 THEN
003320         MOVE WS-AT-SUB TO WS-AT-BEST
003330         GO TO 3110-EXIT
003340     END-IF.

003350     IF WS-AT-RATE(WS-AT-SUB) > WS-AT-RATE(WS-AT-BEST) THEN
003360         MOVE WS-AT-SUB TO WS-AT-BEST
003370         GO TO 3110-EXIT
003380     END-IF.

003390     IF WS-AT-RATE(WS-AT-SUB) = WS-AT-RATE(WS-AT-BEST) AND
003400         WS-AT-RECOVERED(WS-AT-SUB) > WS-AT-RECOVERED(WS-AT-BEST)
003410         THEN
003420         MOVE WS-AT-SUB TO WS-AT-BEST
003430     END-IF.

003440 3110-EXIT.
003450     EXIT.

003460 9000-TERMINATE.

003470     DISPLAY 'DCI8BAGP - AGENCY PERFORMANCE - RUN SUMMARY'.
003480     DISPLAY 'PLACEMENTS READ  : ' WS-READ-COUNT.
003490     DISPLAY 'AGENCIES PRINTED : ' WS-PRINTED-COUNT.
003500     DISPLAY 'TABLE OVERFLOW   : ' WS-OVERFLOW-COUNT.

003510     CLOSE PLACEMNT-FILE.
003520     CLOSE REPORT-FILE.

003530 9000-EXIT.
003540     EXIT.

003550*-----------------------------------------------------------------
003560* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
003570* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
003580* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
003590*-----------------------------------------------------------------
003600 8100-WRITE-JRNL-START.

003601*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003602*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003603     MOVE 'DCI8BAGP' TO JG-JOBNAME.
003604     CALL 'DCI8BJGT' USING JOBGATE.
003605     IF JG-RC-BLOCKED THEN
003606         MOVE JG-BLOCKED-RC TO RETURN-CODE
003607         STOP RUN
003608     END-IF.

003610     MOVE 'DCI8BAGP' TO JR-JOBNAME.
003620     MOVE 'S' TO JR-ROW-TYPE.
003630     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003640         JR-REJECTED-COUNT.
003650     MOVE SPACE TO JR-STATUS.
003660     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003670 8100-EXIT.
003680     EXIT.

003690 8200-WRITE-JRNL-END.

003700     MOVE 'DCI8BAGP' TO JR-JOBNAME.
003710     MOVE 'E' TO JR-ROW-TYPE.
003720     MOVE WS-READ-COUNT TO JR-READ-COUNT.
003730     MOVE WS-PRINTED-COUNT TO JR-WRITTEN-COUNT.
003740     MOVE WS-OVERFLOW-COUNT TO JR-REJECTED-COUNT.
003750     MOVE 'G' TO JR-STATUS.
003760     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

003770 8200-EXIT.
003780     EXIT.

003790 8300-STAMP-AND-WRITE.

003800     ACCEPT JR-DATE FROM DAY YYYYDDD.
003810     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
003820     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

003830     OPEN EXTEND JOURNAL-FILE.
003840     WRITE JR-REC.
003850     CLOSE JOURNAL-FILE.

003860 8300-EXIT.
003870     EXIT.

003880 END PROGRAM DCI8BAGP.
