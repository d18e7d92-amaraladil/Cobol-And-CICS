000010*****************************************************************
000020* DCI8BFRA - SHARED FRAUD ALERT FILER FOR THE FRAUD MONITORS
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BFRA.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 15-OCT-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-10-15 AA   INITIAL VERSION - FILES ONE MONITOR ALERT ON THE
000160*                 FRDCASE FRAUD CASE FILE PER CALL, ATTACHING A
000170*                 REPEAT TO THE ACCOUNT'S CASE STILL BEING WORKED
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THE FRAUD MONITORS USED TO DROP THEIR HITS ON THE COLLECTIONS
000210* WORKLIST, WHERE THEY WERE LOST AMONG THE ARREARS AND AN
000220* ACCOUNT ALERTING NIGHT AFTER NIGHT LOOKED NEW EVERY MORNING.
000230* EACH MONITOR NOW FILLS THE FRDALRT BLOCK (SEE THE COPYBOOK)
000240* AND CALLS THIS PROGRAM, THE DCI8BCLG PATTERN:
000250*   - AN ACCOUNT WITH A CASE STILL OPEN OR FROZEN HAS THE ALERT
000260*     ATTACHED TO IT - THE ALERT COUNT AND THE FEED'S OWN COUNT
000270*     GO UP, THE ALERT BECOMES THE CASE'S LATEST, AND AN ALERT
000280*     ON A NEW NIGHT COUNTS ANOTHER NIGHT. A NIGHT NO LATER THAN
000290*     THE NEXT BUSINESS DAY AFTER THE LAST ALERT (DCI8BDAT,
000300*     AGAINST THE HOLCFG CALENDAR) CARRIES THE RUN OF NIGHTS ON,
000310*     SO A WEEKEND DOES NOT BREAK IT; A GAP STARTS IT AGAIN AT 1.
000320*   - ANY OTHER ACCOUNT - NO CASE, OR EVERY CASE ALREADY DECIDED
000330*     - HAS ITS NEXT CASE NUMBER OPENED WITH THE ALERT AS BOTH
000340*     ITS FIRST AND ITS LATEST.
000350* FRDCASE IS OPENED ON THE FIRST CALL AND LEFT OPEN FOR THE REST
000360* OF THE RUN; ITS ROWS ARE STAMPED IN EIBDATE FORM (0CYYDDD) SO
000370* THE ONLINE CASE SCREEN DCI8DPHS READS THEM LIKE ITS OWN. THE
000380* FILER NEVER STOPS THE CALLER - A FILE THAT WILL NOT OPEN, AN
000390* UNKNOWN FEED CODE OR A ROW THAT WILL NOT WRITE COMES BACK AS
000400* FR-RESULT 'E' AND IS REPORTED ON THE JOB LOG
000410*****************************************************************

000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. IBM-370.
000450 OBJECT-COMPUTER. IBM-370.

000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.

000480     SELECT FRDCASE-FILE ASSIGN TO FRDCASE
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS CK-KEY
000520         FILE STATUS IS WS-FRDCASE-STATUS.

000530 DATA DIVISION.
000540 FILE SECTION.

000550*-----------------------------------------------------------------
000560* FRDCASE - THE FRAUD CASE FILE, READ AND WRITTEN HERE
000570*-----------------------------------------------------------------
000580 FD  FRDCASE-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 01  FRDCASE-FILE-REC.
000610     05  CK-KEY.
000620         10  CK-ACCTNO           PIC X(09).
000630         10  CK-CASE-NO          PIC 9(03).
000640     05  FILLER                  PIC X(209).

000650 WORKING-STORAGE SECTION.

000660 COPY 'FRDCASE'.

000670 COPY 'FRDALRT'.

000680 77  WS-FRDCASE-STATUS       PIC X(02) VALUE SPACES.
000690 77  WS-FRDCASE-OPEN-SW      PIC X(01) VALUE 'N'.
000700     88  WS-FRDCASE-OPEN            VALUE 'Y'.
000710 77  WS-FRDCASE-AVAIL-SW     PIC X(01) VALUE 'N'.
000720     88  WS-FRDCASE-AVAIL           VALUE 'Y'.
000730 77  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
000740     88  WS-SCAN-EOF                VALUE 'Y'.
000750 77  WS-TODAY-RAW            PIC 9(07) VALUE 0.

000760*    THE ALERT'S NIGHT IN THE ROW'S EIBDATE FORM, AND THE CASE
000770*    NUMBERS THE SCAN OF THE ACCOUNT'S ROWS TURNED UP - THE
000780*    HIGHEST IN USE AND THE ONE STILL BEING WORKED (ZERO, NONE)
000790 77  WS-ALERT-EIB            PIC S9(7) COMP-3 VALUE 0.
000800 77  WS-LAST-CASE-NO         PIC 9(03) VALUE 0.
000810 77  WS-ACTIVE-CASE-NO       PIC 9(03) VALUE 0.
000820 77  WS-RUN-LIMIT            PIC S9(7) COMP-3 VALUE 0.

000830* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
000840     COPY 'DATEPARM'.

000850 LINKAGE SECTION.

000860*-----------------------------------------------------------------
000870* THE CALLER'S FRDALRT-REC BLOCK - SEE THE FRDALRT COPYBOOK
000880*-----------------------------------------------------------------
000890 01  LK-FRDALRT-REC          PIC X(80).

000900 PROCEDURE DIVISION USING LK-FRDALRT-REC.

000910 0000-MAINLINE.

000920     PERFORM 7000-OPEN-FRDCASE THRU 7000-EXIT.

000930     MOVE LK-FRDALRT-REC TO FRDALRT-REC.
000940     MOVE 'E' TO FR-RESULT.
000950     MOVE 0 TO FR-CASE-NO.
000960     MOVE 0 TO FR-NIGHTS-RUNNING.

000970     IF WS-FRDCASE-AVAIL THEN
000980         PERFORM 1000-EDIT-ALERT THRU 1000-EXIT
000990     END-IF.

001000     MOVE FRDALRT-REC TO LK-FRDALRT-REC.

001010     GOBACK.

001020*-----------------------------------------------------------------
001030* 1000-EDIT-ALERT - A KNOWN FEED AND AN ACCOUNT, THE NIGHT
001040* STAMPED, THEN ONTO THE CASE STILL BEING WORKED OR A NEW ONE
001050*-----------------------------------------------------------------
001060 1000-EDIT-ALERT.

001070     IF FR-ACCTNO = SPACES OR FR-ACCTNO = LOW-VALUES THEN
001080         DISPLAY 'DCI8BFRA - ALERT WITH NO ACCOUNT NOT FILED'
001090         GO TO 1000-EXIT
001100     END-IF.

001110     IF NOT FR-SRC-ADDR-LIMIT AND NOT FR-SRC-VELOCITY AND
001120             NOT FR-SRC-SANCTIONS AND NOT FR-SRC-AUTH-DECL THEN
001130         DISPLAY 'DCI8BFRA - UNKNOWN FEED ' FR-SOURCE
001140             ' - ALERT FOR ' FR-ACCTNO ' NOT FILED'
001150         GO TO 1000-EXIT
001160     END-IF.

001170     IF FR-ALERT-DATE = 0 THEN
001180         ACCEPT WS-TODAY-RAW FROM DAY YYYYDDD
001190         MOVE WS-TODAY-RAW TO FR-ALERT-DATE
001200     END-IF.
001210     COMPUTE WS-ALERT-EIB = FR-ALERT-DATE - 1900000.

001220     PERFORM 2000-FIND-CASE THRU 2000-EXIT.

001230     IF WS-ACTIVE-CASE-NO > 0 THEN
001240         PERFORM 3000-ATTACH-ALERT THRU 3000-EXIT
001250     ELSE
001260         PERFORM 4000-OPEN-CASE THRU 4000-EXIT
001270     END-IF.

001280 1000-EXIT.
001290     EXIT.

001300*-----------------------------------------------------------------
001310* 2000-FIND-CASE - WALKS THE ACCOUNT'S CASES IN CASE NUMBER
001320* ORDER FOR THE HIGHEST NUMBER IN USE AND THE CASE, IF ANY,
001330* STILL OPEN OR FROZEN, WHICH IS THEN READ BACK FOR UPDATE
001340*-----------------------------------------------------------------
001350 2000-FIND-CASE.

001360     MOVE 0 TO WS-LAST-CASE-NO.
001370     MOVE 0 TO WS-ACTIVE-CASE-NO.
001380     MOVE 'N' TO WS-SCAN-EOF-SW.

001390     MOVE FR-ACCTNO TO CK-ACCTNO.
001400     MOVE 0 TO CK-CASE-NO.
001410     START FRDCASE-FILE KEY IS NOT LESS THAN CK-KEY
001420         INVALID KEY
001430             GO TO 2000-EXIT
001440     END-START.

001450     PERFORM 2100-NEXT-CASE THRU 2100-EXIT
001460         UNTIL WS-SCAN-EOF.

001470     IF WS-ACTIVE-CASE-NO = 0 THEN
001480         GO TO 2000-EXIT
001490     END-IF.

001500     MOVE FR-ACCTNO TO CK-ACCTNO.
001510     MOVE WS-ACTIVE-CASE-NO TO CK-CASE-NO.
001520     READ FRDCASE-FILE INTO FRDCASE-REC
001530         INVALID KEY
001540             MOVE 0 TO WS-ACTIVE-CASE-NO
001550     END-READ.

001560 2000-EXIT.
001570     EXIT.

001580 2100-NEXT-CASE.

001590     READ FRDCASE-FILE NEXT RECORD INTO FRDCASE-REC
001600         AT END
001610             MOVE 'Y' TO WS-SCAN-EOF-SW
001620             GO TO 2100-EXIT
001630     END-READ.

001640     IF FC-ACCTNO NOT = FR-ACCTNO THEN
001650         MOVE 'Y' TO WS-SCAN-EOF-SW
001660         GO TO 2100-EXIT
001670     END-IF.

001680     MOVE FC-CASE-NO TO WS-LAST-CASE-NO.
001690     IF FC-ACTIVE THEN
001700         MOVE FC-CASE-NO TO WS-ACTIVE-CASE-NO
001710     END-IF.

001720 2100-EXIT.
001730     EXIT.

001740*-----------------------------------------------------------------
001750* 3000-ATTACH-ALERT - THE REPEAT ONTO THE CASE IN HAND. A SECOND
001760* ALERT ON THE SAME NIGHT (THE OTHER MONITOR) IS COUNTED BUT
001770* ADDS NO NIGHT
001780*-----------------------------------------------------------------
001790 3000-ATTACH-ALERT.

001800     ADD 1 TO FC-ALERT-COUNT.

001810     IF WS-ALERT-EIB NOT = FC-LAST-ALERT-DATE THEN
001820         ADD 1 TO FC-ALERT-NIGHTS
001830         PERFORM 3100-NIGHTS-RUNNING THRU 3100-EXIT
001840     END-IF.

001850     PERFORM 5000-COUNT-SOURCE THRU 5000-EXIT.

001860     IF WS-ALERT-EIB > FC-LAST-ALERT-DATE THEN
001870         MOVE WS-ALERT-EIB TO FC-LAST-ALERT-DATE
001880     END-IF.
001890     MOVE FR-SOURCE TO FC-LAST-SOURCE.
001900     MOVE FR-AMOUNT TO FC-LAST-AMOUNT.
001910     MOVE FR-DETAIL TO FC-LAST-DETAIL.

001920     REWRITE FRDCASE-FILE-REC FROM FRDCASE-REC
001930         INVALID KEY
001940             DISPLAY 'DCI8BFRA - CASE REWRITE FAILED FOR '
001950                 FC-ACCTNO ' STATUS ' WS-FRDCASE-STATUS
001960             GO TO 3000-EXIT
001970     END-REWRITE.

001980     MOVE 'A' TO FR-RESULT.
001990     MOVE FC-CASE-NO TO FR-CASE-NO.
002000     MOVE FC-NIGHTS-RUNNING TO FR-NIGHTS-RUNNING.

002010 3000-EXIT.
002020     EXIT.

002030*-----------------------------------------------------------------
002040* 3100-NIGHTS-RUNNING - THE RUN GOES ON WHEN THIS NIGHT FALLS NO
002050* LATER THAN THE NEXT BUSINESS DAY AFTER THE LAST ALERT'S
002060*-----------------------------------------------------------------
002070 3100-NIGHTS-RUNNING.

002080     MOVE 0 TO WS-RUN-LIMIT.
002090     MOVE 'ADD' TO DP-FUNCTION.
002100     COMPUTE DP-JULIAN = FC-LAST-ALERT-DATE + 1900000.
002110     MOVE 1 TO DP-DAYS.
002120     CALL 'DCI8BDAT' USING DATEPARM.
002130     IF DP-RC-GOOD THEN
002140         MOVE 'NBD' TO DP-FUNCTION
002150         CALL 'DCI8BDAT' USING DATEPARM
002160         IF DP-RC-GOOD THEN
002170             MOVE DP-JULIAN TO WS-RUN-LIMIT
002180         END-IF
002190     END-IF.

002200     IF FR-ALERT-DATE > FC-LAST-ALERT-DATE + 1900000 AND
002210             FR-ALERT-DATE NOT > WS-RUN-LIMIT THEN
002220         IF FC-NIGHTS-RUNNING < 999 THEN
002230             ADD 1 TO FC-NIGHTS-RUNNING
002240         END-IF
002250     ELSE
002260         MOVE 1 TO FC-NIGHTS-RUNNING
002270     END-IF.

002280 3100-EXIT.
002290     EXIT.

002300*-----------------------------------------------------------------
002310* 4000-OPEN-CASE - THE ACCOUNT'S NEXT CASE NUMBER, OPEN, WITH
002320* THIS ALERT AS ITS FIRST AND ITS LATEST
002330*-----------------------------------------------------------------
002340 4000-OPEN-CASE.

002350     IF WS-LAST-CASE-NO NOT < 999 THEN
002360         DISPLAY 'DCI8BFRA - CASE NUMBERS USED UP FOR ' FR-ACCTNO
002370             ' - ALERT NOT FILED'
002380         GO TO 4000-EXIT
002390     END-IF.

002400     INITIALIZE FRDCASE-REC.
002410     MOVE FR-ACCTNO TO FC-ACCTNO.
002420     COMPUTE FC-CASE-NO = WS-LAST-CASE-NO + 1.
002430     MOVE 'O' TO FC-STATUS.
002440     MOVE WS-ALERT-EIB TO FC-OPENED-DATE.
002450     MOVE WS-ALERT-EIB TO FC-LAST-ALERT-DATE.
002460     MOVE FR-SOURCE TO FC-FIRST-SOURCE.
002470     MOVE FR-SOURCE TO FC-LAST-SOURCE.
002480     MOVE 1 TO FC-ALERT-COUNT.
002490     MOVE 1 TO FC-ALERT-NIGHTS.
002500     MOVE 1 TO FC-NIGHTS-RUNNING.
002510     PERFORM 5000-COUNT-SOURCE THRU 5000-EXIT.
002520     MOVE FR-AMOUNT TO FC-FIRST-AMOUNT.
002530     MOVE FR-DETAIL TO FC-FIRST-DETAIL.
002540     MOVE FR-AMOUNT TO FC-LAST-AMOUNT.
002550     MOVE FR-DETAIL TO FC-LAST-DETAIL.

002560     WRITE FRDCASE-FILE-REC FROM FRDCASE-REC
002570         INVALID KEY
002580             DISPLAY 'DCI8BFRA - CASE WRITE FAILED FOR '
002590                 FC-ACCTNO ' STATUS ' WS-FRDCASE-STATUS
002600             GO TO 4000-EXIT
002610     END-WRITE.

002620     MOVE 'N' TO FR-RESULT.
002630     MOVE FC-CASE-NO TO FR-CASE-NO.
002640     MOVE 1 TO FR-NIGHTS-RUNNING.

002650 4000-EXIT.
002660     EXIT.

002670 5000-COUNT-SOURCE.

002680     IF FR-SRC-ADDR-LIMIT THEN
002690         ADD 1 TO FC-CNT-ADDR-LIMIT
002700     ELSE IF FR-SRC-VELOCITY THEN
002710         ADD 1 TO FC-CNT-VELOCITY
002720     ELSE IF FR-SRC-SANCTIONS THEN
002730         ADD 1 TO FC-CNT-SANCTIONS
002740     ELSE
002750         ADD 1 TO FC-CNT-AUTH-DECL
002760         END-IF
002770       END-IF
002780     END-IF.

002790 5000-EXIT.
002800     EXIT.

002810 7000-OPEN-FRDCASE.

002820     IF WS-FRDCASE-OPEN THEN
002830         GO TO 7000-EXIT
002840     END-IF.

002850     MOVE 'Y' TO WS-FRDCASE-OPEN-SW.
002860     OPEN I-O FRDCASE-FILE.

002870     IF WS-FRDCASE-STATUS = '00' THEN
002880         MOVE 'Y' TO WS-FRDCASE-AVAIL-SW
002890     ELSE
002900         DISPLAY 'DCI8BFRA - FRDCASE NOT OPENED, STATUS '
002910             WS-FRDCASE-STATUS ' - NO ALERTS FILED THIS RUN'
002920     END-IF.

002930 7000-EXIT.
002940     EXIT.

002950 END PROGRAM DCI8BFRA.
