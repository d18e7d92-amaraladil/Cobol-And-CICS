000140* ---------- ---- ------------------------------------------------
000150* 2026-09-02 AA   INITIAL VERSION - FIFTY SAME-DAY DEBITS ON A
000160*                 QUIET ACCOUNT NO LONGER SAIL THROUGH UNSEEN
000163* 2026-09-27 AA   EACH ITEM LOADED OR REOPENED IS ALSO WRITTEN TO
000166*                 THE WLHIST WORKLIST HISTORY THROUGH DCI8BWLH
000167* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000168*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000169*                 STOPS WITH RETURN CODE 12 WHEN A
000170*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000171* 2026-10-08 AA   ACCTTXN RECORD WIDENED FOR THE HASH CHAIN
000172*                 FIELDS
000173* 2026-10-15 AA   HITS ARE FILED ON THE FRDCASE FRAUD CASE FILE
000174*                 THROUGH DCI8BFRA INSTEAD OF THE COLLECTIONS
000175*                 WORKLIST - A REPEAT JOINS THE ACCOUNT'S OPEN
000176*                 CASE
000170*-----------------------------------------------------------------
000180*****************************************************************
000190* RUN IMMEDIATELY AFTER DCI8BPST, THIS JOB WALKS ACCTTXN AND
000250*     ACCOUNT'S CRLIMIT
000260*   - A DAY-OVER-DAY DRAWN-BALANCE JUMP (TODAY'S NET AGAINST
000270*     CRLIMIT) PAST THE CARD'S PERCENTAGE
000280* A HIT PRINTS ON THE VELRPT FRAUD REVIEW REPORT AND IS FILED
000290* AS AN ALERT ON THE FRDCASE FRAUD CASE FILE THROUGH DCI8BFRA
000295* - A NEW CASE, OR ONTO THE ACCOUNT'S CASE STILL BEING WORKED
000297* ON THE ANALYSTS' DCI8DPHS QUEUE - IN FRONT OF A HUMAN THE
000300* NEXT MORNING, NEVER BLOCKING THE POST.
000310* VELPARM CARD: COLS 1-3 DEBIT COUNT LINE, COLS 4-6 SINGLE-
000320* DEBIT PERCENT OF CRLIMIT, COLS 7-9 BALANCE-JUMP PERCENT
000330*****************************************************************
000510         RECORD KEY IS AF-ACCTKEY
000520         FILE STATUS IS WS-ACCTFILE-STATUS.

000580     SELECT REPORT-FILE ASSIGN TO VELRPT
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-REPORT-STATUS.
000860         10  TX-POST-DATE        PIC S9(7) COMP-3.
000870         10  TX-POST-JOB         PIC X(08).
000880     05  TX-SOURCE               PIC X(01).
000882     05  TX-CHAIN-INFO.
000884         10  TX-CHAIN-NO         PIC 9(09) COMP.
000886         10  TX-CHAIN-PREV       PIC 9(18) COMP.
000888         10  TX-CHAIN-HASH       PIC 9(18) COMP.

000890 FD  ACCTFILE
000900     LABEL RECORDS ARE STANDARD.
000950     05  AF-CRLIMIT              PIC 9(08)V99.
000960     05  FILLER                  PIC X(139).
000970     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
000980     05  FILLER                  PIC X(30).

001150 FD  REPORT-FILE
001160     RECORDING MODE IS F
001370 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001380 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001385     COPY 'JOBGATE'.

001390 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001400 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
001410 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001430 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001440 01  WS-SWITCHES.
001520     05  WS-READ-COUNT       PIC 9(09) COMP-3 VALUE 0.
001530     05  WS-FLAGGED-COUNT    PIC 9(07) COMP-3 VALUE 0.
001540     05  WS-LOADED-COUNT     PIC 9(07) COMP-3 VALUE 0.
001545     05  WS-ATTACHED-COUNT   PIC 9(07) COMP-3 VALUE 0.

001550 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.

001840     05  DL-RULE             PIC X(22).
001850     05  FILLER              PIC X(08) VALUE SPACES.

001851* THE ALERT'S ONE-LINE DESCRIPTION ON THE FRAUD CASE - THE
001852* RULE HIT AND THE DAY'S DEBIT COUNT
001853 01  WS-ALERT-DETAIL.
001854     05  AD-RULE             PIC X(18).
001855     05  FILLER              PIC X(07) VALUE 'DEBITS '.
001856     05  AD-DEBITS           PIC ZZZZ9.
001857     05  FILLER              PIC X(10) VALUE SPACES.

001858* PARAMETER BLOCK FOR THE SHARED FRAUD ALERT FILER
001859     COPY 'FRDALRT'.

001860 PROCEDURE DIVISION.

001870 0000-MAINLINE.

002150     OPEN INPUT ACCTTXN-FILE.
002160     OPEN INPUT ACCTFILE.
002180     OPEN OUTPUT REPORT-FILE.

002190     ACCEPT WS-TODAY FROM DAY YYYYDDD.
003170 2500-EXIT.
003180     EXIT.

003181*-----------------------------------------------------------------
003182* 2600-LOAD-REVIEW-ITEM FILES THE HIT AS A FRAUD ALERT - ITS
003183* AMOUNT THE DAY'S NET DRAWN OR THE BIGGEST DEBIT, WHICHEVER IS
003184* LARGER. DCI8BFRA OPENS A CASE OR PUTS IT ON THE ONE THE
003185* ANALYSTS ALREADY HAVE FOR THE ACCOUNT
003186*-----------------------------------------------------------------
003190 2600-LOAD-REVIEW-ITEM.

003200     MOVE WS-GRP-ACCTNO TO FR-ACCTNO.
003210     MOVE 'V' TO FR-SOURCE.
003220     MOVE WS-TODAY TO FR-ALERT-DATE.
003230     IF WS-GRP-MAX-DEBIT > WS-GRP-NET THEN
003240         MOVE WS-GRP-MAX-DEBIT TO FR-AMOUNT
003250     ELSE
003260         MOVE WS-GRP-NET TO FR-AMOUNT
003270     END-IF.
003280     MOVE DL-RULE TO AD-RULE.
003290     MOVE WS-GRP-DEBITS TO AD-DEBITS.
003300     MOVE WS-ALERT-DETAIL TO FR-DETAIL.
003310     CALL 'DCI8BFRA' USING FRDALRT-REC.

003320     IF FR-CASE-OPENED THEN
003330         ADD 1 TO WS-LOADED-COUNT
003340     ELSE IF FR-CASE-ATTACHED THEN
003350         ADD 1 TO WS-ATTACHED-COUNT
003360         END-IF
003370     END-IF.

003490 2600-EXIT.
003500     EXIT.
003520     DISPLAY 'DCI8BVEL - VELOCITY MONITOR - RUN SUMMARY'.
003530     DISPLAY 'TXN ROWS READ    : ' WS-READ-COUNT.
003540     DISPLAY 'ACCOUNTS FLAGGED : ' WS-FLAGGED-COUNT.
003550     DISPLAY 'CASES OPENED     : ' WS-LOADED-COUNT.
003555     DISPLAY 'ALERTS ON A CASE : ' WS-ATTACHED-COUNT.

003560     CLOSE ACCTTXN-FILE.
003570     CLOSE ACCTFILE.
003590     CLOSE REPORT-FILE.

003600 9000-EXIT.
003660*-----------------------------------------------------------------
003670 8100-WRITE-JRNL-START.

003671*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003672*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003673     MOVE 'DCI8BVEL' TO JG-JOBNAME.
003674     CALL 'DCI8BJGT' USING JOBGATE.
003675     IF JG-RC-BLOCKED THEN
003676         MOVE JG-BLOCKED-RC TO RETURN-CODE
003677         STOP RUN
003678     END-IF.

003680     MOVE 'DCI8BVEL' TO JR-JOBNAME.
003690     MOVE 'S' TO JR-ROW-TYPE.
003700     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
