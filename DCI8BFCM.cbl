000160*                 IT PLAINLY: ADDRESS FIRST, LIMIT SECOND. THIS
000170*                 PUTS THE PAIRING IN FRONT OF THE FRAUD TEAM
000180*                 THE NEXT MORNING INSTEAD OF DAYS LATER
000183* 2026-09-27 AA   EACH ITEM LOADED OR REOPENED IS ALSO WRITTEN TO
000186*                 THE WLHIST WORKLIST HISTORY THROUGH DCI8BWLH
000187* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000188*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000189*                 STOPS WITH RETURN CODE 12 WHEN A
000190*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000191* 2026-10-08 AA   ACCTHIST RECORD WIDENED FOR THE HASH CHAIN
000192*                 FIELDS
000193* 2026-10-15 AA   PAIRINGS ARE FILED ON THE FRDCASE FRAUD CASE
000194*                 FILE THROUGH DCI8BFRA INSTEAD OF THE
000195*                 COLLECTIONS WORKLIST - A REPEAT JOINS THE
000196*                 ACCOUNT'S OPEN CASE
000190*-----------------------------------------------------------------
000200*****************************************************************
000210* THIS NIGHTLY JOB WALKS ACCTHIST ONCE, COLLECTING TWO THINGS:
000240* DAYS, THROUGH DCI8BDAT). AN INCREASE WHOSE ACCOUNT ALSO HAS
000250* AN ADDRESS CHANGE IN THE WINDOW IS A HIT: IT GOES ON THE
000260* FCMRPT MORNING REPORT RANKED BY THE SIZE OF THE INCREASE,
000270* AND IS FILED AS AN ALERT ON THE FRDCASE FRAUD CASE FILE
000280* THROUGH DCI8BFRA - A NEW CASE, OR ONTO THE ACCOUNT'S CASE
000290* STILL BEING WORKED - FOR THE FRAUD ANALYSTS' DCI8DPHS QUEUE
000295* BEFORE THE CARDS ARE DRAWN
000300*****************************************************************

000310 ENVIRONMENT DIVISION.
000430         RECORD KEY IS AH-KEY
000440         FILE STATUS IS WS-ACCTHIST-STATUS.

000500     SELECT REPORT-FILE ASSIGN TO FCMRPT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-REPORT-STATUS.
000870         10  AH-CHG-DATE         PIC S9(7) COMP-3.
000880         10  AH-CHG-TIME         PIC S9(7) COMP-3.
000890     05  AH-EVENT-TYPE           PIC X(01).
000892     05  AH-CHAIN-INFO.
000894         10  AH-CHAIN-NO         PIC 9(09) COMP.
000896         10  AH-CHAIN-PREV       PIC 9(18) COMP.
000898         10  AH-CHAIN-HASH       PIC 9(18) COMP.

001060 FD  REPORT-FILE
001070     RECORDING MODE IS F
001280 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001290 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001295     COPY 'JOBGATE'.

001300 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001310 77  WS-ACCTHIST-STATUS      PIC X(02) VALUE SPACES.
001330 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001340 01  WS-SWITCHES.
001400     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001410     05  WS-HIT-COUNT        PIC 9(07) COMP-3 VALUE 0.
001420     05  WS-LOADED-COUNT     PIC 9(07) COMP-3 VALUE 0.
001425     05  WS-ATTACHED-COUNT   PIC 9(07) COMP-3 VALUE 0.

001430 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
001440 77  WS-WINDOW-FROM          PIC S9(7) COMP-3 VALUE 0.
001980     05  DL-ADR-DATE         PIC 9(07).
001990     05  FILLER              PIC X(17) VALUE SPACES.

001992* THE ALERT'S ONE-LINE DESCRIPTION ON THE FRAUD CASE
001993 01  WS-ALERT-DETAIL.
001994     05  FILLER              PIC X(33) VALUE
001995         'LIMIT INCREASE AFTER ADDR CHANGE '.
001996     05  AD-ADR-DATE         PIC 9(07).

001997* PARAMETER BLOCK FOR THE SHARED FRAUD ALERT FILER
001998     COPY 'FRDALRT'.

002000 PROCEDURE DIVISION.

002010 0000-MAINLINE.
002250     END-IF.

002260     OPEN INPUT ACCTHIST-FILE.
002280     OPEN OUTPUT REPORT-FILE.

002290     MOVE 'TOD' TO DP-FUNCTION.
003480     EXIT.

003490*-----------------------------------------------------------------
003500* 3300-LOAD-REVIEW-ITEM FILES THE PAIRING AS A FRAUD ALERT,
003510* THE INCREASE AS ITS AMOUNT - DCI8BFRA OPENS A CASE OR PUTS
003520* IT ON THE ONE THE ANALYSTS ALREADY HAVE FOR THE ACCOUNT
003530*-----------------------------------------------------------------
003540 3300-LOAD-REVIEW-ITEM.

003550     MOVE WS-INC-ACCTNO(WS-INC-SUB) TO FR-ACCTNO.
003560     MOVE 'C' TO FR-SOURCE.
003570     MOVE WS-TODAY TO FR-ALERT-DATE.
003580     MOVE WS-INC-DELTA(WS-INC-SUB) TO FR-AMOUNT.
003590     MOVE WS-ADR-WHEN TO AD-ADR-DATE.
003600     MOVE WS-ALERT-DETAIL TO FR-DETAIL.
003610     CALL 'DCI8BFRA' USING FRDALRT-REC.

003620     IF FR-CASE-OPENED THEN
003630         ADD 1 TO WS-LOADED-COUNT
003640     ELSE IF FR-CASE-ATTACHED THEN
003650         ADD 1 TO WS-ATTACHED-COUNT
003660         END-IF
003670     END-IF.

003820 3300-EXIT.
003830     EXIT.
003850     DISPLAY 'DCI8BFCM - FRAUD CORRELATION - RUN SUMMARY'.
003860     DISPLAY 'HIST ROWS READ   : ' WS-READ-COUNT.
003870     DISPLAY 'PAIRINGS FOUND   : ' WS-HIT-COUNT.
003880     DISPLAY 'CASES OPENED     : ' WS-LOADED-COUNT.
003885     DISPLAY 'ALERTS ON A CASE : ' WS-ATTACHED-COUNT.

003890     CLOSE ACCTHIST-FILE.
003910     CLOSE REPORT-FILE.

003920 9000-EXIT.
003980*-----------------------------------------------------------------
003990 8100-WRITE-JRNL-START.

003991*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003992*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003993     MOVE 'DCI8BFCM' TO JG-JOBNAME.
003994     CALL 'DCI8BJGT' USING JOBGATE.
003995     IF JG-RC-BLOCKED THEN
003996         MOVE JG-BLOCKED-RC TO RETURN-CODE
003997         STOP RUN
003998     END-IF.

004000     MOVE 'DCI8BFCM' TO JR-JOBNAME.
004010     MOVE 'S' TO JR-ROW-TYPE.
004020     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
