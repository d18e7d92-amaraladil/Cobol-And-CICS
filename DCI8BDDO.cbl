000150* 2026-09-02 AA   INITIAL VERSION - GENERATES THE BANK COLLECTION
000160*                 FILE FROM EACH BILLING CYCLE'S MINIMUM PAYMENT,
000170*                 THE BIGGEST SINGLE CUT IN TXNIN KEYING EFFORT
000173* 2026-09-24 AA   NO COLLECTION IS RAISED ON AN ACCOUNT WITH AN
000174*                 ACTIVE INSOLVENCY CASE (INSOLV FILE, DCI8DPHK)
000175* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000176*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000177*                 STOPS WITH RETURN CODE 12 WHEN A
000178*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000180*-----------------------------------------------------------------
000190*****************************************************************
000200* THIS MONTHLY JOB READS A CONTROL CARD FROM DDOPARM GIVING THE
000260* COLLECTION DATE - PLUS A TRAILER WITH THE COUNT AND AMOUNT
000270* TOTAL FOR THE BANK TO RECONCILE. SETTLED COLLECTIONS COME
000280* BACK THROUGH THE NORMAL TXNIN FEED AS CREDITS; FAILURES COME
000290* BACK THROUGH DCI8BDDR. AN ACCOUNT WITH AN ACTIVE INSOLVENCY
000293* CASE IS NEVER COLLECTED FROM - PAYMENT COMES THROUGH THE
000296* PRACTITIONER - AND IS COUNTED INSTEAD
000300*****************************************************************

000310 ENVIRONMENT DIVISION.
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-JOURNAL-STATUS.

000551     SELECT INSOLV-FILE ASSIGN TO INSOLV
000553         ORGANIZATION IS INDEXED
000555         ACCESS MODE IS RANDOM
000556         RECORD KEY IS IV-ACCTNO
000558         FILE STATUS IS WS-INSOLV-STATUS.

000560 DATA DIVISION.
000570 FILE SECTION.

000860     05  DM-FAIL-COUNT           PIC 9(02).
000870     05  DM-SETUP-DATE           PIC S9(7) COMP-3.

000871*-----------------------------------------------------------------
000872* INSOLV - INSOLVENCY CASES, ONE ROW PER ACCOUNT, RECORDED ON
000873* DCI8DPHK. ONLY THE KEY AND STATUS ARE NEEDED HERE
000874*-----------------------------------------------------------------
000875 FD  INSOLV-FILE
000876     LABEL RECORDS ARE STANDARD.
000877 01  INSOLV-REC.
000878     05  IV-ACCTNO               PIC X(09).
000879     05  IV-CASE-TYPE            PIC X(01).
000880     05  IV-STATUS               PIC X(01).
000881         88  IV-ACTIVE                   VALUE 'A'.
000882     05  FILLER                  PIC X(224).

000886*-----------------------------------------------------------------
000890* DDCOLL - THE BANK COLLECTION FILE: DTL ROWS THEN A TRL ROW
000900* WITH COUNT AND AMOUNT TOTAL
000910*-----------------------------------------------------------------
001140 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001150 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001155     COPY 'JOBGATE'.

001160 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001170 77  WS-CYCLE-STATUS         PIC X(02) VALUE SPACES.
001180 77  WS-MANDATE-STATUS       PIC X(02) VALUE SPACES.
001190 77  WS-COLLECT-STATUS       PIC X(02) VALUE SPACES.
001195 77  WS-INSOLV-STATUS        PIC X(02) VALUE SPACES.

001200 01  WS-SWITCHES.
001210     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001220         88  WS-EOF-YES              VALUE 'Y'.
001230     05  WS-PARM-OK-SW       PIC X(01) VALUE 'Y'.
001240         88  WS-PARM-OK              VALUE 'Y'.
001243     05  WS-INSOLV-SW        PIC X(01) VALUE 'N'.
001246         88  WS-INSOLVENT            VALUE 'Y'.

001250 01  WS-COUNTERS.
001260     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001270     05  WS-COLLECT-COUNT    PIC 9(07) COMP-3 VALUE 0.
001280     05  WS-NOMAND-COUNT     PIC 9(07) COMP-3 VALUE 0.
001285     05  WS-INSOLV-COUNT     PIC 9(07) COMP-3 VALUE 0.

001290 77  WS-AMOUNT-TOTAL         PIC S9(12)V99 COMP-3 VALUE 0.


001710     OPEN INPUT CYCLE-FILE.
001720     OPEN INPUT MANDATE-FILE.
001725     OPEN INPUT INSOLV-FILE.
001730     OPEN OUTPUT COLLECT-FILE.

001740     IF WS-PARM-OK THEN

001980 2100-ORIGINATE-ONE.

001981     PERFORM 2050-CHECK-INSOLVENCY THRU 2050-EXIT.
001983     IF WS-INSOLVENT THEN
001985         ADD 1 TO WS-INSOLV-COUNT
001986         GO TO 2100-EXIT
001988     END-IF.

001990     MOVE CY-ACCTNO TO DM-ACCTNO.
002000     READ MANDATE-FILE
002010         INVALID KEY
002180 2100-EXIT.
002190     EXIT.

002191*-----------------------------------------------------------------
002192* 2050-CHECK-INSOLVENCY - WS-INSOLV-SW 'Y' WHEN THE CYCLE'S
002193* ACCOUNT HAS AN ACTIVE INSOLVENCY CASE
002194*-----------------------------------------------------------------
002195 2050-CHECK-INSOLVENCY.

002196     MOVE 'N' TO WS-INSOLV-SW.
002197     MOVE CY-ACCTNO TO IV-ACCTNO.

002198     READ INSOLV-FILE
002199         INVALID KEY
002200             GO TO 2050-EXIT
002201     END-READ.

002202     IF IV-ACTIVE THEN
002203         MOVE 'Y' TO WS-INSOLV-SW
002204     END-IF.

002205 2050-EXIT.
002206     EXIT.

002208 3000-WRITE-TRAILER.

002210     MOVE WS-COLLECT-COUNT TO CT-COUNT.
002220     MOVE WS-AMOUNT-TOTAL TO CT-AMOUNT.
002280     DISPLAY 'CYCLE ROWS READ  : ' WS-READ-COUNT.
002290     DISPLAY 'COLLECTIONS MADE : ' WS-COLLECT-COUNT.
002300     DISPLAY 'NO MANDATE       : ' WS-NOMAND-COUNT.
002305     DISPLAY 'INSOLVENCY CASE  : ' WS-INSOLV-COUNT.
002310     DISPLAY 'AMOUNT TOTAL     : ' WS-AMOUNT-TOTAL.

002320     CLOSE CYCLE-FILE.
002330     CLOSE MANDATE-FILE.
002335     CLOSE INSOLV-FILE.
002340     CLOSE COLLECT-FILE.

002350 9000-EXIT.
002410*-----------------------------------------------------------------
002420 8100-WRITE-JRNL-START.

002421*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002422*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002423     MOVE 'DCI8BDDO' TO JG-JOBNAME.
002424     CALL 'DCI8BJGT' USING JOBGATE.
002425     IF JG-RC-BLOCKED THEN
002426         MOVE JG-BLOCKED-RC TO RETURN-CODE
002427         STOP RUN
002428     END-IF.

002430     MOVE 'DCI8BDDO' TO JR-JOBNAME.
002440     MOVE 'S' TO JR-ROW-TYPE.
002450     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
