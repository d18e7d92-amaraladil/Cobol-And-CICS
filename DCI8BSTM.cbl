000356* 2026-09-02 AA   THE OPENING BALANCE NOW COMES FROM THE
000357*                 PREVIOUS PERIOD'S BALHIST SNAPSHOT (DCI8BSNP)
000358*                 WHEN ONE IS ON FILE, RE-DERIVED OTHERWISE
000359* 2026-09-08 AA   EACH TRANSACTION LINE NOW CARRIES THE MERCHANT
000360*                 OR PAYEE NAME AND CATEGORY FROM THE NEW TXNNARR
000361*                 SATELLITE, WITH THE ORIGINATOR'S REFERENCE ON A
000362*                 LINE BENEATH WHEN ONE WAS SENT
000363* 2026-09-14 AA   AN ACCOUNT CARRYING CASH OR PROMOTIONAL BALANCE
000364*                 SEGMENTS (BALSEG) GETS A BALANCE BREAKDOWN
000365*                 UNDER THE CLOSING BALANCE - EACH SEGMENT WITH
000366*                 ITS RATE, AND A PROMOTION'S END DATE
000367* 2026-10-05 AA   A TRANSACTION REVERSED ONLINE (DCI8DPGR PF17)
000368*                 THE OFFSET THAT REVERSED IT BOTH PRINT MARKED
000369*                 REVERSED, OFF THE NEW TXNREV REGISTER
000370* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000371*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000372*                 STOPS WITH RETURN CODE 12 WHEN A
000373*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000374* 2026-10-08 AA   ACCTTXN RECORD WIDENED FOR THE HASH CHAIN
000375*                 FIELDS
000376* 2026-10-15 AA   EVERY STATEMENT MADE OR HELD BACK IS RECORDED
000377*                 ON THE CORRESPONDENCE LOG (CORRLOG, THROUGH
000378*                 DCI8BCLG) WITH THE ADDRESS OR E-MAIL USED
000379* 2026-10-15 AA   EACH POSTED STATEMENT OPENS WITH A PRTDOC
000380*                 DOCUMENT-START ROW ON STMTPRT FOR THE DCI8BPSC
000381*                 PRINT STREAM RUN
000382* 2026-10-15 AA   AN ACCOUNT ON A CATALOGUE PRODUCT (PRODCFG)
000383*                 TAKES ITS MINIMUM PAYMENT PERCENT AND FLOOR
000384*                 FROM THE PRODUCT INSTEAD OF THE CONTROL CARD
000385*-----------------------------------------------------------------
000386*****************************************************************
000387* THIS JOB READS A SINGLE CONTROL CARD FROM STMPARM GIVING THE
000388* STATEMENT PERIOD AS YYYYMM (FOR THE STATEMENT HEADING) PLUS
000390* THE PERIOD'S FIRST AND LAST DAYS AS PACKED JULIAN YYYYDDD
000400* DATES - A STATEMENT PERIOD IS A CALENDAR RANGE, SO THE CARD
000410* DELIBERATELY CARRIES EXPLICIT DATES RATHER THAN THE N-DAYS
000778         RECORD KEY IS CY-KEY
000779         FILE STATUS IS WS-CYCLE-STATUS.

000780     SELECT TXNNARR-FILE ASSIGN TO TXNNARR
000781         ORGANIZATION IS INDEXED
000782         ACCESS MODE IS RANDOM
000783         RECORD KEY IS NR-KEY
000784         FILE STATUS IS WS-TXNNARR-STATUS.

000785     SELECT TXNREV-FILE ASSIGN TO TXNREV
000786         ORGANIZATION IS INDEXED
000787         ACCESS MODE IS RANDOM
000788         RECORD KEY IS RV-KEY
000789         FILE STATUS IS WS-TXNREV-STATUS.

000790     SELECT BALSEG-FILE ASSIGN TO BALSEG
000791         ORGANIZATION IS INDEXED
000792         ACCESS MODE IS DYNAMIC
000793         RECORD KEY IS SG-KEY
000794         FILE STATUS IS WS-BALSEG-STATUS.

000795     SELECT PRODCFG-FILE ASSIGN TO PRODCFG
000796         ORGANIZATION IS INDEXED
000797         ACCESS MODE IS RANDOM
000798         RECORD KEY IS PD-CODE
000799         FILE STATUS IS WS-PRODCFG-STATUS.

000800     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000801         ORGANIZATION IS SEQUENTIAL
000802         FILE STATUS IS WS-JOURNAL-STATUS.

000810 DATA DIVISION.
000820 FILE SECTION.
000892*    MINIMUM PAYMENT IS THE GREATER OF SP-MINPAY-PCT PERCENT
000894*    OF THE CLOSING BALANCE AND SP-MINPAY-MIN, CAPPED AT THE
000896*    BALANCE ITSELF; THE DUE DATE IS THE PERIOD END PLUS
000897*    SP-DUE-DAYS, WORKED OUT THROUGH DCI8BDAT. AN ACCOUNT ON A
000898*    PRODCFG PRODUCT USES THE PRODUCT'S PERCENT AND FLOOR
000900     05  SP-MINPAY-PCT           PIC 9(03).
000902     05  SP-MINPAY-MIN           PIC 9(04)V99.
000904     05  SP-DUE-DAYS             PIC 9(03).
001200     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001210     05  AF-BRANCH               PIC X(04).
001220     05  AF-CONTACT-PREF         PIC X(01).
001221     05  AF-STMT-CYCLE           PIC X(01).
001222     05  AF-GONEAWAY-FLAG        PIC X(01).
001223     05  AF-CUST-ID              PIC 9(08).
001224     05  AF-ESTATE-FLAG          PIC X(01).
001225     05  AF-SENS-FLAG            PIC X(01).
001226     05  AF-ANNFEE-PLAN          PIC X(01).
001227     05  AF-SETTLE-FLAG          PIC X(01).
001228     05  AF-PRODUCT-CODE         PIC X(04).

001230 FD  ACCTTXN-FILE
001240     LABEL RECORDS ARE STANDARD.
001324         88  TX-TYPE-FEE                 VALUE 'F'.
001330     05  TX-AMOUNT               PIC 9(08)V99.
001340     05  TX-POSTED-INFO.
001341         10  TX-POST-DATE        PIC S9(7) COMP-3.
001342         10  TX-POST-JOB         PIC X(08).
001343     05  TX-SOURCE               PIC X(01).
001344     05  TX-CHAIN-INFO.
001345         10  TX-CHAIN-NO         PIC 9(09) COMP.
001346         10  TX-CHAIN-PREV       PIC 9(18) COMP.
001347         10  TX-CHAIN-HASH       PIC 9(18) COMP.

001351*-----------------------------------------------------------------
001352* BALHIST - DCI8BSNP'S MONTH-END SNAPSHOTS. THE PREVIOUS
001376     05  CY-PAID-FLAG            PIC X(01).
001377     05  CY-PAID-DATE            PIC S9(7) COMP-3.

001378*-----------------------------------------------------------------
001379* TXNNARR - THE MERCHANT, CATEGORY AND ORIGINATOR REFERENCE
001380* BEHIND A POSTED ROW, UNDER THE ROW'S OWN TX-KEY. NOT EVERY ROW
001381* HAS ONE - A MISS PRINTS THE BARE LINE AS BEFORE
001382*-----------------------------------------------------------------
001383 FD  TXNNARR-FILE
001384     LABEL RECORDS ARE STANDARD.
001385 01  TXNNARR-REC.
001386     05  NR-KEY.
001387         10  NR-ACCTNO           PIC X(09).
001388         10  NR-DATE             PIC S9(7) COMP-3.
001389         10  NR-SEQNO            PIC 9(04) COMP.
001390     05  NR-MERCHANT             PIC X(30).
001391     05  NR-CATEGORY             PIC X(04).
001392     05  NR-ORIG-REF             PIC X(16).

001393*-----------------------------------------------------------------
001394* TXNREV - THE REVERSAL REGISTER, UNDER THE ROW'S OWN TX-KEY. A
001395* ROW REVERSED ONLINE (DCI8DPGR PF17) AND THE OFFSET THAT
001396* REVERSED IT BOTH CARRY A DONE ROW HERE AND PRINT AS REVERSED
001397*-----------------------------------------------------------------
001398 FD  TXNREV-FILE
001399     LABEL RECORDS ARE STANDARD.
001400 01  TXNREV-REC.
001401     05  RV-KEY.
001402         10  RV-ACCTNO           PIC X(09).
001403         10  RV-DATE             PIC S9(7) COMP-3.
001404         10  RV-SEQNO            PIC 9(04) COMP.
001405     05  RV-ROLE                 PIC X(01).
001406     05  RV-STATUS               PIC X(01).
001407         88  RV-REVERSED                 VALUE 'D'.
001408     05  FILLER                  PIC X(97).

001409*-----------------------------------------------------------------
001410* BALSEG - THE CASH AND PROMOTIONAL SEGMENTS OF THE BALANCE, AND
001411* THE PURCHASE ROW CARRYING THE PURCHASE RATE. PURCHASES ARE
001412* PRINTED AS WHAT CURR-BAL HOLDS BEYOND THE OTHER SEGMENTS
001413*-----------------------------------------------------------------
001414 FD  BALSEG-FILE
001415     LABEL RECORDS ARE STANDARD.
001416 01  BALSEG-REC.
001417     05  SG-KEY.
001418         10  SG-ACCTNO           PIC X(09).
001419         10  SG-TYPE             PIC X(01).
001420             88  SG-CASH                 VALUE 'C'.
001421             88  SG-PROMO                VALUE 'M'.
001422             88  SG-PURCHASE             VALUE 'P'.
001423         10  SG-SEG-NO           PIC 9(02).
001424     05  SG-BALANCE              PIC S9(08)V99 COMP-3.
001425     05  SG-ANNUAL-RATE          PIC 9(02)V99.
001426     05  SG-PROMO-EXPIRY         PIC S9(7) COMP-3.
001427     05  SG-STATUS               PIC X(01).
001428         88  SG-LIVE                     VALUE 'L'.
001429     05  SG-OPENED-INFO.
001430         10  SG-OPEN-DATE        PIC S9(7) COMP-3.
001431         10  SG-OPEN-JOB         PIC X(08).
001432     05  SG-LAST-INT-PERIOD      PIC 9(06).
001433     05  SG-LAST-INTEREST        PIC 9(08)V99 COMP-3.
001434     05  SG-CLOSE-DATE           PIC S9(7) COMP-3.

001435*-----------------------------------------------------------------
001436* PRODCFG - THE PRODUCT CATALOGUE, KEYED BY PRODUCT CODE. ONLY
001437* THE MINIMUM PAYMENT TERMS ARE USED HERE
001438*-----------------------------------------------------------------
001439 FD  PRODCFG-FILE
001440     LABEL RECORDS ARE STANDARD.
001441 01  PRODCFG-REC.
001442     05  PD-CODE                 PIC X(04).
001443     05  FILLER                  PIC X(04).
001444     05  PD-MINPAY-PCT           PIC 9(03).
001445     05  PD-MINPAY-FLOOR         PIC 9(04)V99.
001446     05  FILLER                  PIC X(23).

001447 FD  PRINT-FILE
001448     RECORDING MODE IS F
001449     LABEL RECORDS ARE STANDARD.
001450 01  PRINT-LINE                  PIC X(80).

001451*-----------------------------------------------------------------
001452* ESTMOUT - THE ELECTRONIC STATEMENT DELIVERY FILE. EACH EMAIL
001453* CUSTOMER'S STATEMENT OPENS WITH A TO: LINE CARRYING THE
001454* DELIVERY ADDRESS, THEN THE SAME LINES THE PRINT FILE WOULD
001455* HAVE CARRIED
001460*-----------------------------------------------------------------
001470 FD  EMAIL-FILE
001480     RECORDING MODE IS F
001690 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001700 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001705     COPY 'JOBGATE'.

001710 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001720 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001730 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
001751 77  WS-BALHIST-STATUS       PIC X(02) VALUE SPACES.
001752 77  WS-CYCLE-STATUS         PIC X(02) VALUE SPACES.
001754     88  WS-CYCLE-DUPKEY            VALUE '22'.
001755 77  WS-TXNNARR-STATUS       PIC X(02) VALUE SPACES.
001756 77  WS-TXNREV-STATUS        PIC X(02) VALUE SPACES.
001757 77  WS-BALSEG-STATUS        PIC X(02) VALUE SPACES.
001758 77  WS-PRODCFG-STATUS       PIC X(02) VALUE SPACES.

001760 01  WS-SWITCHES.
001770     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001800         88  WS-PARM-OK              VALUE 'Y'.
001810     05  WS-TXN-EOF-SW       PIC X(01) VALUE 'N'.
001820         88  WS-TXN-EOF-YES          VALUE 'Y'.
001823     05  WS-SEG-EOF-SW       PIC X(01) VALUE 'N'.
001826         88  WS-SEG-EOF              VALUE 'Y'.

001830 01  WS-COUNTERS.
001840     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
002040* SO OPENING BALANCE = CURR-BAL - NET AND CLOSING = CURR-BAL
002050*-----------------------------------------------------------------
002060 77  WS-ACCT-TXNS            PIC 9(05) COMP-3 VALUE 0.
002061 77  WS-NET-ACTIVITY         PIC S9(10)V99 COMP-3 VALUE 0.
002062 77  WS-OPEN-BALANCE         PIC S9(10)V99 COMP-3 VALUE 0.

002063*-----------------------------------------------------------------
002064* BALANCE BREAKDOWN WORK FIELDS - THE CASH AND PROMOTIONAL
002065* SEGMENTS PRINTED SO FAR AND THEIR TOTAL, WHICH LEAVES THE
002066* PURCHASE FIGURE
002067*-----------------------------------------------------------------
002068 77  WS-SEG-LINES            PIC 9(03) COMP-3 VALUE 0.
002069 77  WS-SEG-OTHERS           PIC S9(10)V99 COMP-3 VALUE 0.
002070 77  WS-PURCH-RATE           PIC 9(02)V99 VALUE 0.
002071 77  WS-UNTIL-DATE           PIC 9(07) VALUE 0.

002072*-----------------------------------------------------------------
002073* BILLING-CYCLE WORK FIELDS - THE DUE DATE IS WORKED OUT ONCE
002074* PER RUN (PERIOD END PLUS SP-DUE-DAYS, THROUGH DCI8BDAT), THE
002075* MINIMUM PAYMENT ONCE PER DRAWN-BALANCE ACCOUNT
002076*-----------------------------------------------------------------
002077 77  WS-DUE-DATE             PIC S9(7) COMP-3 VALUE 0.
002078 77  WS-MIN-PAYMENT          PIC 9(08)V99 COMP-3 VALUE 0.
002079*    THE PERCENT AND FLOOR IN FORCE FOR THE ACCOUNT - THE CARD'S,
002080*    OR ITS PRODUCT'S
002081 77  WS-MINPAY-PCT           PIC 9(03) VALUE 0.
002082 77  WS-MINPAY-FLOOR         PIC 9(04)V99 VALUE 0.
002089 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.

002090*-----------------------------------------------------------------
002090* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
002091     COPY 'DATEPARM'.

002092* CORRESPONDENCE LOG ROW, HANDED TO DCI8BCLG PER STATEMENT
002093     COPY 'CORRLOG'.

002094* DOCUMENT-START ROW AHEAD OF EACH POSTED STATEMENT ON STMTPRT
002095     COPY 'PRTDOC'.

002097 01  WS-HEAD-LINE.
002100     05  FILLER              PIC X(21)
002110                 VALUE 'ACCOUNT STATEMENT -  '.
002120     05  HL-PERIOD           PIC 9(06).
002340     05  TL-TYPE             PIC X(06).
002350     05  FILLER              PIC X(03) VALUE SPACES.
002360     05  TL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
002361     05  FILLER              PIC X(02) VALUE SPACES.
002363     05  TL-MERCHANT         PIC X(30).
002364     05  FILLER              PIC X(01) VALUE SPACES.
002366     05  TL-CATEGORY         PIC X(04).
002367     05  FILLER              PIC X(01) VALUE SPACES.
002368     05  TL-REV-MARK         PIC X(08).
002369     05  FILLER              PIC X(02) VALUE SPACES.

002370*    THE ORIGINATOR'S REFERENCE, WHEN THERE IS ONE, GOES ON ITS
002371*    OWN LINE UNDER THE MERCHANT NAME
002372 01  WS-TXN-REF-LINE.
002373     05  FILLER              PIC X(34) VALUE SPACES.
002375     05  FILLER              PIC X(04) VALUE 'REF '.
002376     05  TR-ORIG-REF         PIC X(16).
002378     05  FILLER              PIC X(26) VALUE SPACES.

002380 01  WS-NOACT-LINE.
002390     05  FILLER              PIC X(80) VALUE
002405     05  DU-DATE             PIC 9(07).
002406     05  FILLER              PIC X(53) VALUE SPACES.

002407 01  WS-SEG-HEAD-LINE.
002408     05  FILLER              PIC X(80) VALUE
002409         'BALANCE BREAKDOWN'.

002410 01  WS-SEG-LINE.
002411     05  SB-NAME             PIC X(20).
002412     05  SB-AMOUNT           PIC -ZZ,ZZZ,ZZ9.99.
002413     05  FILLER              PIC X(02) VALUE SPACES.
002414     05  SB-RATE             PIC Z9.99.
002415     05  FILLER              PIC X(07) VALUE '% P.A. '.
002416     05  SB-UNTIL-LIT        PIC X(06).
002417     05  SB-UNTIL            PIC X(07).
002418     05  FILLER              PIC X(19) VALUE SPACES.

002419 01  WS-SEG-PROMO-NAME.
002420     05  FILLER              PIC X(10) VALUE 'PROMOTION '.
002421     05  SB-SEG-NO           PIC 9(02).
002422     05  FILLER              PIC X(08) VALUE SPACES.

002424 PROCEDURE DIVISION.

002426 0000-MAINLINE.

002430     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

002610     OPEN INPUT ACCTFILE.
002620     OPEN INPUT ACCTTXN-FILE.
002630     OPEN OUTPUT PRINT-FILE.
002631     OPEN OUTPUT EMAIL-FILE.
002632     OPEN INPUT BALHIST-FILE.
002633     OPEN I-O CYCLE-FILE.
002634     OPEN INPUT TXNNARR-FILE.
002635     OPEN INPUT TXNREV-FILE.
002636     OPEN INPUT BALSEG-FILE.
002637     OPEN INPUT PRODCFG-FILE.

002643     IF WS-PARM-OK THEN
002644         MOVE SP-PERIOD TO WS-PREV-PERIOD
002971     END-IF
002972     END-IF.

002975     IF NOT WS-CHANNEL-EMAIL AND NOT WS-CHANNEL-SUPPRESS THEN
002976         PERFORM 2960-DOC-START THRU 2960-EXIT
002977     END-IF.

002980     PERFORM 2300-PRINT-HEADING THRU 2300-EXIT.

002990     IF WS-ACCT-TXNS = 0 THEN
003070     MOVE WS-BAL-LINE TO WS-RT-LINE
003080     PERFORM 2700-ROUTE-LINE THRU 2700-EXIT.

003081     PERFORM 2900-PRINT-SEGMENTS THRU 2900-EXIT.

003082*    A DRAWN CLOSING BALANCE GETS THE BILLING-CYCLE LINES AND
003083*    ITS BILLCYCL ROW - AN ACCOUNT AT ZERO OR IN CREDIT HAS
003084*    NOTHING TO PAY AND GETS NEITHER
003090     MOVE SPACES TO WS-RT-LINE.
003100     PERFORM 2700-ROUTE-LINE THRU 2700-EXIT.

003105     PERFORM 2950-LOG-CORRESPONDENCE THRU 2950-EXIT.

003110     ADD 1 TO WS-STMT-COUNT.
003120     IF WS-CHANNEL-EMAIL THEN
003130         ADD 1 TO WS-EMAIL-COUNT
004213         MOVE 'CREDIT' TO TL-TYPE
004214     END-IF.
004220     MOVE TX-AMOUNT TO TL-AMOUNT.
004225     PERFORM 2420-GET-NARRATIVE THRU 2420-EXIT.
004230     MOVE WS-TXN-LINE TO WS-RT-LINE
004231     PERFORM 2700-ROUTE-LINE THRU 2700-EXIT.

004232     IF TR-ORIG-REF NOT = SPACES THEN
004233         MOVE WS-TXN-REF-LINE TO WS-RT-LINE
004234         PERFORM 2700-ROUTE-LINE THRU 2700-EXIT
004235     END-IF.

004236     ADD 1 TO WS-TXN-COUNT.

004237 2410-EXIT.
004238     EXIT.

004239*-----------------------------------------------------------------
004240* 2420-GET-NARRATIVE LOOKS UP THE ROW'S TXNNARR ENTRY - A MISS
004241* LEAVES THE MERCHANT, CATEGORY AND REFERENCE BLANK
004242*-----------------------------------------------------------------
004243 2420-GET-NARRATIVE.

004244     MOVE SPACES TO TL-MERCHANT.
004245     MOVE SPACES TO TL-CATEGORY.
004246     MOVE SPACES TO TR-ORIG-REF.

004247     MOVE TX-KEY TO NR-KEY.
004248     READ TXNNARR-FILE.

004249     IF WS-TXNNARR-STATUS = '00' THEN
004250         MOVE NR-MERCHANT TO TL-MERCHANT
004251         MOVE NR-CATEGORY TO TL-CATEGORY
004252         MOVE NR-ORIG-REF TO TR-ORIG-REF
004253     END-IF.

004254*    A ROW ON THE REVERSAL REGISTER - REVERSED, OR THE OFFSET
004255*    THAT REVERSED ONE - IS MARKED, SO THE PAIR READS AS ONE
004256*    TAKEN-BACK ITEM RATHER THAN TWO UNRELATED ONES
004257     MOVE SPACES TO TL-REV-MARK.
004258     MOVE TX-KEY TO RV-KEY.
004259     READ TXNREV-FILE.

004260     IF WS-TXNREV-STATUS = '00' AND RV-REVERSED THEN
004261         MOVE 'REVERSED' TO TL-REV-MARK
004262     END-IF.

004263 2420-EXIT.
004264     EXIT.

004265*-----------------------------------------------------------------
004266* 2800-BILL-THE-CYCLE WORKS OUT THE MINIMUM PAYMENT (THE CARD'S
004267* PERCENT OF THE CLOSING BALANCE, NO LESS THAN THE FLOOR, NO
004268* MORE THAN THE BALANCE), PRINTS IT WITH THE DUE DATE AND
004269* FILES THE BILLCYCL ROW. A RERUN FINDS ITS OWN ROW ON THE
004270* DUPLICATE KEY AND REWRITES IT RATHER THAN FAILING
004271*-----------------------------------------------------------------
004272 2800-BILL-THE-CYCLE.

004273     PERFORM 2810-MINPAY-TERMS THRU 2810-EXIT.

004279     COMPUTE WS-MIN-PAYMENT ROUNDED =
004280         AF-CURR-BAL * WS-MINPAY-PCT / 100.
004281     IF WS-MIN-PAYMENT < WS-MINPAY-FLOOR THEN
004282         MOVE WS-MINPAY-FLOOR TO WS-MIN-PAYMENT
004283     END-IF.
004284     IF WS-MIN-PAYMENT > AF-CURR-BAL THEN
004285         MOVE AF-CURR-BAL TO WS-MIN-PAYMENT
004307 2800-EXIT.
004308     EXIT.

004309*-----------------------------------------------------------------
004310* 2810-MINPAY-TERMS PICKS THE MINIMUM PAYMENT PERCENT AND FLOOR -
004311* THE ACCOUNT'S PRODCFG PRODUCT WHEN IT HAS ONE ON FILE, THE
004312* CONTROL CARD'S OTHERWISE. A BLANK OR LOW-VALUES PRODUCT-CODE
004313* IS NO PRODUCT
004314*-----------------------------------------------------------------
004315 2810-MINPAY-TERMS.

004316     MOVE SP-MINPAY-PCT TO WS-MINPAY-PCT.
004317     MOVE SP-MINPAY-MIN TO WS-MINPAY-FLOOR.

004318     IF AF-PRODUCT-CODE = SPACES OR
004319        AF-PRODUCT-CODE = LOW-VALUES THEN
004320         GO TO 2810-EXIT
004321     END-IF.

004322     MOVE AF-PRODUCT-CODE TO PD-CODE.

004323     READ PRODCFG-FILE
004324         INVALID KEY
004325             GO TO 2810-EXIT
004326     END-READ.

004327     MOVE PD-MINPAY-PCT TO WS-MINPAY-PCT.
004328     MOVE PD-MINPAY-FLOOR TO WS-MINPAY-FLOOR.

004329 2810-EXIT.
004330     EXIT.

004331*-----------------------------------------------------------------
004332* 2900-PRINT-SEGMENTS PRINTS THE BALANCE BREAKDOWN FOR AN ACCOUNT
004333* CARRYING A LIVE CASH OR PROMOTIONAL SEGMENT - EACH ONE WITH ITS
004334* RATE (A PROMOTION WITH ITS END DATE), THEN PURCHASES AS THE
004335* REST OF THE CLOSING BALANCE AT THE PURCHASE ROW'S RATE. AN
004336* ACCOUNT THAT IS ALL PURCHASES PRINTS NOTHING EXTRA
004337*-----------------------------------------------------------------
004338 2900-PRINT-SEGMENTS.

004339     MOVE 0 TO WS-SEG-LINES.
004340     MOVE 0 TO WS-SEG-OTHERS.
004341     MOVE 0 TO WS-PURCH-RATE.
004342     MOVE 'N' TO WS-SEG-EOF-SW.

004343     MOVE AF-ACCTNO           TO SG-ACCTNO.
004344     MOVE LOW-VALUES          TO SG-TYPE.
004345     MOVE 0                   TO SG-SEG-NO.

004346     START BALSEG-FILE KEY IS NOT LESS THAN SG-KEY
004347         INVALID KEY
004348             MOVE 'Y' TO WS-SEG-EOF-SW
004349     END-START.

004350     PERFORM 2910-PRINT-ONE-SEGMENT THRU 2910-EXIT
004351         UNTIL WS-SEG-EOF.

004352     IF WS-SEG-LINES = 0 THEN
004353         GO TO 2900-EXIT
004354     END-IF.

004355     MOVE 'PURCHASES' TO SB-NAME.
004356     COMPUTE SB-AMOUNT = AF-CURR-BAL - WS-SEG-OTHERS.
004357     MOVE WS-PURCH-RATE TO SB-RATE.
004358     MOVE SPACES TO SB-UNTIL-LIT.
004359     MOVE SPACES TO SB-UNTIL.
004360     MOVE WS-SEG-LINE TO WS-RT-LINE.
004361     PERFORM 2700-ROUTE-LINE THRU 2700-EXIT.

004362 2900-EXIT.
004363     EXIT.

004364 2910-PRINT-ONE-SEGMENT.

004365     READ BALSEG-FILE NEXT RECORD
004366         AT END
004367             MOVE 'Y' TO WS-SEG-EOF-SW
004368             GO TO 2910-EXIT
004369     END-READ.

004370     IF SG-ACCTNO NOT = AF-ACCTNO THEN
004371         MOVE 'Y' TO WS-SEG-EOF-SW
004372         GO TO 2910-EXIT
004373     END-IF.

004374*    THE PURCHASE ROW SORTS LAST AND ONLY GIVES ITS RATE
004375     IF SG-PURCHASE THEN
004376         MOVE SG-ANNUAL-RATE TO WS-PURCH-RATE
004377         GO TO 2910-EXIT
004378     END-IF.

004379     IF NOT SG-LIVE OR SG-BALANCE = 0 THEN
004380         GO TO 2910-EXIT
004381     END-IF.

004382     IF WS-SEG-LINES = 0 THEN
004383         MOVE WS-SEG-HEAD-LINE TO WS-RT-LINE
004384         PERFORM 2700-ROUTE-LINE THRU 2700-EXIT
004385     END-IF.

004386     ADD 1 TO WS-SEG-LINES.
004387     ADD SG-BALANCE TO WS-SEG-OTHERS.

004388     MOVE SG-BALANCE TO SB-AMOUNT.
004389     MOVE SG-ANNUAL-RATE TO SB-RATE.
004390     IF SG-CASH THEN
004391         MOVE 'CASH ADVANCES' TO SB-NAME
004392         MOVE SPACES TO SB-UNTIL-LIT
004393         MOVE SPACES TO SB-UNTIL
004394     ELSE
004395         MOVE SG-SEG-NO TO SB-SEG-NO
004396         MOVE WS-SEG-PROMO-NAME TO SB-NAME
004397         MOVE 'UNTIL ' TO SB-UNTIL-LIT
004398         MOVE SG-PROMO-EXPIRY TO WS-UNTIL-DATE
004399         MOVE WS-UNTIL-DATE TO SB-UNTIL
004400     END-IF.
004401     MOVE WS-SEG-LINE TO WS-RT-LINE.
004402     PERFORM 2700-ROUTE-LINE THRU 2700-EXIT.

004403 2910-EXIT.
004404     EXIT.

004405*-----------------------------------------------------------------
004406* 2950-LOG-CORRESPONDENCE RECORDS THE STATEMENT ON CORRLOG - THE
004407* CHANNEL, THE NAME AND THE EXACT ADDRESS OR E-MAIL IT WENT TO,
004408* OR WHY IT WAS HELD BACK
004409*-----------------------------------------------------------------
004410 2950-LOG-CORRESPONDENCE.

004411     MOVE SPACES TO CORRLOG-REC.
004412     MOVE 0 TO CL-RUN-DATE CL-RUN-TIME CL-SEQNO.
004413     MOVE AF-ACCTNO TO CL-ACCTNO.
004414     MOVE 'STMT' TO CL-DOC-TYPE.
004415     MOVE SP-PERIOD TO CL-DOC-REF.
004416     MOVE 'DCI8BSTM' TO CL-JOBNAME.
004417     MOVE AF-TITL TO CL-TITL.
004418     MOVE AF-FNAME TO CL-FNAME.
004419     MOVE AF-SNAME TO CL-SNAME.
004420     MOVE 'N' TO CL-SUPP-FLAG.

004421     IF WS-CHANNEL-EMAIL THEN
004422         MOVE 'E' TO CL-CHANNEL
004423         MOVE AF-EMAIL TO CL-EMAIL
004424     ELSE
004425         MOVE 'P' TO CL-CHANNEL
004426         IF AF-MAIL-ADDR1 NOT = SPACES OR
004427            AF-MAIL-ADDR2 NOT = SPACES THEN
004428             MOVE AF-MAIL-ADDR1 TO CL-ADDR1
004429             MOVE AF-MAIL-ADDR2 TO CL-ADDR2
004430         ELSE
004431             MOVE AF-ADDR1 TO CL-ADDR1
004432             MOVE AF-ADDR2 TO CL-ADDR2
004433         END-IF
004434     END-IF.

004435     IF WS-CHANNEL-SUPPRESS THEN
004436         MOVE 'Y' TO CL-SUPP-FLAG
004437         IF AF-ESTATE-FLAG = 'D' THEN
004438             MOVE 'D' TO CL-SUPP-REASON
004439         ELSE
004440             MOVE 'G' TO CL-SUPP-REASON
004441         END-IF
004442     END-IF.

004443     CALL 'DCI8BCLG' USING CORRLOG-REC.

004444 2950-EXIT.
004445     EXIT.

004446*-----------------------------------------------------------------
004447* 2960-DOC-START OPENS A POSTED STATEMENT ON STMTPRT WITH ITS
004448* PRTDOC ROW - THE ACCOUNT AND THE ADDRESS IT IS PRINTED TO
004449*-----------------------------------------------------------------
004450 2960-DOC-START.

004451     MOVE SPACES TO PRTDOC-REC.
004452     MOVE '%DOC' TO DC-MARKER.
004453     MOVE 'STMT' TO DC-DOC-TYPE.
004454     MOVE 'DCI8BSTM' TO DC-JOBNAME.
004455     MOVE AF-ACCTNO TO DC-ACCTNO.
004456     MOVE SP-PERIOD TO DC-DOC-REF.
004457     IF AF-MAIL-ADDR1 NOT = SPACES OR
004458        AF-MAIL-ADDR2 NOT = SPACES THEN
004459         MOVE AF-MAIL-ADDR1 TO DC-ADDR1
004460         MOVE AF-MAIL-ADDR2 TO DC-ADDR2
004461     ELSE
004462         MOVE AF-ADDR1 TO DC-ADDR1
004463         MOVE AF-ADDR2 TO DC-ADDR2
004464     END-IF.

004465     WRITE PRINT-LINE FROM PRTDOC-REC.

004466 2960-EXIT.
004467     EXIT.

004468*-----------------------------------------------------------------
004469* 2700-ROUTE-LINE SENDS ONE STATEMENT LINE DOWN THE ACCOUNT'S
004470* CHOSEN CHANNEL - THE POSTAL PRINT FILE OR THE ELECTRONIC
004471* DELIVERY FILE
004472*-----------------------------------------------------------------
004473 2700-ROUTE-LINE.

004474     IF WS-CHANNEL-EMAIL THEN
004475         WRITE EMAIL-LINE FROM WS-RT-LINE
004476     ELSE IF WS-CHANNEL-SUPPRESS THEN
004477         CONTINUE
004478     ELSE
004479         WRITE PRINT-LINE FROM WS-RT-LINE
004480         END-IF
004481     END-IF.

004482 2700-EXIT.
004483     EXIT.

004484 9000-TERMINATE.

004485     DISPLAY 'DCI8BSTM - MONTHLY STATEMENT RUN - RUN SUMMARY'.
004486     DISPLAY 'ACCOUNTS READ    : ' WS-READ-COUNT.
004487     DISPLAY 'STATEMENTS MADE  : ' WS-STMT-COUNT.
004488     DISPLAY 'POSTAL CHANNEL   : ' WS-POSTAL-COUNT.
004489     DISPLAY 'EMAIL CHANNEL    : ' WS-EMAIL-COUNT.
004490     DISPLAY 'TXN LINES PRINTED: ' WS-TXN-COUNT.
004491     DISPLAY 'CYCLE ROWS FILED : ' WS-CYCLE-COUNT.
004492     DISPLAY 'OFF-CYCLE SKIPPED: ' WS-OFFCYCLE-COUNT.
004493     DISPLAY 'GONE-AWAY HELD   : ' WS-GONEAWAY-COUNT.

004494     CLOSE ACCTFILE.
004495     CLOSE ACCTTXN-FILE.
004500     CLOSE PRINT-FILE.
004510     CLOSE EMAIL-FILE.
004511     CLOSE BALHIST-FILE.
004512     CLOSE CYCLE-FILE.
004516     CLOSE TXNNARR-FILE.
004517     CLOSE TXNREV-FILE.
004518     CLOSE BALSEG-FILE.
004519     CLOSE PRODCFG-FILE.

004520 9000-EXIT.
004530     EXIT.
004580*-----------------------------------------------------------------
004590 8100-WRITE-JRNL-START.

004591*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
004592*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
004593     MOVE 'DCI8BSTM' TO JG-JOBNAME.
004594     CALL 'DCI8BJGT' USING JOBGATE.
004595     IF JG-RC-BLOCKED THEN
004596         MOVE JG-BLOCKED-RC TO RETURN-CODE
004597         STOP RUN
004598     END-IF.

004600     MOVE 'DCI8BSTM' TO JR-JOBNAME.
004610     MOVE 'S' TO JR-ROW-TYPE.
004620     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
