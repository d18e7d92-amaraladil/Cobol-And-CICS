000170*                 PER-STATUS RATES ON THE RATECFG FILE, REPLACING
000180*                 THE HAND-KEYED SPREADSHEET FIGURES THAT USED TO
000190*                 GO IN THROUGH TXNIN WITH NO AUDIT TRAIL
000191* 2026-09-14 AA   INTEREST NOW ACCRUES PER BALANCE SEGMENT
000192*                 (BALSEG) - PURCHASES AT THE STATUS RATE, CASH
000194*                 AT THE STATUS RATE PLUS THE ACCTCTL 'CASHUPLF'
000195*                 UPLIFT, EACH PROMOTION AT ITS OWN RATE - AND
000196*                 PROMOTIONS WHOSE TERM HAS RUN OUT ROLL INTO
000197*                 PURCHASES AT THE PERIOD END
000198* 2026-09-24 AA   NO INTEREST ON AN ACCOUNT WITH AN ACTIVE
000199*                 INSOLVENCY CASE (INSOLV FILE, DCI8DPHK) - THE
000200*                 DEBT IS FROZEN AT THE CLAIM; COUNTED
000201* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000202*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000203*                 STOPS WITH RETURN CODE 12 WHEN A
000204*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000205* 2026-10-07 AA   NEW PASS ENTRY DCI8PINT - THE DCI8BNAP
000206*                 CONSOLIDATED ACCTFILE PASS HANDS IN ONE
000207*                 ACCOUNT AT A TIME; STANDING ALONE THE RUN
000208*                 IS UNCHANGED
000209* 2026-10-08 AA   EVERY NEW ACCTTXN ROW IS SEALED INTO ITS
000210*                 ACCOUNT'S HASH CHAIN THROUGH DCI8BHCN
000211* 2026-10-15 AA   AN ACCOUNT ON A CATALOGUE PRODUCT (PRODCFG)
000212*                 ACCRUES AT THE PRODUCT'S RATE; NO PRODUCT, OR
000213*                 ONE NOT ON FILE, KEEPS THE RATECFG STATUS RATE
000214* 2026-10-15 AA   CREDITS DATED IN THE PERIOD THAT DCI8BPST DID
000215*                 NOT ALLOCATE (ONLINE, WEB, QUEUED, SUSPENSE
000216*                 AND SYSTEM CREDITS) NOW PAY THE SEGMENTS
000217*                 HIGHEST RATE FIRST BEFORE THE ACCRUAL
000218*-----------------------------------------------------------------
000219*****************************************************************
000220* THIS JOB READS A SINGLE CONTROL CARD FROM INTPARM GIVING THE
000230* ACCRUAL PERIOD AS YYYYMM (FOR THE REPORT HEADING), THEN WALKS
000240* ACCTFILE IN KEY SEQUENCE. EVERY ACCOUNT WITH A POSITIVE DRAWN
000314* RERUN LANDS ON A LATER CALENDAR DAY. THE SAME DUPLICATE-KEY
000320* RESTART PROTECTION THE POSTING RUN RELIES ON. A STATUS WITH
000330* NO RATECFG ROW ACCRUES NOTHING, SO AN EMPTY FILE CHANGES
000331* NOTHING.
000332* THE DRAWN BALANCE IS SPLIT OVER THE ACCOUNT'S BALSEG ROWS -
000333* CASH AND PROMOTIONAL SEGMENTS AS FILED BY DCI8BPST, PURCHASES
000334* AS WHATEVER CURR-BAL HOLDS BEYOND THEM. EACH SEGMENT ACCRUES
000335* AT ITS OWN RATE AND THE SUM IS THE ONE INTEREST ROW; THE
000336* INTEREST ITSELF JOINS PURCHASES. A PROMOTION WHOSE TERM ENDS
000337* ON OR BEFORE THE PERIOD END ACCRUES AT ITS OWN RATE THIS ONE
000338* LAST TIME AND THEN ROLLS INTO PURCHASES. AN ACCOUNT WITH NO
000339* SEGMENT ROWS ACCRUES EXACTLY AS IT ALWAYS DID, AND GAINS A
000340* PURCHASE ROW FOR THE STATEMENT BREAKDOWN. A CREDIT POSTED
000341* OUTSIDE DCI8BPST (ONLINE, BY THE WEB SERVICE OR ITS QUEUE, BY
000342* A SUSPENSE REALLOCATION OR A SYSTEM ROW) ONLY REDUCED CURR-BAL
000343* WHEN IT WAS POSTED; BEFORE ACCRUING, EVERY SUCH CREDIT DATED
000344* IN THE PERIOD PAYS THE SEGMENTS HIGHEST RATE FIRST, AS A
000345* NIGHTLY CREDIT DOES
000346* AN ACCOUNT WHOSE PRODUCT-CODE NAMES A PRODCFG ROW TAKES ITS
000347* PURCHASE RATE FROM THE PRODUCT INSTEAD OF ITS STATUS; THE
000348* CASH UPLIFT IS ADDED ON TOP EITHER WAY
000350*****************************************************************

000360 ENVIRONMENT DIVISION.

000550     SELECT ACCTTXN-FILE ASSIGN TO ACCTTXN
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS TX-KEY
000590         FILE STATUS IS WS-ACCTTXN-STATUS.

000591     SELECT BALSEG-FILE ASSIGN TO BALSEG
000592         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS DYNAMIC
000594         RECORD KEY IS SG-KEY
000595         FILE STATUS IS WS-BALSEG-STATUS.

000596     SELECT ACCTCTL-FILE ASSIGN TO ACCTCTL
000597         ORGANIZATION IS INDEXED
000598         ACCESS MODE IS RANDOM
000599         RECORD KEY IS CT-KEYNAME
000600         FILE STATUS IS WS-ACCTCTL-STATUS.

000601     SELECT INSOLV-FILE ASSIGN TO INSOLV
000602         ORGANIZATION IS INDEXED
000603         ACCESS MODE IS RANDOM
000604         RECORD KEY IS IV-ACCTNO
000605         FILE STATUS IS WS-INSOLV-STATUS.

000606     SELECT PRODCFG-FILE ASSIGN TO PRODCFG
000607         ORGANIZATION IS INDEXED
000608         ACCESS MODE IS RANDOM
000609         RECORD KEY IS PD-CODE
000610         FILE STATUS IS WS-PRODCFG-STATUS.

000613     SELECT REPORT-FILE ASSIGN TO INTRPT
000616         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-REPORT-STATUS.

000630     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
001098     05  AF-CUST-ID              PIC 9(08).
001099     05  AF-ESTATE-FLAG          PIC X(01).
001097     05  AF-SENS-FLAG            PIC X(01).
001098     05  AF-ANNFEE-PLAN          PIC X(01).
001099     05  AF-SETTLE-FLAG          PIC X(01).
001100     05  AF-PRODUCT-CODE         PIC X(04).

001101 FD  RATECFG-FILE
001102     LABEL RECORDS ARE STANDARD.
001103 01  RATECFG-REC.
001104     05  IR-STAT                 PIC X(01).
001105     05  IR-ANNUAL-RATE          PIC 9(02)V99.

001110 FD  ACCTTXN-FILE
001120     LABEL RECORDS ARE STANDARD.
001200     05  TX-POSTED-INFO.
001210         10  TX-POST-DATE        PIC S9(7) COMP-3.
001220         10  TX-POST-JOB         PIC X(08).
001221     05  TX-SOURCE               PIC X(01).
001222     05  TX-CHAIN-INFO.
001223         10  TX-CHAIN-NO         PIC 9(09) COMP.
001224         10  TX-CHAIN-PREV       PIC 9(18) COMP.
001225         10  TX-CHAIN-HASH       PIC 9(18) COMP.

001231*-----------------------------------------------------------------
001232* BALSEG - THE ACCOUNT'S BALANCE SEGMENTS, EACH WITH ITS RATE
001233*-----------------------------------------------------------------
001234 FD  BALSEG-FILE
001235     LABEL RECORDS ARE STANDARD.
001236 01  BALSEG-REC.
001237     05  SG-KEY.
001238         10  SG-ACCTNO           PIC X(09).
001239         10  SG-TYPE             PIC X(01).
001240             88  SG-CASH                 VALUE 'C'.
001241             88  SG-PROMO                VALUE 'M'.
001242             88  SG-PURCHASE             VALUE 'P'.
001243         10  SG-SEG-NO           PIC 9(02).
001244     05  SG-BALANCE              PIC S9(08)V99 COMP-3.
001245     05  SG-ANNUAL-RATE          PIC 9(02)V99.
001246     05  SG-PROMO-EXPIRY         PIC S9(7) COMP-3.
001247     05  SG-STATUS               PIC X(01).
001248         88  SG-LIVE                     VALUE 'L'.
001249     05  SG-OPENED-INFO.
001250         10  SG-OPEN-DATE        PIC S9(7) COMP-3.
001251         10  SG-OPEN-JOB         PIC X(08).
001252     05  SG-LAST-INT-PERIOD      PIC 9(06).
001253     05  SG-LAST-INTEREST        PIC 9(08)V99 COMP-3.
001254     05  SG-CLOSE-DATE           PIC S9(7) COMP-3.

001255 FD  ACCTCTL-FILE
001256     LABEL RECORDS ARE STANDARD.
001257 01  ACCTCTL-REC.
001258     05  CT-KEYNAME              PIC X(08).
001259     05  CT-NEXT-ACCTNO          PIC 9(08).

001260*-----------------------------------------------------------------
001261* INSOLV - INSOLVENCY CASES, ONE ROW PER ACCOUNT, RECORDED ON
001262* DCI8DPHK. ONLY THE KEY AND STATUS ARE NEEDED HERE
001263*-----------------------------------------------------------------
001264 FD  INSOLV-FILE
001265     LABEL RECORDS ARE STANDARD.
001266 01  INSOLV-REC.
001267     05  IV-ACCTNO               PIC X(09).
001268     05  IV-CASE-TYPE            PIC X(01).
001269     05  IV-STATUS               PIC X(01).
001270         88  IV-ACTIVE                   VALUE 'A'.
001271     05  FILLER                  PIC X(224).

001272*-----------------------------------------------------------------
001273* PRODCFG - THE PRODUCT CATALOGUE, KEYED BY PRODUCT CODE AND
001274* MAINTAINED ON DCI8DPGG AS FILE 'D'. ONLY THE RATE IS USED HERE
001275*-----------------------------------------------------------------
001276 FD  PRODCFG-FILE
001277     LABEL RECORDS ARE STANDARD.
001278 01  PRODCFG-REC.
001279     05  PD-CODE                 PIC X(04).
001280     05  PD-ANNUAL-RATE          PIC 9(02)V99.
001281     05  FILLER                  PIC X(32).

001282 FD  REPORT-FILE
001283     RECORDING MODE IS F
001284     LABEL RECORDS ARE STANDARD.
001285 01  REPORT-LINE                 PIC X(80).

001286*-----------------------------------------------------------------
001290* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001300* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001310*-----------------------------------------------------------------
001460 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001470 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001471     COPY 'JOBGATE'.

001472*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
001473     COPY 'CHAINPRM'.

001476*    'Y' WHEN CALLED THROUGH THE PASS ENTRY - DCI8BNAP THEN
001477*    OWNS ACCTFILE AND HANDS EACH RECORD IN
001478 77  WS-PASS-SW              PIC X(01) VALUE 'N'.
001479     88  WS-PASS-MODE                VALUE 'Y'.

001480 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001490 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001500 77  WS-RATECFG-STATUS       PIC X(02) VALUE SPACES.
001510 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
001520 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001523 77  WS-BALSEG-STATUS        PIC X(02) VALUE SPACES.
001526 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
001528 77  WS-INSOLV-STATUS        PIC X(02) VALUE SPACES.
001529 77  WS-PRODCFG-STATUS       PIC X(02) VALUE SPACES.

001530 01  WS-SWITCHES.
001540     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001570         88  WS-PARM-OK              VALUE 'Y'.
001580     05  WS-RATE-FOUND-SW    PIC X(01) VALUE 'N'.
001590         88  WS-RATE-FOUND           VALUE 'Y'.
001591     05  WS-PROD-FOUND-SW    PIC X(01) VALUE 'N'.
001592         88  WS-PROD-FOUND           VALUE 'Y'.
001593     05  WS-SEG-EOF-SW       PIC X(01) VALUE 'N'.
001594         88  WS-SEG-EOF              VALUE 'Y'.
001595     05  WS-ACCRUED-SW       PIC X(01) VALUE 'N'.
001596         88  WS-ACCRUED              VALUE 'Y'.
001597     05  WS-INSOLV-SW        PIC X(01) VALUE 'N'.
001598         88  WS-INSOLVENT            VALUE 'Y'.

001600 01  WS-COUNTERS.
001610     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001630     05  WS-NORATE-COUNT     PIC 9(07) COMP-3 VALUE 0.
001640     05  WS-REPOST-COUNT     PIC 9(07) COMP-3 VALUE 0.
001650     05  WS-SKIPPED-COUNT    PIC 9(07) COMP-3 VALUE 0.
001653     05  WS-ROLLED-COUNT     PIC 9(07) COMP-3 VALUE 0.
001656     05  WS-RESYNC-COUNT     PIC 9(07) COMP-3 VALUE 0.
001658     05  WS-INSOLV-COUNT     PIC 9(07) COMP-3 VALUE 0.
001659     05  WS-ALLOCATED-COUNT  PIC 9(07) COMP-3 VALUE 0.

001660*-----------------------------------------------------------------
001670* ONE MONTH'S INTEREST - ANNUAL RATE OVER 12 APPLIED TO THE
001870*-----------------------------------------------------------------
001880 77  WS-INTEREST-SEQNO       PIC 9(04) COMP VALUE 8001.

001881*-----------------------------------------------------------------
001882* BALANCE-SEGMENT TABLE FOR THE ACCOUNT IN HAND - SLOT 1 IS
001883* ALWAYS PURCHASES (THE REMAINDER), THEN THE LIVE CASH AND
001884* PROMOTIONAL ROWS IN KEY ORDER. THE PURCHASE RATE IS THE
001885* STATUS'S RATECFG RATE, CASH CARRIES THE ACCTCTL 'CASHUPLF'
001886* UPLIFT (HUNDREDTHS OF A PERCENT, NONE WHEN THE ROW IS MISSING)
001887*-----------------------------------------------------------------
001888 77  WS-CASH-UPLIFT          PIC 9(02)V99 VALUE 0.
001889 77  WS-PURCH-RATE           PIC 9(02)V99 VALUE 0.
001890 77  WS-CASH-RATE            PIC 9(02)V99 VALUE 0.
001891 77  WS-SEG-OTHERS           PIC S9(10)V99 COMP-3 VALUE 0.
001892 77  WS-ALLOC-LEFT           PIC S9(10)V99 COMP-3 VALUE 0.
001893 77  WS-ALLOC-TAKE           PIC S9(10)V99 COMP-3 VALUE 0.
001894 77  WS-SEG-COUNT            PIC S9(04) COMP VALUE 0.
001895 77  WS-SEG-SUB              PIC S9(04) COMP VALUE 0.
001896 77  WS-SEG-PICK             PIC S9(04) COMP VALUE 0.

001897 01  WS-SEG-TABLE.
001898     05  WS-SEG-ENTRY OCCURS 26 TIMES.
001899         10  WS-SEG-TYPE     PIC X(01).
001900         10  WS-SEG-NO       PIC 9(02).
001901         10  WS-SEG-BAL      PIC S9(10)V99 COMP-3.
001902         10  WS-SEG-RATE     PIC 9(02)V99.
001903         10  WS-SEG-EXPIRY   PIC S9(7) COMP-3.
001904         10  WS-SEG-INT      PIC 9(08)V99 COMP-3.
001905         10  WS-SEG-STATUS   PIC X(01).
001906         10  WS-SEG-ONFILE-SW PIC X(01).
001907             88  WS-SEG-ONFILE       VALUE 'Y'.
001908         10  WS-SEG-CHG-SW   PIC X(01).
001909             88  WS-SEG-CHANGED      VALUE 'Y'.

001910*-----------------------------------------------------------------
001911* THE PERIOD'S CREDITS STILL TO ALLOCATE - THOSE DATED AFTER THE
001912* PURCHASE ROW'S ALLOCATED-THROUGH DATE (AND NOT BEFORE THE
001913* OLDEST LIVE CASH OR PROMOTIONAL ROW OPENED) UP TO THE PERIOD
001914* END, LESS ANY DCI8BPST ALLOCATED ITSELF WHEN IT POSTED THEM
001915*-----------------------------------------------------------------
001916 77  WS-ALLOC-THRU           PIC S9(7) COMP-3 VALUE 0.
001917 77  WS-ALLOC-FROM           PIC S9(7) COMP-3 VALUE 0.
001918 77  WS-FIRST-OPEN           PIC S9(7) COMP-3 VALUE 0.
001919 77  WS-ALLOC-CREDITS        PIC S9(10)V99 COMP-3 VALUE 0.
001920 77  WS-TXN-EOF-SW           PIC X(01) VALUE 'N'.
001921     88  WS-TXN-EOF                  VALUE 'Y'.
001922 77  WS-ALLOC-PURCH-SW       PIC X(01) VALUE 'N'.
001923     88  WS-ALLOC-PURCH              VALUE 'Y'.

001924 01  WS-REPORT-HEADING1.
001925     05  FILLER PIC X(80) VALUE
001926         'DCI8BINT - MONTHLY INTEREST ACCRUAL'.

001927 01  WS-REPORT-HEADING2.
001930     05  FILLER              PIC X(17) VALUE
001940         'ACCRUAL PERIOD: '.
001950     05  HD-PERIOD           PIC 9(06).
002150     05  DL-NOTE             PIC X(16).
002160     05  FILLER              PIC X(12) VALUE SPACES.

002161*    ONE LINE PER SEGMENT UNDER AN ACCOUNT THAT HAS MORE THAN
002162*    PURCHASES - THE BALANCE EACH ACCRUED ON, ITS RATE, ITS SHARE
002163 01  WS-SEGMENT-LINE.
002164     05  FILLER              PIC X(04) VALUE SPACES.
002165     05  SL-SEGMENT          PIC X(13).
002166     05  SL-BALANCE          PIC -ZZ,ZZZ,ZZ9.99.
002167     05  FILLER              PIC X(02) VALUE SPACES.
002168     05  SL-RATE             PIC Z9.99.
002169     05  FILLER              PIC X(03) VALUE SPACES.
002170     05  SL-INTEREST         PIC ZZ,ZZZ,ZZ9.99.
002171     05  FILLER              PIC X(26) VALUE SPACES.

002172 01  WS-SEG-NAME.
002173     05  FILLER              PIC X(10) VALUE 'PROMOTION '.
002174     05  SN-SEG-NO           PIC 9(02).
002175     05  FILLER              PIC X(01) VALUE SPACE.

002176 LINKAGE SECTION.

002177 COPY 'ACCTPASS'.

002178 PROCEDURE DIVISION.

002180 0000-MAINLINE.

002416         PERFORM 1200-PERIOD-END THRU 1200-EXIT
002417     END-IF.

002420     IF NOT WS-PASS-MODE THEN
002423         OPEN I-O ACCTFILE
002426     END-IF.
002430     OPEN INPUT RATECFG-FILE.
002440     OPEN I-O ACCTTXN-FILE.
002445     OPEN I-O BALSEG-FILE.
002447     OPEN INPUT INSOLV-FILE.
002448     OPEN INPUT PRODCFG-FILE.
002450     OPEN OUTPUT REPORT-FILE.

002460     ACCEPT WS-TODAY-YYYYDDD FROM DAY YYYYDDD.

002461*    THE CASH UPLIFT IS READ ONCE FOR THE RUN
002462     OPEN INPUT ACCTCTL-FILE.
002463     MOVE 'CASHUPLF' TO CT-KEYNAME.
002464     READ ACCTCTL-FILE
002465         INVALID KEY
002466             CONTINUE
002467     END-READ.
002468     IF WS-ACCTCTL-STATUS = '00' THEN
002469         COMPUTE WS-CASH-UPLIFT = CT-NEXT-ACCTNO / 100
002470             ON SIZE ERROR
002471                 MOVE 0 TO WS-CASH-UPLIFT
002472         END-COMPUTE
002473     END-IF.
002474     CLOSE ACCTCTL-FILE.

002477     IF WS-PARM-OK THEN
002480         MOVE IP-PERIOD TO HD-PERIOD
002490         WRITE REPORT-LINE FROM WS-REPORT-HEADING1
002500         WRITE REPORT-LINE FROM WS-REPORT-HEADING2

002580 1100-READ-ACCTFILE.

002582*    IN THE PASS THE NEXT RECORD COMES FROM DCI8BNAP
002584     IF WS-PASS-MODE THEN
002586         GO TO 1100-EXIT
002588     END-IF.

002590     READ ACCTFILE NEXT RECORD
002600         AT END
002610             GO TO 1100-EOF
002700* 2000-PROCESS-ACCOUNT ACCRUES ON THE JUST-READ ACCOUNT WHEN IT
002710* HAS A POSITIVE DRAWN BALANCE AND ITS STATUS HAS A RATE ON
002720* FILE - AN ACCOUNT IN CREDIT, AT ZERO, OR WITH NO RATE ROW IS
002730* PASSED OVER. EVERY ACCOUNT'S SEGMENTS ARE LOADED, ROLLED AT
002735* THE END OF A PROMOTION AND FILED BACK, WHETHER IT ACCRUED.
002737* AN ACCOUNT WITH AN ACTIVE INSOLVENCY CASE ACCRUES NOTHING
002740*-----------------------------------------------------------------
002750 2000-PROCESS-ACCOUNT.

002752     MOVE 'N' TO WS-ACCRUED-SW.
002755     PERFORM 2100-LOOKUP-RATE THRU 2100-EXIT.
002757     PERFORM 2050-LOAD-SEGMENTS THRU 2050-EXIT.

002760     IF AF-CURR-BAL > 0 THEN
002765         PERFORM 2070-CHECK-INSOLVENCY THRU 2070-EXIT
002770         IF WS-INSOLVENT THEN
002775             ADD 1 TO WS-INSOLV-COUNT
002780         ELSE IF WS-RATE-FOUND THEN
002790             PERFORM 2200-ACCRUE-INTEREST THRU 2200-EXIT
002800         ELSE
002810             ADD 1 TO WS-NORATE-COUNT
002815             END-IF
002820         END-IF
002830     END-IF.

002833     PERFORM 2300-ROLL-PROMOTIONS THRU 2300-EXIT.
002836     PERFORM 2400-SAVE-SEGMENTS THRU 2400-EXIT.

002840     PERFORM 1100-READ-ACCTFILE THRU 1100-EXIT.

002850 2000-EXIT.
002860     EXIT.

002861*-----------------------------------------------------------------
002862* 2050-LOAD-SEGMENTS FILLS THE SEGMENT TABLE FOR THE ACCOUNT IN
002863* HAND. PURCHASES ARE THE REMAINDER OF CURR-BAL, WHICH HAS
002864* ALREADY ABSORBED EVERY CREDIT POSTED BY A PATH THAT DOES NOT
002865* ALLOCATE; 2080 TAKES THE PERIOD'S SHARE OF THOSE BACK OUT OF
002866* PURCHASES AND PAYS THE SEGMENTS WITH IT HIGHEST RATE FIRST.
002867* A REMAINDER STILL BELOW ZERO (A CREDIT DATED BACK INTO A
002868* PERIOD ALREADY ALLOCATED) COMES OFF THE OTHER SEGMENTS
002869* HIGHEST RATE FIRST THE SAME WAY
002870*-----------------------------------------------------------------
002871 2050-LOAD-SEGMENTS.

002872     MOVE 1 TO WS-SEG-COUNT.
002873     MOVE 0 TO WS-SEG-OTHERS.
002874     MOVE 0 TO WS-ALLOC-THRU.
002875     MOVE 0 TO WS-FIRST-OPEN.
002876     MOVE 'P'                 TO WS-SEG-TYPE(1).
002877     MOVE 0                   TO WS-SEG-NO(1).
002878     MOVE 0                   TO WS-SEG-BAL(1).
002879     MOVE WS-PURCH-RATE       TO WS-SEG-RATE(1).
002880     MOVE 0                   TO WS-SEG-EXPIRY(1).
002881     MOVE 0                   TO WS-SEG-INT(1).
002882     MOVE 'L'                 TO WS-SEG-STATUS(1).
002883     MOVE 'N'                 TO WS-SEG-ONFILE-SW(1).
002884     MOVE 'N'                 TO WS-SEG-CHG-SW(1).

002885     MOVE 'N' TO WS-SEG-EOF-SW.
002886     MOVE AF-ACCTNO           TO SG-ACCTNO.
002887     MOVE LOW-VALUES          TO SG-TYPE.
002888     MOVE 0                   TO SG-SEG-NO.

002889     START BALSEG-FILE KEY IS NOT LESS THAN SG-KEY
002890         INVALID KEY
002891             MOVE 'Y' TO WS-SEG-EOF-SW
002892     END-START.

002893     PERFORM 2055-LOAD-ONE-SEGMENT THRU 2055-EXIT
002894         UNTIL WS-SEG-EOF.

002895     COMPUTE WS-SEG-BAL(1) = AF-CURR-BAL - WS-SEG-OTHERS.

002896     PERFORM 2080-ALLOCATE-CREDITS THRU 2080-EXIT.

002897     IF WS-SEG-BAL(1) < 0 AND WS-SEG-COUNT > 1 THEN
002898         COMPUTE WS-ALLOC-LEFT = 0 - WS-SEG-BAL(1)
002899         MOVE 0 TO WS-SEG-BAL(1)
002900         MOVE 1 TO WS-SEG-PICK
002901         PERFORM 2060-PAY-HIGHEST THRU 2060-EXIT
002902             UNTIL WS-ALLOC-LEFT = 0 OR WS-SEG-PICK = 0
002903         SUBTRACT WS-ALLOC-LEFT FROM WS-SEG-BAL(1)
002904         ADD 1 TO WS-RESYNC-COUNT
002905     END-IF.

002906 2050-EXIT.
002907     EXIT.

002908 2055-LOAD-ONE-SEGMENT.

002909     READ BALSEG-FILE NEXT RECORD
002910         AT END
002911             MOVE 'Y' TO WS-SEG-EOF-SW
002912             GO TO 2055-EXIT
002913     END-READ.

002914     IF SG-ACCTNO NOT = AF-ACCTNO THEN
002915         MOVE 'Y' TO WS-SEG-EOF-SW
002916         GO TO 2055-EXIT
002917     END-IF.

002918*    THE PURCHASE ROW'S OWN BALANCE IS LAST RUN'S FIGURE - ONLY
002919*    THE FACT THAT IT IS ON FILE, AND HOW FAR ITS CREDITS HAVE
002920*    BEEN ALLOCATED, MATTER HERE
002921     IF SG-PURCHASE THEN
002922         MOVE 'Y' TO WS-SEG-ONFILE-SW(1)
002923         MOVE SG-CLOSE-DATE TO WS-ALLOC-THRU
002924         GO TO 2055-EXIT
002925     END-IF.

002926     IF NOT SG-LIVE THEN
002927         GO TO 2055-EXIT
002928     END-IF.

002929     ADD SG-BALANCE TO WS-SEG-OTHERS.

002930     IF WS-FIRST-OPEN = 0 OR SG-OPEN-DATE < WS-FIRST-OPEN THEN
002931         MOVE SG-OPEN-DATE TO WS-FIRST-OPEN
002932     END-IF.

002933     IF WS-SEG-COUNT > 25 THEN
002934         GO TO 2055-EXIT
002935     END-IF.

002936     ADD 1 TO WS-SEG-COUNT.
002937     MOVE SG-TYPE         TO WS-SEG-TYPE(WS-SEG-COUNT).
002938     MOVE SG-SEG-NO       TO WS-SEG-NO(WS-SEG-COUNT).
002939     MOVE SG-BALANCE      TO WS-SEG-BAL(WS-SEG-COUNT).
002940     MOVE SG-PROMO-EXPIRY TO WS-SEG-EXPIRY(WS-SEG-COUNT).
002941     MOVE 0               TO WS-SEG-INT(WS-SEG-COUNT).
002942     MOVE SG-STATUS       TO WS-SEG-STATUS(WS-SEG-COUNT).
002943     MOVE 'Y'             TO WS-SEG-ONFILE-SW(WS-SEG-COUNT).
002944     MOVE 'N'             TO WS-SEG-CHG-SW(WS-SEG-COUNT).
002945     IF SG-CASH THEN
002946         MOVE WS-CASH-RATE TO WS-SEG-RATE(WS-SEG-COUNT)
002947     ELSE
002948         MOVE SG-ANNUAL-RATE TO WS-SEG-RATE(WS-SEG-COUNT)
002949     END-IF.

002950 2055-EXIT.
002951     EXIT.

002952*    ONE ALLOCATION STEP - THE HIGHEST-RATE SEGMENT STILL OWING
002953*    TAKES AS MUCH OF THE CREDIT AS IT CAN. PURCHASES TAKE
002954*    THEIR TURN ONLY WHEN WS-ALLOC-PURCH IS SET, AND ON EQUAL
002955*    RATES AFTER CASH AND PROMOTIONS - THE DCI8BPST ORDER
002956 2060-PAY-HIGHEST.

002957     MOVE 0 TO WS-SEG-PICK.

002958     PERFORM 2065-TRY-ONE-SEGMENT THRU 2065-EXIT
002959         VARYING WS-SEG-SUB FROM 2 BY 1
002960         UNTIL WS-SEG-SUB > WS-SEG-COUNT.

002961     IF WS-ALLOC-PURCH AND WS-SEG-BAL(1) > 0 THEN
002962         IF WS-SEG-PICK = 0 THEN
002963             MOVE 1 TO WS-SEG-PICK
002964         ELSE
002965             IF WS-SEG-RATE(1) > WS-SEG-RATE(WS-SEG-PICK) THEN
002966                 MOVE 1 TO WS-SEG-PICK
002967             END-IF
002968         END-IF
002969     END-IF.

002970     IF WS-SEG-PICK = 0 THEN
002971         GO TO 2060-EXIT
002972     END-IF.

002973     IF WS-SEG-BAL(WS-SEG-PICK) > WS-ALLOC-LEFT THEN
002974         MOVE WS-ALLOC-LEFT TO WS-ALLOC-TAKE
002975     ELSE
002976         MOVE WS-SEG-BAL(WS-SEG-PICK) TO WS-ALLOC-TAKE
002977     END-IF.

002978     SUBTRACT WS-ALLOC-TAKE FROM WS-SEG-BAL(WS-SEG-PICK).
002979     SUBTRACT WS-ALLOC-TAKE FROM WS-ALLOC-LEFT.
002980     MOVE 'Y' TO WS-SEG-CHG-SW(WS-SEG-PICK).

002981 2060-EXIT.
002982     EXIT.

002983 2065-TRY-ONE-SEGMENT.

002984     IF WS-SEG-BAL(WS-SEG-SUB) NOT > 0 THEN
002985         GO TO 2065-EXIT
002986     END-IF.

002987     IF WS-SEG-PICK = 0 THEN
002988         MOVE WS-SEG-SUB TO WS-SEG-PICK
002989         GO TO 2065-EXIT
002990     END-IF.

002991     IF WS-SEG-RATE(WS-SEG-SUB) > WS-SEG-RATE(WS-SEG-PICK) THEN
002992         MOVE WS-SEG-SUB TO WS-SEG-PICK
002993     END-IF.

002994 2065-EXIT.
002995     EXIT.

002996*-----------------------------------------------------------------
002997* 2070-CHECK-INSOLVENCY - WS-INSOLV-SW 'Y' WHEN THE ACCOUNT HAS
002998* AN ACTIVE INSOLVENCY CASE
002999*-----------------------------------------------------------------
003000 2070-CHECK-INSOLVENCY.

003001     MOVE 'N' TO WS-INSOLV-SW.
003002     MOVE AF-ACCTNO TO IV-ACCTNO.

003003     READ INSOLV-FILE
003004         INVALID KEY
003005             GO TO 2070-EXIT
003006     END-READ.

003007     IF IV-ACTIVE THEN
003008         MOVE 'Y' TO WS-INSOLV-SW
003009     END-IF.

003010 2070-EXIT.
003011     EXIT.

003012*-----------------------------------------------------------------
003013* 2080-ALLOCATE-CREDITS FINDS THE ACCOUNT'S CREDITS DATED IN THE
003014* PERIOD THAT DCI8BPST DID NOT ALLOCATE WHEN IT POSTED THEM -
003015* ONLINE AND WEB PAYMENTS, THE WEB QUEUE, SUSPENSE REALLOCATIONS
003016* AND THE SYSTEM CREDITS - PUTS THEM BACK ON PURCHASES, WHICH
003017* ABSORBED THEM, AND PAYS THE SEGMENTS WITH THEM HIGHEST RATE
003018* FIRST. THE PURCHASE ROW IS STAMPED WITH THE PERIOD END WHEN IT
003019* IS FILED (2410), SO A RERUN OF THE PERIOD ALLOCATES NOTHING
003020* TWICE. AN ACCOUNT WITH NO CASH OR PROMOTIONAL ROW HAS NOTHING
003021* TO ALLOCATE
003022*-----------------------------------------------------------------
003023 2080-ALLOCATE-CREDITS.

003024     MOVE 0 TO WS-ALLOC-CREDITS.

003025     IF WS-SEG-COUNT = 1 OR WS-ALLOC-THRU NOT < WS-PERIOD-END
003026         GO TO 2080-EXIT
003027     END-IF.

003028     COMPUTE WS-ALLOC-FROM = WS-ALLOC-THRU + 1.
003029     IF WS-FIRST-OPEN > WS-ALLOC-FROM THEN
003030         MOVE WS-FIRST-OPEN TO WS-ALLOC-FROM
003031     END-IF.

003032     MOVE 'N' TO WS-TXN-EOF-SW.
003033     MOVE AF-ACCTNO           TO TX-ACCTNO.
003034     MOVE WS-ALLOC-FROM       TO TX-DATE.
003035     MOVE 0                   TO TX-SEQNO.

003036     START ACCTTXN-FILE KEY IS NOT LESS THAN TX-KEY
003037         INVALID KEY
003038             MOVE 'Y' TO WS-TXN-EOF-SW
003039     END-START.

003040     PERFORM 2085-SUM-ONE-CREDIT THRU 2085-EXIT
003041         UNTIL WS-TXN-EOF.

003042     IF WS-ALLOC-CREDITS = 0 THEN
003043         GO TO 2080-EXIT
003044     END-IF.

003045     ADD WS-ALLOC-CREDITS TO WS-SEG-BAL(1).
003046     MOVE WS-ALLOC-CREDITS TO WS-ALLOC-LEFT.
003047     MOVE 'Y' TO WS-ALLOC-PURCH-SW.
003048     MOVE 1 TO WS-SEG-PICK.
003049     PERFORM 2060-PAY-HIGHEST THRU 2060-EXIT
003050         UNTIL WS-ALLOC-LEFT = 0 OR WS-SEG-PICK = 0.
003051     MOVE 'N' TO WS-ALLOC-PURCH-SW.

003052*    WHAT NO SEGMENT COULD TAKE IS A CREDIT BALANCE - PURCHASES
003053     SUBTRACT WS-ALLOC-LEFT FROM WS-SEG-BAL(1).
003054     ADD 1 TO WS-ALLOCATED-COUNT.

003055 2080-EXIT.
003056     EXIT.

003057*    ONE ACCTTXN ROW OF THE ACCOUNT - A CREDIT DATED UP TO THE
003058*    PERIOD END THAT THE NIGHTLY RUN DID NOT POST COUNTS
003059 2085-SUM-ONE-CREDIT.

003060     READ ACCTTXN-FILE NEXT RECORD
003061         AT END
003062             MOVE 'Y' TO WS-TXN-EOF-SW
003063             GO TO 2085-EXIT
003064     END-READ.

003065     IF TX-ACCTNO NOT = AF-ACCTNO OR
003066        TX-DATE > WS-PERIOD-END THEN
003067         MOVE 'Y' TO WS-TXN-EOF-SW
003068         GO TO 2085-EXIT
003069     END-IF.

003070     IF TX-TYPE = 'C' AND TX-POST-JOB NOT = 'DCI8BPST' THEN
003071         ADD TX-AMOUNT TO WS-ALLOC-CREDITS
003072     END-IF.

003073 2085-EXIT.
003074     EXIT.

003075 2100-LOOKUP-RATE.

003076     MOVE 'N' TO WS-RATE-FOUND-SW.
003077     MOVE 0 TO WS-PURCH-RATE.
003078     MOVE 0 TO WS-CASH-RATE.
003079     PERFORM 2110-LOOKUP-PRODUCT THRU 2110-EXIT.

003080     IF WS-PROD-FOUND THEN
003081         MOVE PD-ANNUAL-RATE TO WS-PURCH-RATE
003082     ELSE
003083         MOVE AF-STAT TO IR-STAT
003084         READ RATECFG-FILE
003085             INVALID KEY
003086                 GO TO 2100-EXIT
003087         END-READ
003088         MOVE IR-ANNUAL-RATE TO WS-PURCH-RATE
003089     END-IF.

003090     MOVE 'Y' TO WS-RATE-FOUND-SW.
003091     COMPUTE WS-CASH-RATE = WS-PURCH-RATE + WS-CASH-UPLIFT
003092         ON SIZE ERROR
003093             MOVE 99.99 TO WS-CASH-RATE
003094     END-COMPUTE.

003095 2100-EXIT.
003096     EXIT.

003097*-----------------------------------------------------------------
003098* 2110-LOOKUP-PRODUCT FINDS THE ACCOUNT'S CATALOGUE PRODUCT. A
003099* BLANK PRODUCT-CODE (OR LOW-VALUES ON A ROW FILED BEFORE THE
003100* FIELD EXISTED) OR A CODE NOT ON PRODCFG LEAVES IT NOT FOUND
003101*-----------------------------------------------------------------
003102 2110-LOOKUP-PRODUCT.

003103     MOVE 'N' TO WS-PROD-FOUND-SW.

003104     IF AF-PRODUCT-CODE = SPACES OR
003105        AF-PRODUCT-CODE = LOW-VALUES THEN
003106         GO TO 2110-EXIT
003107     END-IF.

003108     MOVE AF-PRODUCT-CODE TO PD-CODE.

003109     READ PRODCFG-FILE
003110         INVALID KEY
003111             GO TO 2110-EXIT
003112     END-READ.

003113     MOVE 'Y' TO WS-PROD-FOUND-SW.

003114 2110-EXIT.
003115     EXIT.

003116*-----------------------------------------------------------------
003117* 2200-ACCRUE-INTEREST WORKS OUT ONE TWELFTH OF THE ANNUAL RATE
003118* ON THE DRAWN BALANCE, FILES IT AS A TYPE 'I' ACCTTXN ROW ON
003119* THE RESERVED SEQUENCE AND ROLLS IT INTO CURR-BAL. A DUPLICATE
003120* KEY MEANS A PRIOR RUN TODAY ALREADY ACCRUED THIS ACCOUNT -
003121* COUNTED AND SKIPPED SO A RERUN NEVER DOUBLE-CHARGES
003122*-----------------------------------------------------------------
003123 2200-ACCRUE-INTEREST.

003124*    EACH SEGMENT'S SHARE, ROUNDED TO THE PENNY, THEN SUMMED -
003125*    WITH ONLY PURCHASES ON THE ACCOUNT THIS IS THE OLD
003126*    CURR-BAL TIMES THE STATUS RATE
003127     MOVE 0 TO WS-INTEREST.
003128     PERFORM 2210-SEGMENT-INTEREST THRU 2210-EXIT
003129         VARYING WS-SEG-SUB FROM 1 BY 1
003130         UNTIL WS-SEG-SUB > WS-SEG-COUNT.

003131     IF WS-INTEREST = 0 THEN
003132         GO TO 2200-EXIT
003133     END-IF.

003134     COMPUTE WS-NEW-BALANCE = AF-CURR-BAL + WS-INTEREST.

003140     IF WS-NEW-BALANCE > 99999999 THEN
003150         MOVE AF-ACCTNO TO DL-ACCTNO
003160         MOVE AF-STAT TO DL-STAT
003170         MOVE AF-CURR-BAL TO DL-BALANCE
003180         MOVE WS-PURCH-RATE TO DL-RATE
003190         MOVE WS-INTEREST TO DL-INTEREST
003200         MOVE 'WOULD OVERFLOW' TO DL-NOTE
003210         WRITE REPORT-LINE FROM WS-DETAIL-LINE
003330     WRITE ACCTTXN-REC
003340         INVALID KEY
003350             GO TO 2200-ALREADY-ACCRUED
003353         NOT INVALID KEY
003356             PERFORM 8600-SEAL-TXN-ROW THRU 8600-EXIT
003360     END-WRITE.

003370     MOVE WS-NEW-BALANCE TO AF-CURR-BAL.
003372*    THE INTEREST ITSELF IS A PURCHASE-SEGMENT BALANCE
003375     ADD WS-INTEREST TO WS-SEG-BAL(1).
003377     MOVE 'Y' TO WS-ACCRUED-SW.

003378*    IN THE PASS DCI8BNAP REWRITES AS SOON AS THIS STEP
003380*    RETURNS THE ACCOUNT
003381     IF WS-PASS-MODE THEN
003383         MOVE 'Y' TO AP-REWRITE-SW
003385     ELSE
003386         REWRITE ACCTFILE-REC
003388     END-IF.

003390     MOVE AF-ACCTNO TO DL-ACCTNO.
003391     MOVE AF-STAT TO DL-STAT.
003392     MOVE AF-CURR-BAL TO DL-BALANCE.
003393     MOVE WS-PURCH-RATE TO DL-RATE.
003394     MOVE WS-INTEREST TO DL-INTEREST.
003395     MOVE SPACES TO DL-NOTE.
003396     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

003397     IF WS-SEG-COUNT > 1 THEN
003398         PERFORM 2220-PRINT-SEGMENT THRU 2220-EXIT
003399             VARYING WS-SEG-SUB FROM 1 BY 1
003400             UNTIL WS-SEG-SUB > WS-SEG-COUNT
003401     END-IF.

003402     ADD 1 TO WS-ACCRUED-COUNT.
003403     GO TO 2200-EXIT.

003404 2200-ALREADY-ACCRUED.

003405     ADD 1 TO WS-REPOST-COUNT.

003406 2200-EXIT.
003407     EXIT.

003408 2210-SEGMENT-INTEREST.

003409     MOVE 0 TO WS-SEG-INT(WS-SEG-SUB).

003410     IF WS-SEG-BAL(WS-SEG-SUB) NOT > 0 THEN
003411         GO TO 2210-EXIT
003412     END-IF.

003413     COMPUTE WS-SEG-INT(WS-SEG-SUB) ROUNDED =
003414         WS-SEG-BAL(WS-SEG-SUB) * WS-SEG-RATE(WS-SEG-SUB) / 1200
003415         ON SIZE ERROR
003416             MOVE 0 TO WS-SEG-INT(WS-SEG-SUB)
003417     END-COMPUTE.

003418     ADD WS-SEG-INT(WS-SEG-SUB) TO WS-INTEREST.

003419 2210-EXIT.
003420     EXIT.

003421*    THE PURCHASE LINE SHOWS THE BALANCE THE INTEREST WAS
003422*    WORKED ON, BEFORE THE INTEREST JOINED IT
003423 2220-PRINT-SEGMENT.

003424     IF WS-SEG-TYPE(WS-SEG-SUB) = 'P' THEN
003425         MOVE 'PURCHASES' TO SL-SEGMENT
003426         COMPUTE SL-BALANCE = WS-SEG-BAL(1) - WS-INTEREST
003427     ELSE
003428         MOVE WS-SEG-BAL(WS-SEG-SUB) TO SL-BALANCE
003429         IF WS-SEG-TYPE(WS-SEG-SUB) = 'C' THEN
003430             MOVE 'CASH' TO SL-SEGMENT
003431         ELSE
003432             MOVE WS-SEG-NO(WS-SEG-SUB) TO SN-SEG-NO
003433             MOVE WS-SEG-NAME TO SL-SEGMENT
003434         END-IF
003435     END-IF.
003436     MOVE WS-SEG-RATE(WS-SEG-SUB) TO SL-RATE.
003437     MOVE WS-SEG-INT(WS-SEG-SUB) TO SL-INTEREST.
003438     WRITE REPORT-LINE FROM WS-SEGMENT-LINE.

003439 2220-EXIT.
003440     EXIT.

003441*-----------------------------------------------------------------
003442* 2300-ROLL-PROMOTIONS MOVES WHAT IS LEFT ON A PROMOTION WHOSE
003443* TERM ENDS ON OR BEFORE THE PERIOD END INTO PURCHASES, SO NEXT
003444* PERIOD IT ACCRUES AT THE STATUS RATE. THE ROW IS MARKED
003445* ROLLED AND NEVER COUNTS AGAIN, WHICH ALSO MAKES A RERUN SAFE
003446*-----------------------------------------------------------------
003447 2300-ROLL-PROMOTIONS.

003448     PERFORM 2310-ROLL-ONE-SEGMENT THRU 2310-EXIT
003449         VARYING WS-SEG-SUB FROM 2 BY 1
003450         UNTIL WS-SEG-SUB > WS-SEG-COUNT.

003451 2300-EXIT.
003452     EXIT.

003453 2310-ROLL-ONE-SEGMENT.

003454     IF WS-SEG-TYPE(WS-SEG-SUB) NOT = 'M' OR
003455        WS-SEG-EXPIRY(WS-SEG-SUB) = 0 OR
003456        WS-SEG-EXPIRY(WS-SEG-SUB) > WS-PERIOD-END THEN
003457         GO TO 2310-EXIT
003458     END-IF.

003459     ADD WS-SEG-BAL(WS-SEG-SUB) TO WS-SEG-BAL(1).
003460     MOVE 0 TO WS-SEG-BAL(WS-SEG-SUB).
003461     MOVE 'R' TO WS-SEG-STATUS(WS-SEG-SUB).
003462     MOVE 'Y' TO WS-SEG-CHG-SW(WS-SEG-SUB).
003463     ADD 1 TO WS-ROLLED-COUNT.

003464 2310-EXIT.
003465     EXIT.

003466*-----------------------------------------------------------------
003467* 2400-SAVE-SEGMENTS FILES THE TABLE BACK. THE PURCHASE ROW IS
003468* WRITTEN FOR ANY ACCOUNT WITH A BALANCE OR OTHER SEGMENTS, SO
003469* THE STATEMENT ALWAYS HAS ITS RATE; A CASH OR PROMOTIONAL ROW
003470* ONLY WHEN IT CHANGED OR ACCRUED. A PROMOTION PAID DOWN TO
003471* NOTHING IS CLEARED. UNDER CASH OR PROMOTIONAL ROWS THE
003472* PURCHASE ROW'S CLOSE DATE CARRIES THE PERIOD END ITS CREDITS
003473* ARE ALLOCATED THROUGH (2080)
003474*-----------------------------------------------------------------
003475 2400-SAVE-SEGMENTS.

003476     PERFORM 2410-SAVE-ONE-SEGMENT THRU 2410-EXIT
003477         VARYING WS-SEG-SUB FROM 1 BY 1
003478         UNTIL WS-SEG-SUB > WS-SEG-COUNT.

003479 2400-EXIT.
003480     EXIT.

003481 2410-SAVE-ONE-SEGMENT.

003482     IF WS-SEG-SUB = 1 THEN
003483         IF NOT WS-SEG-ONFILE(1) AND AF-CURR-BAL = 0 AND
003484            WS-SEG-COUNT = 1 THEN
003485             GO TO 2410-EXIT
003486         END-IF
003487     ELSE
003488         IF NOT WS-SEG-CHANGED(WS-SEG-SUB) AND
003489            NOT WS-ACCRUED THEN
003490             GO TO 2410-EXIT
003491         END-IF
003492     END-IF.

003493     MOVE AF-ACCTNO               TO SG-ACCTNO.
003494     MOVE WS-SEG-TYPE(WS-SEG-SUB) TO SG-TYPE.
003495     MOVE WS-SEG-NO(WS-SEG-SUB)   TO SG-SEG-NO.

003496     IF NOT WS-SEG-ONFILE(WS-SEG-SUB) THEN
003497         MOVE 0                TO SG-PROMO-EXPIRY
003498         MOVE 'L'              TO SG-STATUS
003499         MOVE WS-TODAY-YYYYDDD TO SG-OPEN-DATE
003500         MOVE 'DCI8BINT'       TO SG-OPEN-JOB
003501         MOVE 0                TO SG-LAST-INT-PERIOD
003502         MOVE 0                TO SG-LAST-INTEREST
003503         MOVE 0                TO SG-CLOSE-DATE
003504     ELSE
003505         READ BALSEG-FILE
003506             INVALID KEY
003507                 GO TO 2410-EXIT
003508         END-READ
003509     END-IF.

003510     MOVE WS-SEG-BAL(WS-SEG-SUB) TO SG-BALANCE.
003511     IF NOT SG-PROMO THEN
003512         MOVE WS-SEG-RATE(WS-SEG-SUB) TO SG-ANNUAL-RATE
003513     END-IF.
003514     IF WS-ACCRUED THEN
003515         MOVE IP-PERIOD TO SG-LAST-INT-PERIOD
003516         MOVE WS-SEG-INT(WS-SEG-SUB) TO SG-LAST-INTEREST
003517     END-IF.
003518     IF WS-SEG-STATUS(WS-SEG-SUB) = 'R' THEN
003519         MOVE 'R' TO SG-STATUS
003520         MOVE WS-TODAY-YYYYDDD TO SG-CLOSE-DATE
003521     END-IF.
003522     IF WS-SEG-SUB = 1 AND WS-SEG-COUNT > 1 AND
003523        WS-PERIOD-END > SG-CLOSE-DATE THEN
003524         MOVE WS-PERIOD-END TO SG-CLOSE-DATE
003525     END-IF.
003526     IF SG-PROMO AND SG-LIVE AND SG-BALANCE = 0 THEN
003527         MOVE 'X' TO SG-STATUS
003528         MOVE WS-TODAY-YYYYDDD TO SG-CLOSE-DATE
003529     END-IF.

003530     IF WS-SEG-ONFILE(WS-SEG-SUB) THEN
003531         REWRITE BALSEG-REC
003532             INVALID KEY
003533                 CONTINUE
003534         END-REWRITE
003535     ELSE
003536         WRITE BALSEG-REC
003537             INVALID KEY
003538                 CONTINUE
003539         END-WRITE
003540     END-IF.

003541 2410-EXIT.
003542     EXIT.

003543 9000-TERMINATE.

003544     DISPLAY 'DCI8BINT - INTEREST ACCRUAL - RUN SUMMARY'.
003545     DISPLAY 'ACCOUNTS READ    : ' WS-READ-COUNT.
003550     DISPLAY 'ACCOUNTS ACCRUED : ' WS-ACCRUED-COUNT.
003560     DISPLAY 'NO RATE ON FILE  : ' WS-NORATE-COUNT.
003570     DISPLAY 'ALREADY ACCRUED  : ' WS-REPOST-COUNT.
003580     DISPLAY 'WOULD OVERFLOW   : ' WS-SKIPPED-COUNT.
003583     DISPLAY 'PROMOTIONS ROLLED: ' WS-ROLLED-COUNT.
003586     DISPLAY 'SEGMENTS RESYNCED: ' WS-RESYNC-COUNT.
003588     DISPLAY 'INSOLVENCY CASE  : ' WS-INSOLV-COUNT.
003589     DISPLAY 'CREDITS ALLOCATED: ' WS-ALLOCATED-COUNT.

003591     IF NOT WS-PASS-MODE THEN
003594         CLOSE ACCTFILE
003597     END-IF.
003600     CLOSE RATECFG-FILE.
003610     CLOSE ACCTTXN-FILE.
003615     CLOSE BALSEG-FILE.
003617     CLOSE INSOLV-FILE.
003618     CLOSE PRODCFG-FILE.
003620     CLOSE REPORT-FILE.

003630 9000-EXIT.
003640     EXIT.

003641*-----------------------------------------------------------------
003642* 7000-PASS-ENTRY - THE DCI8BNAP CONSOLIDATED ACCTFILE PASS
003643* (SEE ACCTPASS). THE DRIVER OWNS ACCTFILE AND CALLS HERE TO
003644* OPEN, ONCE PER ACCOUNT AND TO CLOSE; EVERYTHING ELSE RUNS
003645* JUST AS IT DOES STANDING ALONE
003646*-----------------------------------------------------------------
003647 7000-PASS-ENTRY.
003648     ENTRY 'DCI8PINT' USING ACCTPASS.

003649     MOVE 'Y' TO WS-PASS-SW.

003650     IF AP-FUNC-OPEN THEN
003651         MOVE 'G' TO AP-STEP-STATUS
003652         PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT
003653         IF NOT AP-STEP-BLOCKED THEN
003654             PERFORM 1000-INITIALIZE THRU 1000-EXIT
003655             IF WS-EOF-YES THEN
003656                 MOVE 'N' TO AP-STEP-STATUS
003657             END-IF
003658         END-IF
003659     ELSE IF AP-FUNC-ACCOUNT THEN
003660         MOVE AP-ACCTFILE-REC TO ACCTFILE-REC
003661         ADD 1 TO WS-READ-COUNT
003662         PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
003663         MOVE ACCTFILE-REC TO AP-ACCTFILE-REC
003664     ELSE
003665         PERFORM 9000-TERMINATE THRU 9000-EXIT
003666         PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT
003667     END-IF
003668     END-IF.

003669     GOBACK.

003670 7000-EXIT.
003671     EXIT.

003672*-----------------------------------------------------------------
003673* 8600 - THE ACCTTXN ROW JUST WRITTEN JOINS ITS ACCOUNT'S
003674* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
003675* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
003676* AND THE ROW IS REWRITTEN WITH THEM
003677*-----------------------------------------------------------------
003678 8600-SEAL-TXN-ROW.

003679     MOVE 'S' TO CP-FUNCTION.
003680     MOVE 'T' TO CP-FILE.
003681     MOVE 'DCI8BINT' TO CP-JOBNAME.
003682     MOVE ACCTTXN-REC TO CP-ROW.
003683     CALL 'DCI8BHCN' USING CHAINPRM.

003684     MOVE CP-CHAIN-NO TO TX-CHAIN-NO.
003685     MOVE CP-PREV-HASH TO TX-CHAIN-PREV.
003686     MOVE CP-HASH TO TX-CHAIN-HASH.
003687     REWRITE ACCTTXN-REC.

003688 8600-EXIT.
003689     EXIT.

003690*-----------------------------------------------------------------
003691* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
003692* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
003693* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
003694*-----------------------------------------------------------------
003700 8100-WRITE-JRNL-START.

003701*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003702*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003703     MOVE 'DCI8BINT' TO JG-JOBNAME.
003704     CALL 'DCI8BJGT' USING JOBGATE.
003705     IF JG-RC-BLOCKED THEN
003706*        IN THE PASS ONLY THIS STEP DROPS OUT
003707         IF WS-PASS-MODE THEN
003708             MOVE 'B' TO AP-STEP-STATUS
003709             GO TO 8100-EXIT
003710         END-IF
003711         MOVE JG-BLOCKED-RC TO RETURN-CODE
003712         STOP RUN
003713     END-IF.

003714     MOVE 'DCI8BINT' TO JR-JOBNAME.
003720     MOVE 'S' TO JR-ROW-TYPE.
003730     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003740         JR-REJECTED-COUNT.
