000150* 2026-09-02 AA   INITIAL VERSION - MATCHES ACCTTXN CREDITS
000160*                 AGAINST EACH BILLING CYCLE'S MINIMUM PAYMENT
000170*                 AND CLASSES PAST-DUE ACCOUNTS 30/60/90+,
000171*                 LOADING THE WORKLIST WITH A SEVERITY SO THE
000172*                 COLLECTORS WORK THE WORST CASES FIRST
000173* 2026-09-08 AA   AN OPEN DISPUTE CASE (DISPUTE) WITH NO
000174*                 PROVISIONAL CREDIT COUNTS TOWARD THE MINIMUM -
000175*                 THE DISPUTED CHARGE IS NOT AGED WHILE THE CARD
000176*                 SCHEME DECIDES IT
000177* 2026-09-22 AA   AN ACCOUNT WITH AN ACTIVE VULNERABLE CUSTOMER
000178*                 MARKER (VULNMARK) HAS ITS ITEM ROUTED TO A
000179*                 SPECIALIST - AN ACTIVE OPERATOR WITH A VULNWORK
000180*                 GRANT ON FUNCAUTH - WHEN LOADED OR RAISED
000181* 2026-09-24 AA   AN ACCOUNT WITH AN ACTIVE INSOLVENCY CASE
000182*                 (INSOLV FILE, DCI8DPHK) IS NOT AGED ONTO THE
000183*                 WORKLIST, AND ANY ITEM ALREADY THERE IS TAKEN
000184*                 OFF
000185* 2026-09-27 AA   EVERY ITEM LOADED, RAISED, ROUTED OR REMOVED IS
000186*                 WRITTEN TO THE WLHIST WORKLIST HISTORY THROUGH
000187*                 DCI8BWLH, AND A PAST-DUE ACCOUNT WHOSE CYCLE
000188*                 COMES BACK TO PAID IS RECORDED AS CURED THERE
000189* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000190*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000191*                 STOPS WITH RETURN CODE 12 WHEN A
000192*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000193* 2026-10-08 AA   ACCTTXN RECORD WIDENED FOR THE HASH CHAIN
000194*                 FIELDS
000195* 2026-10-10 AA   OPERTAB RECORD WIDENED FOR THE OPERATOR'S
000196*                 CUSTOMER NUMBER AND DECLARED CONNECTED
000197*                 ACCOUNTS
000198* 2026-10-11 AA   OPERTAB RECORD WIDENED FOR THE ONE-OFF
000199*                 OUT-OF-HOURS SIGN-ON WINDOW
000200*-----------------------------------------------------------------
000210*****************************************************************
000220* THIS JOB WALKS THE BILLCYCL FILE DCI8BSTM WRITES. FOR EVERY
000290* 60, 1 FOR 30. AN ITEM ALREADY ON THE LIST ONLY EVER HAS ITS
000300* SEVERITY RAISED, NEVER LOWERED, AND A COLLECTOR'S RECORDED
000310* DISPOSITION IS LEFT ALONE. AN ACCOUNT PAST DUE BY LESS THAN
000320* 30 DAYS IS COUNTED BUT LEFT TO THE LETTER RUNS. AN ACCOUNT
000322* WITH AN ACTIVE INSOLVENCY CASE IS NEVER AGED - THE DEBT IS
000325* CLAIMED FROM THE PRACTITIONER, NOT COLLECTED - AND ITS ITEM,
000326* IF ONE IS ON THE LIST, IS DELETED
000327* EVERY CHANGE TO AN ITEM IS ALSO WRITTEN TO THE WLHIST
000328* HISTORY, AND A CYCLE FLIPPED TO PAID ON AN ACCOUNT WITH A
000329* PAST-DUE ITEM ON THE LIST RECORDS THE ACCOUNT AS CURED
000330*****************************************************************

000340 ENVIRONMENT DIVISION.
000480         RECORD KEY IS TX-KEY
000490         FILE STATUS IS WS-ACCTTXN-STATUS.

000491     SELECT DISPUTE-FILE ASSIGN TO DISPUTE
000493         ORGANIZATION IS INDEXED
000495         ACCESS MODE IS DYNAMIC
000496         RECORD KEY IS DS-KEY
000498         FILE STATUS IS WS-DISPUTE-STATUS.

000500     SELECT WORKLIST-FILE ASSIGN TO WORKLIST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS WL-ACCTNO
000540         FILE STATUS IS WS-WORKLIST-STATUS.

000541     SELECT OPERTAB-FILE ASSIGN TO OPERTAB
000542         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS RANDOM
000544         RECORD KEY IS OPER-ID
000545         FILE STATUS IS WS-OPERTAB-STATUS.

000546     SELECT FUNCAUTH-FILE ASSIGN TO FUNCAUTH
000547         ORGANIZATION IS INDEXED
000548         ACCESS MODE IS SEQUENTIAL
000549         RECORD KEY IS FA-KEY
000550         FILE STATUS IS WS-FUNCAUTH-STATUS.

000551     SELECT VULNMARK-FILE ASSIGN TO VULNMARK
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS DYNAMIC
000554         RECORD KEY IS VM-KEY
000555         FILE STATUS IS WS-VULNMARK-STATUS.

000556     SELECT INSOLV-FILE ASSIGN TO INSOLV
000557         ORGANIZATION IS INDEXED
000558         ACCESS MODE IS RANDOM
000559         RECORD KEY IS IV-ACCTNO
000560         FILE STATUS IS WS-INSOLV-STATUS.

000563     SELECT REPORT-FILE ASSIGN TO AGERPT
000566         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-REPORT-STATUS.

000580     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000870     05  TX-POSTED-INFO.
000880         10  TX-POST-DATE        PIC S9(7) COMP-3.
000890         10  TX-POST-JOB         PIC X(08).
000891     05  TX-SOURCE               PIC X(01).
000892     05  TX-CHAIN-INFO.
000893         10  TX-CHAIN-NO         PIC 9(09) COMP.
000894         10  TX-CHAIN-PREV       PIC 9(18) COMP.
000895         10  TX-CHAIN-HASH       PIC 9(18) COMP.

000901*-----------------------------------------------------------------
000902* DISPUTE - ONE ROW PER DISPUTED ACCTTXN ROW, KEYED ON THAT ROW'S
000903* OWN TX-KEY, SO AN ACCOUNT'S CASES SIT TOGETHER
000904*-----------------------------------------------------------------
000905 FD  DISPUTE-FILE
000906     LABEL RECORDS ARE STANDARD.
000907 01  DISPUTE-REC.
000908     05  DS-KEY.
000909         10  DS-ACCTNO           PIC X(09).
000910         10  DS-TXN-DATE         PIC S9(7) COMP-3.
000911         10  DS-TXN-SEQNO        PIC 9(04) COMP.
000912     05  DS-AMOUNT               PIC 9(08)V99.
000913     05  FILLER                  PIC X(45).
000914     05  DS-STATUS               PIC X(01).
000915         88  DS-OPEN                     VALUE 'O'.
000916     05  DS-PROV-FLAG            PIC X(01).
000917         88  DS-PROV-CREDITED            VALUE 'Y'.
000918     05  FILLER                  PIC X(48).

000919 FD  WORKLIST-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  WORKLIST-REC.
000940     05  WL-ACCTNO               PIC X(09).
001046     05  WL-PROMISE-FLAG         PIC X(01).
001048     05  WL-COLLECTOR            PIC X(03).

001049 FD  OPERTAB-FILE
001050     LABEL RECORDS ARE STANDARD.
001051 01  OPERREC.
001052     05  OPER-ID                 PIC X(03).
001053     05  OPER-CLASS              PIC X(01).
001054     05  OPER-EXPIRY-DATE        PIC S9(7) COMP-3.
001055     05  OPER-REVOKED-FLAG       PIC X(01).
001056         88  OPER-REVOKED                VALUE 'Y'.
001057     05  FILLER                  PIC X(171).

001058*-----------------------------------------------------------------
001059* FUNCAUTH - THE FUNCTION AUTHORITY MATRIX, READ ONCE AT START-UP
001060* FOR THE OPERATOR ROWS GRANTED VULNWORK (THE SPECIALISTS)
001061*-----------------------------------------------------------------
001062 FD  FUNCAUTH-FILE
001063     LABEL RECORDS ARE STANDARD.
001064 01  FUNCAUTH-REC.
001065     05  FA-KEY.
001066         10  FA-SUBJECT          PIC X(03).
001067         10  FA-FUNCTION         PIC X(08).
001068     05  FA-ALLOW-FLAG           PIC X(01).
001069         88  FA-ALLOWED                  VALUE 'Y'.

001070*-----------------------------------------------------------------
001071* VULNMARK - THE VULNERABLE CUSTOMER REGISTER, ONE ROW PER ACCOUNT
001072* PER CATEGORY - ONLY THE KEY AND STATUS ARE NEEDED HERE
001073*-----------------------------------------------------------------
001074 FD  VULNMARK-FILE
001075     LABEL RECORDS ARE STANDARD.
001076 01  VULNMARK-REC.
001077     05  VM-KEY.
001078         10  VM-ACCTNO           PIC X(09).
001079         10  VM-CATEGORY         PIC X(01).
001080     05  VM-STATUS               PIC X(01).
001081         88  VM-ACTIVE                   VALUE 'A'.
001082     05  FILLER                  PIC X(88).

001083*-----------------------------------------------------------------
001084* INSOLV - INSOLVENCY CASES, ONE ROW PER ACCOUNT, RECORDED ON
001085* DCI8DPHK. ONLY THE KEY AND STATUS ARE NEEDED HERE
001086*-----------------------------------------------------------------
001087 FD  INSOLV-FILE
001088     LABEL RECORDS ARE STANDARD.
001089 01  INSOLV-REC.
001090     05  IV-ACCTNO               PIC X(09).
001091     05  IV-CASE-TYPE            PIC X(01).
001092     05  IV-STATUS               PIC X(01).
001093         88  IV-ACTIVE                   VALUE 'A'.
001094     05  FILLER                  PIC X(224).

001095 FD  REPORT-FILE
001096     RECORDING MODE IS F
001097     LABEL RECORDS ARE STANDARD.
001098 01  REPORT-LINE                 PIC X(80).

001099*-----------------------------------------------------------------
001100* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001110* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001120*-----------------------------------------------------------------
001270 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001280 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001285     COPY 'JOBGATE'.

001290 77  WS-CYCLE-STATUS         PIC X(02) VALUE SPACES.
001300 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
001305 77  WS-DISPUTE-STATUS       PIC X(02) VALUE SPACES.
001310 77  WS-WORKLIST-STATUS      PIC X(02) VALUE SPACES.
001320     88  WS-WORKLIST-DUPKEY         VALUE '22'.
001330 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001332 77  WS-OPERTAB-STATUS       PIC X(02) VALUE SPACES.
001335 77  WS-FUNCAUTH-STATUS      PIC X(02) VALUE SPACES.
001337 77  WS-VULNMARK-STATUS      PIC X(02) VALUE SPACES.
001338 77  WS-INSOLV-STATUS        PIC X(02) VALUE SPACES.

001340 01  WS-SWITCHES.
001350     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001360         88  WS-EOF-YES              VALUE 'Y'.
001370     05  WS-TXN-EOF-SW       PIC X(01) VALUE 'N'.
001380         88  WS-TXN-EOF-YES          VALUE 'Y'.
001383     05  WS-DSP-EOF-SW       PIC X(01) VALUE 'N'.
001386         88  WS-DSP-EOF-YES          VALUE 'Y'.
001390     05  WS-DATE-OK-SW       PIC X(01) VALUE 'Y'.
001400         88  WS-DATE-OK              VALUE 'Y'.
001401     05  WS-FA-EOF-SW        PIC X(01) VALUE 'N'.
001402         88  WS-FA-EOF-YES           VALUE 'Y'.
001403     05  WS-VULN-SW          PIC X(01) VALUE 'N'.
001404         88  WS-VULNERABLE           VALUE 'Y'.
001405     05  WS-VM-EOF-SW        PIC X(01) VALUE 'N'.
001406         88  WS-VM-EOF-YES           VALUE 'Y'.
001407     05  WS-IS-SPEC-SW       PIC X(01) VALUE 'N'.
001408         88  WS-IS-SPECIALIST        VALUE 'Y'.
001409     05  WS-ROUTED-SW        PIC X(01) VALUE 'N'.
001410         88  WS-ROUTED               VALUE 'Y'.
001411     05  WS-REWRITE-SW       PIC X(01) VALUE 'N'.
001412     05  WS-INSOLV-SW        PIC X(01) VALUE 'N'.
001413         88  WS-INSOLVENT            VALUE 'Y'.

001416 01  WS-COUNTERS.
001420     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001430     05  WS-PAID-COUNT       PIC 9(07) COMP-3 VALUE 0.
001440     05  WS-LOADED-COUNT     PIC 9(07) COMP-3 VALUE 0.
001450     05  WS-RAISED-COUNT     PIC 9(07) COMP-3 VALUE 0.
001460     05  WS-EARLY-COUNT      PIC 9(07) COMP-3 VALUE 0.
001461     05  WS-DISPUTE-COUNT    PIC 9(07) COMP-3 VALUE 0.
001462     05  WS-SPECROUTE-COUNT  PIC 9(07) COMP-3 VALUE 0.
001463     05  WS-NOSPEC-COUNT     PIC 9(07) COMP-3 VALUE 0.
001464     05  WS-INSOLV-COUNT     PIC 9(07) COMP-3 VALUE 0.
001465     05  WS-DROPPED-COUNT    PIC 9(07) COMP-3 VALUE 0.
001466     05  WS-CURED-COUNT      PIC 9(07) COMP-3 VALUE 0.

001470 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
001471*    TODAY IN THE RAW EIBDATE FORM (0CYYDDD) OPER-EXPIRY-DATE
001472*    CARRIES, FOR VETTING THE SPECIALISTS
001473 77  WS-TODAY-EIB            PIC S9(7) COMP-3 VALUE 0.

001474*    THE SPECIALISTS - ACTIVE OPERATORS GRANTED VULNWORK - WHO
001475*    TAKE EVERY VULNERABLE CUSTOMER'S ITEM, IN TURN
001476 01  WS-SPEC-TABLE.
001477     05  WS-SPEC-ENTRY OCCURS 10 TIMES
001478                             PIC X(03).
001479 77  WS-SPEC-COUNT           PIC S9(04) COMP VALUE 0.
001480 77  WS-SPEC-NEXT            PIC S9(04) COMP VALUE 1.
001481 77  WS-SPEC-SUB             PIC S9(04) COMP VALUE 0.

001485*-----------------------------------------------------------------
001490* THE CYCLE'S BUCKET BOUNDARIES - DUE DATE PLUS 30/60/90 DAYS,
001500* EACH WORKED OUT THROUGH DCI8BDAT PER UNPAID CYCLE
001510*-----------------------------------------------------------------
001580* BUSY ACCOUNT'S MONTH CANNOT OVERFLOW THE TALLY
001590*-----------------------------------------------------------------
001600 77  WS-CREDITS              PIC S9(10)V99 COMP-3 VALUE 0.
001601*-----------------------------------------------------------------
001602* OPEN DISPUTED CHARGES ON THE ACCOUNT NOT YET PROVISIONALLY
001604* CREDITED - STILL IN CURR-BAL, BUT NOT THE CUSTOMER'S TO PAY
001605* UNTIL THE CASE CLOSES
001607*-----------------------------------------------------------------
001608 77  WS-DISPUTED             PIC S9(10)V99 COMP-3 VALUE 0.

001610* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
001620     COPY 'DATEPARM'.
001810     05  DL-RESULT           PIC X(20).
001820     05  FILLER              PIC X(12) VALUE SPACES.

001823* PARAMETER BLOCK FOR THE SHARED WORKLIST HISTORY WRITER
001826     COPY 'WLHIST'.

001830 PROCEDURE DIVISION.

001840 0000-MAINLINE.

001930     OPEN I-O CYCLE-FILE.
001940     OPEN INPUT ACCTTXN-FILE.
001945     OPEN INPUT DISPUTE-FILE.
001950     OPEN I-O WORKLIST-FILE.
001960     OPEN OUTPUT REPORT-FILE.
001963     OPEN INPUT OPERTAB-FILE.
001966     OPEN INPUT VULNMARK-FILE.
001968     OPEN INPUT INSOLV-FILE.

001970     MOVE 'TOD' TO DP-FUNCTION.
001980     CALL 'DCI8BDAT' USING DATEPARM.
001990     MOVE DP-JULIAN TO WS-TODAY.
001993     COMPUTE WS-TODAY-EIB = WS-TODAY - 1900000.

001996     PERFORM 1600-LOAD-SPECIALISTS THRU 1600-EXIT.

002000     WRITE REPORT-LINE FROM WS-REPORT-HEADING1.
002010     MOVE SPACES TO REPORT-LINE.
002110     END-READ.

002120     ADD 1 TO WS-READ-COUNT.
002121     GO TO 1100-EXIT.

002122 1100-EOF.
002123     MOVE 'Y' TO WS-EOF-SW.

002124 1100-EXIT.
002125     EXIT.

002126*-----------------------------------------------------------------
002127* 1600-LOAD-SPECIALISTS WALKS FUNCAUTH FOR OPERATOR ROWS GRANTED
002128* VULNWORK - CLASS ROWS ('*' SUBJECT) ARE NOT EXPANDED HERE - AND
002129* KEEPS THOSE STILL ACTIVE ON OPERTAB. NONE AT ALL IS WARNED OF;
002130* VULNERABLE ITEMS THEN LOAD THE NORMAL WAY AND ARE COUNTED
002131*-----------------------------------------------------------------
002132 1600-LOAD-SPECIALISTS.

002133     OPEN INPUT FUNCAUTH-FILE.
002134     MOVE 'N' TO WS-FA-EOF-SW.

002135     PERFORM 1650-TAKE-SPECIALIST THRU 1650-EXIT
002136         UNTIL WS-FA-EOF-YES.

002137     CLOSE FUNCAUTH-FILE.

002138     IF WS-SPEC-COUNT = 0 THEN
002139         DISPLAY 'DCI8BAGE - WARNING: NO VULNWORK SPECIALIST'
002140     END-IF.

002141 1600-EXIT.
002142     EXIT.

002143 1650-TAKE-SPECIALIST.

002144     READ FUNCAUTH-FILE NEXT RECORD
002145         AT END
002146             MOVE 'Y' TO WS-FA-EOF-SW
002147             GO TO 1650-EXIT
002148     END-READ.

002149     IF FA-FUNCTION NOT = 'VULNWORK' OR
002150         NOT FA-ALLOWED OR
002151         FA-SUBJECT(1:1) = '*' THEN
002152         GO TO 1650-EXIT
002153     END-IF.

002154     IF WS-SPEC-COUNT NOT < 10 THEN
002155         DISPLAY 'DCI8BAGE - SPECIALIST TABLE FULL, DROPPED: '
002156             FA-SUBJECT
002157         GO TO 1650-EXIT
002158     END-IF.

002159     MOVE FA-SUBJECT TO OPER-ID.
002160     READ OPERTAB-FILE
002161         INVALID KEY
002162             GO TO 1650-EXIT
002163     END-READ.

002164     IF OPER-REVOKED OR
002165         (OPER-EXPIRY-DATE > 0 AND
002166          OPER-EXPIRY-DATE < WS-TODAY-EIB) THEN
002167         GO TO 1650-EXIT
002168     END-IF.

002169     ADD 1 TO WS-SPEC-COUNT.
002170     MOVE OPER-ID TO WS-SPEC-ENTRY(WS-SPEC-COUNT).

002171 1650-EXIT.
002172     EXIT.

002180*-----------------------------------------------------------------
002190* 2000-PROCESS-CYCLE SETTLES ONE BILLING-CYCLE ROW - PAID ROWS

002250     IF CY-UNPAID AND CY-DUE-DATE < WS-TODAY THEN
002260         PERFORM 2100-TALLY-CREDITS THRU 2100-EXIT
002265         PERFORM 2150-TALLY-DISPUTES THRU 2150-EXIT
002270         IF WS-CREDITS NOT < CY-MIN-PAYMENT THEN
002275             PERFORM 2200-MARK-PAID THRU 2200-EXIT
002281         ELSE IF WS-CREDITS + WS-DISPUTED NOT < CY-MIN-PAYMENT
002286             THEN
002292             PERFORM 2250-HOLD-IN-DISPUTE THRU 2250-EXIT
002297         ELSE
002303             PERFORM 2300-AGE-THE-CYCLE THRU 2300-EXIT
002308             END-IF
002314         END-IF
002320     END-IF.

002330     PERFORM 1100-READ-CYCLE THRU 1100-EXIT.
002680 2110-EXIT.
002690     EXIT.

002691*-----------------------------------------------------------------
002692* 2150-TALLY-DISPUTES TOTALS THE ACCOUNT'S OPEN DISPUTE CASES
002693* THAT HAVE NO PROVISIONAL CREDIT. A CREDITED CASE HAS ALREADY
002694* COME OFF CURR-BAL THROUGH ITS 8007 ROW, SO IT IS NOT COUNTED
002695* TWICE
002696*-----------------------------------------------------------------
002697 2150-TALLY-DISPUTES.

002698     MOVE 0 TO WS-DISPUTED.
002699     MOVE 'N' TO WS-DSP-EOF-SW.

002700     MOVE CY-ACCTNO TO DS-ACCTNO.
002701     MOVE 0 TO DS-TXN-DATE.
002702     MOVE 0 TO DS-TXN-SEQNO.

002703     START DISPUTE-FILE KEY IS NOT LESS THAN DS-KEY
002704         INVALID KEY
002705             MOVE 'Y' TO WS-DSP-EOF-SW
002706     END-START.

002707     PERFORM 2160-TALLY-ONE-CASE THRU 2160-EXIT
002708         UNTIL WS-DSP-EOF-YES.

002709 2150-EXIT.
002710     EXIT.

002711 2160-TALLY-ONE-CASE.

002712     READ DISPUTE-FILE NEXT RECORD
002713         AT END
002714             MOVE 'Y' TO WS-DSP-EOF-SW
002715             GO TO 2160-EXIT
002716     END-READ.

002717     IF DS-ACCTNO NOT = CY-ACCTNO THEN
002718         MOVE 'Y' TO WS-DSP-EOF-SW
002719         GO TO 2160-EXIT
002720     END-IF.

002721     IF DS-OPEN AND NOT DS-PROV-CREDITED THEN
002722         ADD DS-AMOUNT TO WS-DISPUTED
002723     END-IF.

002724 2160-EXIT.
002725     EXIT.
002726 2200-MARK-PAID.

002727     MOVE 'P' TO CY-PAID-FLAG.
002728     MOVE WS-TODAY TO CY-PAID-DATE.

002730     REWRITE BILLCYCL-REC.


002800     ADD 1 TO WS-PAID-COUNT.

002801*    A PAST-DUE (GRADED) ITEM STILL ON THE LIST MEANS THE
002802*    ACCOUNT HAS CURED BACK TO PAID - RECORDED ON THE HISTORY
002803*    FOR THE COLLECTOR WHO HOLDS IT. THE ITEM ITSELF IS LEFT
002804*    FOR THE COLLECTOR TO CLOSE
002805     MOVE CY-ACCTNO TO WL-ACCTNO.
002806     READ WORKLIST-FILE
002807         INVALID KEY
002808             GO TO 2200-EXIT
002809     END-READ.

002810     IF WL-SEVERITY NOT = SPACE THEN
002811         MOVE 'C' TO WH-EVENT
002812         MOVE SPACES TO WH-PREV-COLLECTOR
002813         PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT
002814         ADD 1 TO WS-CURED-COUNT
002815     END-IF.

002817 2200-EXIT.
002820     EXIT.

002821*-----------------------------------------------------------------
002822* 2250-HOLD-IN-DISPUTE - SHORT OF THE MINIMUM ONLY BY CHARGES
002823* UNDER OPEN DISPUTE. THE CYCLE STAYS UNPAID, SO IT IS RE-TESTED
002824* EACH NIGHT AND AGES FROM ITS OWN DUE DATE IF THE CASE IS
002825* REJECTED, BUT NOTHING GOES TO THE WORKLIST WHILE IT IS OPEN
002826*-----------------------------------------------------------------
002827 2250-HOLD-IN-DISPUTE.

002828     MOVE CY-ACCTNO TO DL-ACCTNO.
002829     MOVE CY-PERIOD TO DL-PERIOD.
002830     MOVE CY-MIN-PAYMENT TO DL-MINPAY.
002831     MOVE WS-CREDITS TO DL-CREDITS.
002832     MOVE 'IN DISPUTE' TO DL-RESULT.
002833     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

002834     ADD 1 TO WS-DISPUTE-COUNT.

002835 2250-EXIT.
002836     EXIT.
002838*-----------------------------------------------------------------
002840* 2300-AGE-THE-CYCLE WORKS OUT THE 30/60/90 BOUNDARIES FROM THE
002850* DUE DATE AND LOADS OR UPGRADES THE WORKLIST ITEM. UNDER 30
002860* DAYS PAST DUE IS COUNTED AND LEFT TO THE LETTER RUNS
002870*-----------------------------------------------------------------
002880 2300-AGE-THE-CYCLE.

002881     PERFORM 2700-CHECK-INSOLVENCY THRU 2700-EXIT.
002883     IF WS-INSOLVENT THEN
002885         PERFORM 2750-DROP-WORK-ITEM THRU 2750-EXIT
002886         GO TO 2300-EXIT
002888     END-IF.

002890     PERFORM 2310-BUCKET-DATES THRU 2310-EXIT.

002900     IF NOT WS-DATE-OK THEN
003692     MOVE 0 TO WL-PROMISE-AMT.
003694     MOVE 0 TO WL-PROMISE-DATE.
003696     MOVE SPACE TO WL-PROMISE-FLAG.
003697     MOVE SPACES TO WL-COLLECTOR.
003698*    A VULNERABLE CUSTOMER'S ITEM GOES TO A SPECIALIST
003699     MOVE 'N' TO WS-ROUTED-SW.
003700     PERFORM 2500-CHECK-VULNERABLE THRU 2500-EXIT.
003701     IF WS-VULNERABLE THEN
003702         PERFORM 2600-ROUTE-SPECIALIST THRU 2600-EXIT
003703     END-IF.

003704     WRITE WORKLIST-REC
003710         INVALID KEY
003720             GO TO 2400-RAISE-SEVERITY
003730     END-WRITE.

003740     ADD 1 TO WS-LOADED-COUNT.
003741     MOVE 'L' TO WH-EVENT.
003742     MOVE SPACES TO WH-PREV-COLLECTOR.
003743     PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT.
003744     IF WS-ROUTED THEN
003745         ADD 1 TO WS-SPECROUTE-COUNT
003747     END-IF.
003750     GO TO 2400-EXIT.

003751 2400-RAISE-SEVERITY.

003752     MOVE CY-ACCTNO TO WL-ACCTNO.
003753     READ WORKLIST-FILE
003754         INVALID KEY
003755             GO TO 2400-EXIT
003756     END-READ.

003757     MOVE WL-COLLECTOR TO WH-PREV-COLLECTOR.

003758     MOVE 'N' TO WS-REWRITE-SW.
003759     MOVE 'N' TO WS-ROUTED-SW.
003760     PERFORM 2500-CHECK-VULNERABLE THRU 2500-EXIT.
003761     IF WS-VULNERABLE THEN
003762         PERFORM 2600-ROUTE-SPECIALIST THRU 2600-EXIT
003763     END-IF.
003764     IF WS-ROUTED THEN
003765         MOVE 'Y' TO WS-REWRITE-SW
003766         ADD 1 TO WS-SPECROUTE-COUNT
003767     END-IF.

003768     IF WL-SEVERITY < WS-SEVERITY THEN
003769         MOVE WS-SEVERITY TO WL-SEVERITY
003770         MOVE 'Y' TO WS-REWRITE-SW
003771         ADD 1 TO WS-RAISED-COUNT
003772     END-IF.

003773     IF WS-REWRITE-SW = 'Y' THEN
003774         REWRITE WORKLIST-REC
003775         IF WS-ROUTED THEN
003776             MOVE 'R' TO WH-EVENT
003777         ELSE
003778             MOVE 'L' TO WH-EVENT
003779             MOVE SPACES TO WH-PREV-COLLECTOR
003780         END-IF
003781         PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT
003782     END-IF.

003783 2400-EXIT.
003784     EXIT.

003785*-----------------------------------------------------------------
003786* 2500-CHECK-VULNERABLE - WS-VULN-SW 'Y' WHEN THE CYCLE'S ACCOUNT
003787* HAS ANY ACTIVE VULNMARK MARKER, WHATEVER ITS CATEGORY
003788*-----------------------------------------------------------------
003789 2500-CHECK-VULNERABLE.

003790     MOVE 'N' TO WS-VULN-SW.
003791     MOVE 'N' TO WS-VM-EOF-SW.

003792     MOVE CY-ACCTNO TO VM-ACCTNO.
003793     MOVE LOW-VALUES TO VM-CATEGORY.

003794     START VULNMARK-FILE KEY IS NOT LESS THAN VM-KEY
003795         INVALID KEY
003796             GO TO 2500-EXIT
003797     END-START.

003798     PERFORM 2550-READ-MARKER THRU 2550-EXIT
003799         UNTIL WS-VM-EOF-YES.

003800 2500-EXIT.
003801     EXIT.

003802 2550-READ-MARKER.

003803     READ VULNMARK-FILE NEXT RECORD
003804         AT END
003805             MOVE 'Y' TO WS-VM-EOF-SW
003806             GO TO 2550-EXIT
003807     END-READ.

003808     IF VM-ACCTNO NOT = CY-ACCTNO THEN
003809         MOVE 'Y' TO WS-VM-EOF-SW
003810         GO TO 2550-EXIT
003811     END-IF.

003812     IF VM-ACTIVE THEN
003813         MOVE 'Y' TO WS-VULN-SW
003814         MOVE 'Y' TO WS-VM-EOF-SW
003815     END-IF.

003816 2550-EXIT.
003817     EXIT.

003818*-----------------------------------------------------------------
003819* 2600-ROUTE-SPECIALIST GIVES THE CURRENT WORKLIST RECORD TO THE
003820* NEXT SPECIALIST IN TURN UNLESS ITS COLLECTOR IS ONE ALREADY,
003821* SETTING WS-ROUTED-SW - THE CALLER WRITES OR REWRITES THE ITEM
003822*-----------------------------------------------------------------
003823 2600-ROUTE-SPECIALIST.

003824     MOVE 'N' TO WS-ROUTED-SW.

003825     IF WS-SPEC-COUNT = 0 THEN
003826         ADD 1 TO WS-NOSPEC-COUNT
003827         GO TO 2600-EXIT
003828     END-IF.

003829     MOVE 'N' TO WS-IS-SPEC-SW.
003830     PERFORM 2650-MATCH-SPECIALIST THRU 2650-EXIT
003831         VARYING WS-SPEC-SUB FROM 1 BY 1
003832         UNTIL WS-SPEC-SUB > WS-SPEC-COUNT.
003833     IF WS-IS-SPECIALIST THEN
003834         GO TO 2600-EXIT
003835     END-IF.

003836     MOVE WS-SPEC-ENTRY(WS-SPEC-NEXT) TO WL-COLLECTOR.
003837     ADD 1 TO WS-SPEC-NEXT.
003838     IF WS-SPEC-NEXT > WS-SPEC-COUNT THEN
003839         MOVE 1 TO WS-SPEC-NEXT
003840     END-IF.
003841     MOVE 'Y' TO WS-ROUTED-SW.

003842 2600-EXIT.
003843     EXIT.

003844 2650-MATCH-SPECIALIST.

003845     IF WL-COLLECTOR = WS-SPEC-ENTRY(WS-SPEC-SUB) THEN
003846         MOVE 'Y' TO WS-IS-SPEC-SW
003847     END-IF.

003848 2650-EXIT.
003849     EXIT.

003850*-----------------------------------------------------------------
003851* 2700-CHECK-INSOLVENCY - WS-INSOLV-SW 'Y' WHEN THE CYCLE'S
003852* ACCOUNT HAS AN ACTIVE INSOLVENCY CASE
003853*-----------------------------------------------------------------
003854 2700-CHECK-INSOLVENCY.

003855     MOVE 'N' TO WS-INSOLV-SW.
003856     MOVE CY-ACCTNO TO IV-ACCTNO.

003857     READ INSOLV-FILE
003858         INVALID KEY
003859             GO TO 2700-EXIT
003860     END-READ.

003861     IF IV-ACTIVE THEN
003862         MOVE 'Y' TO WS-INSOLV-SW
003863     END-IF.

003864 2700-EXIT.
003865     EXIT.

003866*-----------------------------------------------------------------
003867* 2750-DROP-WORK-ITEM - THE INSOLVENT ACCOUNT'S CYCLE IS REPORTED
003868* AND COUNTED INSTEAD OF AGED, AND ANY ITEM LOADED BEFORE THE
003869* CASE WAS RECORDED COMES OFF THE WORKLIST
003870*-----------------------------------------------------------------
003871 2750-DROP-WORK-ITEM.

003872     MOVE CY-ACCTNO TO DL-ACCTNO.
003873     MOVE CY-PERIOD TO DL-PERIOD.
003874     MOVE CY-MIN-PAYMENT TO DL-MINPAY.
003875     MOVE WS-CREDITS TO DL-CREDITS.
003876     MOVE 'INSOLVENCY CASE' TO DL-RESULT.
003877     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

003878     ADD 1 TO WS-INSOLV-COUNT.

003879     MOVE CY-ACCTNO TO WL-ACCTNO.
003880     READ WORKLIST-FILE
003881         INVALID KEY
003882             GO TO 2750-EXIT
003883     END-READ.

003884     DELETE WORKLIST-FILE RECORD
003885         INVALID KEY
003886             GO TO 2750-EXIT
003887     END-DELETE.

003888     ADD 1 TO WS-DROPPED-COUNT.
003889     MOVE 'X' TO WH-EVENT.
003890     MOVE SPACES TO WH-PREV-COLLECTOR.
003891     PERFORM 8400-WRITE-HISTORY THRU 8400-EXIT.

003892 2750-EXIT.
003893     EXIT.

003894 9000-TERMINATE.

003900     DISPLAY 'DCI8BAGE - DELINQUENCY AGING - RUN SUMMARY'.
003910     DISPLAY 'CYCLE ROWS READ  : ' WS-READ-COUNT.
003930     DISPLAY 'ITEMS LOADED     : ' WS-LOADED-COUNT.
003940     DISPLAY 'SEVERITY RAISED  : ' WS-RAISED-COUNT.
003950     DISPLAY 'UNDER 30 DAYS    : ' WS-EARLY-COUNT.
003951     DISPLAY 'HELD IN DISPUTE  : ' WS-DISPUTE-COUNT.
003952     DISPLAY 'TO SPECIALIST    : ' WS-SPECROUTE-COUNT.
003953     DISPLAY 'VULN NO SPECIAL. : ' WS-NOSPEC-COUNT.
003954     DISPLAY 'INSOLVENCY CASE  : ' WS-INSOLV-COUNT.
003955     DISPLAY 'ITEMS TAKEN OFF  : ' WS-DROPPED-COUNT.
003956     DISPLAY 'ITEMS CURED      : ' WS-CURED-COUNT.

003960     CLOSE CYCLE-FILE.
003970     CLOSE ACCTTXN-FILE.
003975     CLOSE DISPUTE-FILE.
003980     CLOSE WORKLIST-FILE.
003990     CLOSE REPORT-FILE.
003993     CLOSE OPERTAB-FILE.
003996     CLOSE VULNMARK-FILE.
003998     CLOSE INSOLV-FILE.

004000 9000-EXIT.
004010     EXIT.
004060*-----------------------------------------------------------------
004070 8100-WRITE-JRNL-START.

004071*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
004072*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
004073     MOVE 'DCI8BAGE' TO JG-JOBNAME.
004074     CALL 'DCI8BJGT' USING JOBGATE.
004075     IF JG-RC-BLOCKED THEN
004076         MOVE JG-BLOCKED-RC TO RETURN-CODE
004077         STOP RUN
004078     END-IF.

004080     MOVE 'DCI8BAGE' TO JR-JOBNAME.
004090     MOVE 'S' TO JR-ROW-TYPE.
004100     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
004330 8300-EXIT.
004340     EXIT.

004341*-----------------------------------------------------------------
004342* 8400-WRITE-HISTORY - THE CURRENT WORKLIST RECORD TO THE WLHIST
004343* HISTORY THROUGH DCI8BWLH. THE CALLER SETS WH-EVENT AND
004344* WH-PREV-COLLECTOR FIRST
004345*-----------------------------------------------------------------
004346 8400-WRITE-HISTORY.

004347     MOVE WL-ACCTNO TO WH-ACCTNO.
004348     MOVE 0 TO WH-DATE.
004349     MOVE 0 TO WH-TIME.
004350     MOVE WL-DISPOSITION TO WH-DISPOSITION.
004351     MOVE WL-FOLLOWUP-DATE TO WH-FOLLOWUP-DATE.
004352     MOVE WL-SEVERITY TO WH-SEVERITY.
004353     MOVE WL-COLLECTOR TO WH-COLLECTOR.
004354     MOVE WL-PROMISE-AMT TO WH-PROMISE-AMT.
004355     MOVE WL-PROMISE-DATE TO WH-PROMISE-DATE.
004356     MOVE 'DCI8BAGE' TO WH-USERID.
004357     MOVE 'BAT' TO WH-TRMID.
004358     CALL 'DCI8BWLH' USING WLHIST-REC.

004359 8400-EXIT.
004360     EXIT.

004370 END PROGRAM DCI8BAGE.
