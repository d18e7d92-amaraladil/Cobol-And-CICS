000150* 2026-09-02 AA   INITIAL VERSION - SCORES EVERY ACCOUNT FROM
000160*                 SNAPSHOT UTILIZATION AND BUREAU-SCORE AND
000170*                 STAGES LIMIT PROPOSALS ONTO PENDCRL
000172* 2026-09-23 AA   A RAISE IS HELD BACK WHEN THE CUSTOMER'S INCEXP
000174*                 INCOME AND EXPENDITURE IS MISSING, OLDER THAN
000176*                 THE ACCTCTL 'IEDAYS' LIMIT OR SHOWS NO
000178*                 DISPOSABLE INCOME; I&E DATE ON THE REPORT
000179* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000180*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000181*                 STOPS WITH RETURN CODE 12 WHEN A
000182*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000183* 2026-10-07 AA   NEW PASS ENTRY DCI8PCRV - THE DCI8BNAP
000184*                 CONSOLIDATED ACCTFILE PASS HANDS IN ONE
000185*                 ACCOUNT AT A TIME; STANDING ALONE THE RUN
000186*                 IS UNCHANGED
000187* 2026-10-15 AA   A RAISE ON A LINKED ACCOUNT IS KEPT INSIDE THE
000188*                 CUSTOMER'S OVERALL LIMIT (CUSTMAST) LESS THE
000189*                 OTHER LINKED ACCOUNTS' LIMITS, AND HELD WHEN
000190*                 THERE IS NO ROOM LEFT UNDER IT
000191* 2026-10-15 AA   AN ACCOUNT ON A CATALOGUE PRODUCT (PRODCFG) IS
000192*                 KEPT INSIDE THE PRODUCT'S LIMIT RANGE INSTEAD
000193*                 OF ITS CRLIMCFG STATUS RANGE
000195*-----------------------------------------------------------------
000197*****************************************************************
000200* LIMIT INCREASES ONLY HAPPENED WHEN A CUSTOMER ASKED. THIS
000210* PERIODIC RUN READS THE CRVPARM CARD (HOW MANY BALHIST
000220* MONTHS TO AVERAGE, THE LOW/HIGH UTILIZATION THRESHOLDS IN
000330* EXISTING SECOND-APPROVER QUEUE TO DISPOSITION - THE MACHINE
000340* PROPOSES, A HUMAN DISPOSES. AN ACCOUNT ALREADY STAGED KEEPS
000350* ITS ITEM (THE DUPLICATE KEY IS THE GUARD), SO RERUNS ARE
000360* SAFE. NO RAISE IS PROPOSED WITHOUT EVIDENCE IT IS AFFORDABLE
000361* - THE ACCOUNT'S LATEST INCEXP ROW (THE CUSTOMER'S WHEN THE
000362* ACCOUNT IS LINKED TO ONE, ELSE THE ACCOUNT'S OWN) MUST BE
000363* NO OLDER THAN THE ACCTCTL 'IEDAYS' ROW (180 DAYS WHEN THE
000364* ROW IS MISSING) AND SHOW DISPOSABLE INCOME OVER ZERO. A
000365* RAISE THAT FAILS IS NOT STAGED BUT IS LISTED AS HELD WITH
000366* ITS REASON. CUTS DO NOT NEED AN I&E. A RAISE ON AN ACCOUNT
000367* LINKED TO A CUSTOMER WITH AN OVERALL LIMIT IS CUT BACK TO THE
000368* ROOM LEFT UNDER IT AFTER THE OTHER LINKED ACCOUNTS' LIMITS,
000369* AND HELD WHEN THAT LEAVES NO RAISE AT ALL
000370*****************************************************************

000380 ENVIRONMENT DIVISION.
000600         RECORD KEY IS CF-STAT
000610         FILE STATUS IS WS-CRLIMCFG-STATUS.

000611     SELECT PRODCFG-FILE ASSIGN TO PRODCFG
000612         ORGANIZATION IS INDEXED
000613         ACCESS MODE IS RANDOM
000614         RECORD KEY IS PD-CODE
000615         FILE STATUS IS WS-PRODCFG-STATUS.

000620     SELECT SCOREBND-FILE ASSIGN TO SCOREBND
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS PC-ACCTNO
000760         FILE STATUS IS WS-PENDCRL-STATUS.

000761     SELECT INCEXP-FILE ASSIGN TO INCEXP
000763         ORGANIZATION IS INDEXED
000765         ACCESS MODE IS RANDOM
000766         RECORD KEY IS IE-KEY
000767         FILE STATUS IS WS-INCEXP-STATUS.

000768     SELECT CUSTMAST-FILE ASSIGN TO CUSTMAST
000769         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000771         RECORD KEY IS CM-CUSTID
000772         FILE STATUS IS WS-CUSTMAST-STATUS.

000773     SELECT CUSTACCT ASSIGN TO CUSTACCT
000774         ORGANIZATION IS INDEXED
000775         ACCESS MODE IS DYNAMIC
000776         RECORD KEY IS CX-ACCTKEY
000777         ALTERNATE RECORD KEY IS CX-CUST-ID WITH DUPLICATES
000778         FILE STATUS IS WS-CUSTACCT-STATUS.

000779     SELECT REPORT-FILE ASSIGN TO CRVRPT
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-REPORT-STATUS.

000916     05  AF-CUST-ID              PIC 9(08).
000918     05  AF-ESTATE-FLAG          PIC X(01).
000920     05  AF-SENS-FLAG            PIC X(01).
000925     05  AF-ANNFEE-PLAN          PIC X(01).
000926     05  AF-SETTLE-FLAG          PIC X(01).
000927     05  AF-PRODUCT-CODE         PIC X(04).


000930 FD  BALHIST-FILE
001070     05  CF-MIN                  PIC 9(08)V99.
001080     05  CF-MAX                  PIC 9(08)V99.

001081*-----------------------------------------------------------------
001082* PRODCFG - THE PRODUCT CATALOGUE, KEYED BY PRODUCT CODE. ONLY
001083* THE LIMIT RANGE (WHOLE POUNDS) IS USED HERE
001084*-----------------------------------------------------------------
001085 FD  PRODCFG-FILE
001086     LABEL RECORDS ARE STANDARD.
001087 01  PRODCFG-REC.
001088     05  PD-CODE                 PIC X(04).
001089     05  FILLER                  PIC X(13).
001090     05  PD-CRLIM-MIN            PIC 9(06).
001091     05  PD-CRLIM-MAX            PIC 9(06).
001092     05  FILLER                  PIC X(11).

001096 FD  SCOREBND-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  SCOREBND-REC.
001120     05  SB-MIN-SCORE            PIC 9(03).
001420         10  PC-FSNAME           PIC X(15).
001430         10  PC-CPREF            PIC X(01).

001431*-----------------------------------------------------------------
001432* INCEXP - ONLY THE KEY, THE TOTALS AND THE DATE TAKEN ARE READ
001433*-----------------------------------------------------------------
001434 FD  INCEXP-FILE
001435     LABEL RECORDS ARE STANDARD.
001436 01  INCEXP-REC.
001437     05  IE-KEY.
001438         10  IE-SUBJ-TYPE        PIC X(01).
001439         10  IE-SUBJ-ID          PIC X(09).
001440     05  FILLER                  PIC X(96).
001441     05  IE-TOTAL-INCOME         PIC 9(08)V99.
001442     05  IE-TOTAL-EXPEND         PIC 9(08)V99.
001443     05  IE-DISPOSABLE           PIC S9(08)V99.
001444     05  IE-DATE                 PIC S9(7) COMP-3.
001445     05  FILLER                  PIC X(23).

001446 FD  CUSTMAST-FILE
001447     LABEL RECORDS ARE STANDARD.
001448 01  CUSTMAST-REC.
001449     05  CM-CUSTID               PIC 9(08).
001450     05  CM-SNAME                PIC X(15).
001451     05  CM-FNAME                PIC X(15).
001452     05  CM-ADDR1                PIC X(20).
001453     05  CM-ADDR2                PIC X(20).
001454     05  CM-CREATED-INFO.
001455         10  CM-CR-USERID        PIC X(08).
001456         10  CM-CR-TRMID         PIC X(04).
001457         10  CM-CR-DATE          PIC S9(7) COMP-3.
001458         10  CM-CR-TIME          PIC S9(7) COMP-3.
001459     05  CM-OVERALL-LIMIT        PIC 9(08)V99.
001460     05  CM-OVL-CHANGED-INFO.
001461         10  CM-OVL-USERID       PIC X(08).
001462         10  CM-OVL-TRMID        PIC X(04).
001463         10  CM-OVL-DATE         PIC S9(7) COMP-3.

001464*-----------------------------------------------------------------
001465* CUSTACCT - THE ACCTFILE ALTERNATE PATH KEYED ON CUST-ID. ONLY
001466* THE ACCOUNT NUMBER AND ITS LIMIT ARE TAKEN FROM IT
001467*-----------------------------------------------------------------
001468 FD  CUSTACCT
001469     LABEL RECORDS ARE STANDARD.
001470 01  CUSTACCT-REC.
001471     05  CX-ACCTKEY.
001472         10  CX-ACCTNO           PIC X(09).
001473     05  FILLER                  PIC X(74).
001474     05  CX-CRLIMIT              PIC 9(08)V99.
001475     05  FILLER                  PIC X(159).
001476     05  CX-CUST-ID              PIC 9(08).
001477     05  FILLER                  PIC X(08).

001479 FD  REPORT-FILE
001481     RECORDING MODE IS F
001483     LABEL RECORDS ARE STANDARD.
001485 01  REPORT-LINE                 PIC X(80).

001487*-----------------------------------------------------------------
001490* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001500* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001510*-----------------------------------------------------------------
001660 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001670 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001675     COPY 'JOBGATE'.

001676*    'Y' WHEN CALLED THROUGH THE PASS ENTRY - DCI8BNAP THEN
001677*    OWNS ACCTFILE AND HANDS EACH RECORD IN
001678 77  WS-PASS-SW              PIC X(01) VALUE 'N'.
001679     88  WS-PASS-MODE                VALUE 'Y'.

001680 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001690 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001700 77  WS-BALHIST-STATUS       PIC X(02) VALUE SPACES.
001710 77  WS-CRLIMCFG-STATUS      PIC X(02) VALUE SPACES.
001711 77  WS-PRODCFG-STATUS       PIC X(02) VALUE SPACES.
001720 77  WS-SCOREBND-STATUS      PIC X(02) VALUE SPACES.
001730 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
001740 77  WS-PENDCRL-STATUS       PIC X(02) VALUE SPACES.
001750 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.
001755 77  WS-INCEXP-STATUS        PIC X(02) VALUE SPACES.
001756 77  WS-CUSTMAST-STATUS      PIC X(02) VALUE SPACES.
001757 77  WS-CUSTACCT-STATUS      PIC X(02) VALUE SPACES.

001760 01  WS-SWITCHES.
001770     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001800         88  WS-PARM-OK              VALUE 'Y'.
001810     05  WS-BAND-HIT-SW      PIC X(01) VALUE 'N'.
001820         88  WS-BAND-HIT             VALUE 'Y'.
001821     05  WS-PROD-FOUND-SW    PIC X(01) VALUE 'N'.
001822         88  WS-PROD-FOUND           VALUE 'Y'.
001830     05  WS-BAND-EOF-SW      PIC X(01) VALUE 'N'.
001840         88  WS-BAND-EOF             VALUE 'Y'.
001843     05  WS-IE-FOUND-SW      PIC X(01) VALUE 'N'.
001846         88  WS-IE-FOUND             VALUE 'Y'.
001847     05  WS-CX-DONE-SW       PIC X(01) VALUE 'N'.
001848         88  WS-CX-DONE              VALUE 'Y'.

001850 01  WS-COUNTERS.
001860     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001880     05  WS-CUT-COUNT        PIC 9(07) COMP-3 VALUE 0.
001890     05  WS-STAGED-COUNT     PIC 9(07) COMP-3 VALUE 0.
001900     05  WS-HELD-COUNT       PIC 9(07) COMP-3 VALUE 0.
001905     05  WS-IEHOLD-COUNT     PIC 9(07) COMP-3 VALUE 0.
001906     05  WS-OVLHOLD-COUNT    PIC 9(07) COMP-3 VALUE 0.

001910 77  WS-TODAY-YYYYDDD        PIC 9(07) VALUE 0.

002140 77  WS-PROPOSED             PIC S9(10)V99 COMP-3 VALUE 0.
002150 77  WS-DIRECTION            PIC X(01) VALUE SPACE.

002151*-----------------------------------------------------------------
002152* AFFORDABILITY WORK - AN I&E TAKEN BEFORE WS-IE-CUTOFF (TODAY
002153* LESS THE 'IEDAYS' ROW) IS TOO OLD TO SUPPORT A RAISE
002154*-----------------------------------------------------------------
002155 77  WS-IE-DAYS              PIC 9(05) VALUE 180.
002156 77  WS-IE-CUTOFF            PIC S9(7) COMP-3 VALUE 0.
002157 77  WS-IE-DATE              PIC 9(07) VALUE 0.

002158*-----------------------------------------------------------------
002159* CUSTOMER OVERALL-LIMIT WORK - THE OTHER LINKED ACCOUNTS'
002160* LIMITS, THE ROOM LEFT UNDER THE OVERALL LIMIT, AND THE RAISE
002161* AS PROPOSED BEFORE IT WAS CUT BACK TO THAT ROOM
002162*-----------------------------------------------------------------
002163 77  WS-OVL-OTHERS           PIC S9(10)V99 COMP-3 VALUE 0.
002164 77  WS-OVL-ROOM             PIC S9(10)V99 COMP-3 VALUE 0.
002165 77  WS-OVL-ASKED            PIC S9(10)V99 COMP-3 VALUE 0.

002166 COPY 'DATEPARM'.

002167*-----------------------------------------------------------------
002170* REPORT LINES
002180*-----------------------------------------------------------------
002190 01  WS-HDR-1.
002240     05  FILLER  PIC X(29) VALUE SPACES.

002250 01  WS-HDR-2.
002260     05  FILLER  PIC X(52) VALUE
002270         'ACCOUNT    DIR     OLD LIMIT    PROPOSED  AVGUTL SCR'.
002275     05  FILLER  PIC X(28) VALUE '   IEDATE  NOTE'.

002280 01  WS-DETAIL-LINE.
002290     05  DL-ACCTNO           PIC X(09).
002370     05  DL-UTIL             PIC ZZ9.9.
002380     05  FILLER              PIC X(01) VALUE SPACES.
002390     05  DL-SCORE            PIC ZZ9.
002400     05  FILLER              PIC X(01) VALUE SPACES.
002402     05  DL-IEDATE           PIC X(07).
002405     05  FILLER              PIC X(01) VALUE SPACES.
002407     05  DL-NOTE             PIC X(15).

002408 LINKAGE SECTION.

002409 COPY 'ACCTPASS'.

002410 PROCEDURE DIVISION.

002720         MOVE 'Y' TO WS-EOF-SW
002730     END-IF.

002735     IF NOT WS-PASS-MODE THEN
002740         OPEN INPUT ACCTFILE
002745     END-IF.
002750     OPEN INPUT BALHIST-FILE.
002760     OPEN INPUT CRLIMCFG-FILE.
002761     OPEN INPUT PRODCFG-FILE.
002770     OPEN INPUT SCOREBND-FILE.
002780     OPEN INPUT ACCTCTL-FILE.
002790     OPEN I-O PENDCRL-FILE.
002800     OPEN OUTPUT REPORT-FILE.
002805     OPEN INPUT INCEXP-FILE.
002806     OPEN INPUT CUSTMAST-FILE.
002807     OPEN INPUT CUSTACCT.

002810     ACCEPT WS-TODAY-YYYYDDD FROM DAY YYYYDDD.
002820     ACCEPT WS-TODAY-RAW FROM DATE YYYYMMDD.
002910         MOVE CT-NEXT-ACCTNO TO WS-STALE-DAYS
002920     END-IF.

002921     MOVE 180 TO WS-IE-DAYS.
002922     MOVE 'IEDAYS' TO CT-KEYNAME.
002923     READ ACCTCTL-FILE
002924         INVALID KEY
002925             CONTINUE
002926     END-READ.
002927     IF WS-ACCTCTL-STATUS = '00' AND CT-NEXT-ACCTNO > 0 AND
002928             CT-NEXT-ACCTNO < 100000 THEN
002929         MOVE CT-NEXT-ACCTNO TO WS-IE-DAYS
002930     END-IF.

002931     MOVE 'SUB' TO DP-FUNCTION.
002932     MOVE WS-TODAY-YYYYDDD TO DP-JULIAN.
002933     MOVE WS-IE-DAYS TO DP-DAYS.
002934     CALL 'DCI8BDAT' USING DATEPARM.
002935     MOVE DP-JULIAN TO WS-IE-CUTOFF.

002937     MOVE WS-TODAY-YYYYDDD TO HD-DATE.
002940     WRITE REPORT-LINE FROM WS-HDR-1.
002950     WRITE REPORT-LINE FROM WS-HDR-2.


003010 1100-READ-ACCTFILE.

003012*    IN THE PASS THE NEXT RECORD COMES FROM DCI8BNAP
003014     IF WS-PASS-MODE THEN
003016         GO TO 1100-EXIT
003018     END-IF.

003020     READ ACCTFILE NEXT RECORD
003030         AT END
003040             GO TO 1100-EOF
003400         END-IF
003410     END-IF.

003412     IF WS-DIRECTION = 'R' THEN
003415         PERFORM 2500-CHECK-AFFORD THRU 2500-EXIT
003416     END-IF.

003417     IF WS-DIRECTION = 'R' AND AF-CUST-ID > 0 THEN
003418         PERFORM 2600-CUSTOMER-LIMIT THRU 2600-EXIT
003419     END-IF.

003420     IF WS-DIRECTION NOT = SPACE THEN
003430         PERFORM 2400-STAGE-PROPOSAL THRU 2400-EXIT
003440     END-IF.

004060*-----------------------------------------------------------------
004070* 2300-CLAMP-PROPOSAL KEEPS THE PROPOSED LIMIT INSIDE THE
004071* CRLIMCFG STATUS RANGE (OR ITS PRODCFG PRODUCT'S RANGE, WHEN
004072* IT HAS ONE) AND UNDER THE SCOREBND CAP, AND NEVER
004090* CUTS BELOW THE DRAWN BALANCE - A PROPOSAL CLAMPED BACK TO
004100* THE CURRENT LIMIT IS DROPPED AS NOT WORTH A HUMAN'S TIME
004110*-----------------------------------------------------------------
004120 2300-CLAMP-PROPOSAL.

004121     PERFORM 2305-PRODUCT-RANGE THRU 2305-EXIT.

004122     IF WS-PROD-FOUND THEN
004123         IF WS-PROPOSED > PD-CRLIM-MAX THEN
004124             MOVE PD-CRLIM-MAX TO WS-PROPOSED
004125         END-IF
004126         IF WS-PROPOSED < PD-CRLIM-MIN THEN
004127             MOVE PD-CRLIM-MIN TO WS-PROPOSED
004128         END-IF
004129     END-IF.

004130     MOVE AF-STAT TO CF-STAT.
004140     READ CRLIMCFG-FILE
004150         INVALID KEY
004160             CONTINUE
004170     END-READ.

004171     IF WS-CRLIMCFG-STATUS = '00' AND NOT WS-PROD-FOUND THEN
004190         IF WS-PROPOSED > CF-MAX THEN
004200             MOVE CF-MAX TO WS-PROPOSED
004210         END-IF
004380 2300-EXIT.
004390     EXIT.

004391*-----------------------------------------------------------------
004392* 2305-PRODUCT-RANGE FINDS THE ACCOUNT'S CATALOGUE PRODUCT. A
004393* BLANK OR LOW-VALUES PRODUCT-CODE, OR ONE NOT ON PRODCFG, LEAVES
004394* THE STATUS RANGE IN FORCE
004395*-----------------------------------------------------------------
004396 2305-PRODUCT-RANGE.

004397     MOVE 'N' TO WS-PROD-FOUND-SW.

004398     IF AF-PRODUCT-CODE = SPACES OR
004399        AF-PRODUCT-CODE = LOW-VALUES THEN
004400         GO TO 2305-EXIT
004401     END-IF.

004402     MOVE AF-PRODUCT-CODE TO PD-CODE.

004403     READ PRODCFG-FILE
004404         INVALID KEY
004405             GO TO 2305-EXIT
004406     END-READ.

004407     MOVE 'Y' TO WS-PROD-FOUND-SW.

004408 2305-EXIT.
004409     EXIT.

004412 2310-SCORE-BAND-CAP.

004415     MOVE 'N' TO WS-BAND-HIT-SW.
004420     MOVE 'N' TO WS-BAND-EOF-SW.
004430     MOVE 0 TO SB-MIN-SCORE.

005080     MOVE WS-PROPOSED TO DL-NEW.
005090     MOVE WS-UTIL-AVG TO DL-UTIL.
005100     MOVE WS-SCORE TO DL-SCORE.
005103     PERFORM 2590-SHOW-IE-DATE THRU 2590-EXIT.
005106     MOVE SPACES TO DL-NOTE.
005110     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

005120 2400-EXIT.
005130     EXIT.

005131*-----------------------------------------------------------------
005132* 2500-CHECK-AFFORD FINDS THE ACCOUNT'S LATEST I&E AND HOLDS
005133* THE RAISE BACK - NOT STAGED, LISTED WITH THE REASON - WHEN
005134* THERE IS NONE, WHEN IT WAS TAKEN BEFORE THE CUTOFF, OR WHEN
005135* IT LEAVES NO DISPOSABLE INCOME
005136*-----------------------------------------------------------------
005137 2500-CHECK-AFFORD.

005138     PERFORM 2550-FIND-INCEXP THRU 2550-EXIT.

005139     IF NOT WS-IE-FOUND THEN
005140         MOVE 'NO I&E' TO DL-NOTE
005141         GO TO 2500-HOLD
005142     END-IF.

005143     IF IE-DATE < WS-IE-CUTOFF THEN
005144         MOVE 'I&E STALE' TO DL-NOTE
005145         GO TO 2500-HOLD
005146     END-IF.

005147     IF IE-DISPOSABLE NOT > 0 THEN
005148         MOVE 'NO HEADROOM' TO DL-NOTE
005149         GO TO 2500-HOLD
005150     END-IF.

005151     GO TO 2500-EXIT.

005152 2500-HOLD.

005153     ADD 1 TO WS-IEHOLD-COUNT.
005154     MOVE AF-ACCTNO TO DL-ACCTNO.
005155     MOVE 'HELD ' TO DL-DIR.
005156     MOVE AF-CRLIMIT TO DL-OLD.
005157     MOVE WS-PROPOSED TO DL-NEW.
005158     MOVE WS-UTIL-AVG TO DL-UTIL.
005159     MOVE WS-SCORE TO DL-SCORE.
005160     PERFORM 2590-SHOW-IE-DATE THRU 2590-EXIT.
005161     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
005162     MOVE SPACE TO WS-DIRECTION.

005163 2500-EXIT.
005164     EXIT.

005165*-----------------------------------------------------------------
005166* 2550-FIND-INCEXP - THE CUSTOMER'S ROW WHEN THE ACCOUNT IS
005167* LINKED TO ONE, ELSE (OR FAILING THAT) THE ROW HELD UNDER THE
005168* ACCOUNT NUMBER, TAKEN AT APPLICATION OR BEFORE THE LINK
005169*-----------------------------------------------------------------
005170 2550-FIND-INCEXP.

005171     MOVE 'N' TO WS-IE-FOUND-SW.

005172     IF AF-CUST-ID > 0 THEN
005173         MOVE 'C' TO IE-SUBJ-TYPE
005174         MOVE SPACES TO IE-SUBJ-ID
005175         MOVE AF-CUST-ID TO IE-SUBJ-ID(1:8)
005176         READ INCEXP-FILE
005177             INVALID KEY
005178                 CONTINUE
005179         END-READ
005180         IF WS-INCEXP-STATUS = '00' THEN
005181             MOVE 'Y' TO WS-IE-FOUND-SW
005182             GO TO 2550-EXIT
005183         END-IF
005184     END-IF.

005185     MOVE 'A' TO IE-SUBJ-TYPE.
005186     MOVE AF-ACCTNO TO IE-SUBJ-ID.
005187     READ INCEXP-FILE
005188         INVALID KEY
005189             CONTINUE
005190     END-READ.
005191     IF WS-INCEXP-STATUS = '00' THEN
005192         MOVE 'Y' TO WS-IE-FOUND-SW
005193     END-IF.

005194 2550-EXIT.
005195     EXIT.

005196*-----------------------------------------------------------------
005197* 2590-SHOW-IE-DATE - THE DATE OF THE I&E FOUND BY 2550 ONTO
005198* THE DETAIL LINE, BLANK WHEN THERE WAS NONE (A CUT IS NEVER
005199* LOOKED UP)
005200*-----------------------------------------------------------------
005201 2590-SHOW-IE-DATE.

005202     MOVE SPACES TO DL-IEDATE.
005203     IF WS-DIRECTION = 'R' AND WS-IE-FOUND THEN
005204         MOVE IE-DATE TO WS-IE-DATE
005205         MOVE WS-IE-DATE TO DL-IEDATE
005206     END-IF.

005207 2590-EXIT.
005208     EXIT.

005209*-----------------------------------------------------------------
005210* 2600-CUSTOMER-LIMIT - THE CUSTOMER'S OVERALL LIMIT (ZERO OR
005211* NOT YET SET MEANS NONE) LESS THE LIMITS OF THEIR OTHER LINKED
005212* ACCOUNTS ON THE CUSTACCT PATH IS THE MOST THIS ACCOUNT MAY
005213* BE RAISED TO. A RAISE CUT BACK TO NOTHING IS HELD AND LISTED
005214*-----------------------------------------------------------------
005215 2600-CUSTOMER-LIMIT.

005216     MOVE AF-CUST-ID TO CM-CUSTID.
005217     READ CUSTMAST-FILE
005218         INVALID KEY
005219             GO TO 2600-EXIT
005220     END-READ.

005221     IF CM-OVERALL-LIMIT IS NOT NUMERIC THEN
005222         GO TO 2600-EXIT
005223     END-IF.
005224     IF CM-OVERALL-LIMIT = 0 THEN
005225         GO TO 2600-EXIT
005226     END-IF.

005227     MOVE 0 TO WS-OVL-OTHERS.
005228     MOVE 'N' TO WS-CX-DONE-SW.
005229     MOVE AF-CUST-ID TO CX-CUST-ID.
005230     START CUSTACCT KEY IS EQUAL TO CX-CUST-ID
005231         INVALID KEY
005232             MOVE 'Y' TO WS-CX-DONE-SW
005233     END-START.

005234     PERFORM 2610-NEXT-LINKED THRU 2610-EXIT
005235         UNTIL WS-CX-DONE.

005236     MOVE WS-PROPOSED TO WS-OVL-ASKED.
005237     COMPUTE WS-OVL-ROOM = CM-OVERALL-LIMIT - WS-OVL-OTHERS.
005238     IF WS-PROPOSED > WS-OVL-ROOM THEN
005239         MOVE WS-OVL-ROOM TO WS-PROPOSED
005240     END-IF.

005241     IF WS-PROPOSED > AF-CRLIMIT THEN
005242         GO TO 2600-EXIT
005243     END-IF.

005244     ADD 1 TO WS-OVLHOLD-COUNT.
005245     MOVE AF-ACCTNO TO DL-ACCTNO.
005246     MOVE 'HELD ' TO DL-DIR.
005247     MOVE AF-CRLIMIT TO DL-OLD.
005248     MOVE WS-OVL-ASKED TO DL-NEW.
005249     MOVE WS-UTIL-AVG TO DL-UTIL.
005250     MOVE WS-SCORE TO DL-SCORE.
005251     PERFORM 2590-SHOW-IE-DATE THRU 2590-EXIT.
005252     MOVE 'OVER CUST LIMIT' TO DL-NOTE.
005253     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
005254     MOVE SPACE TO WS-DIRECTION.

005255 2600-EXIT.
005256     EXIT.

005257 2610-NEXT-LINKED.

005258     READ CUSTACCT NEXT RECORD
005259         AT END
005260             MOVE 'Y' TO WS-CX-DONE-SW
005261             GO TO 2610-EXIT
005262     END-READ.

005263     IF CX-CUST-ID NOT = AF-CUST-ID THEN
005264         MOVE 'Y' TO WS-CX-DONE-SW
005265         GO TO 2610-EXIT
005266     END-IF.

005267     IF CX-ACCTNO NOT = AF-ACCTNO THEN
005268         ADD CX-CRLIMIT TO WS-OVL-OTHERS
005269     END-IF.

005270 2610-EXIT.
005271     EXIT.

005272 9000-TERMINATE.

005273     DISPLAY 'DCI8BCRV - CREDIT-LIMIT REVIEW - RUN SUMMARY'.
005274     DISPLAY 'ACCOUNTS READ      : ' WS-READ-COUNT.
005275     DISPLAY 'RAISES STAGED      : ' WS-RAISE-COUNT.
005276     DISPLAY 'CUTS STAGED        : ' WS-CUT-COUNT.
005277     DISPLAY 'ALREADY STAGED     : ' WS-HELD-COUNT.
005278     DISPLAY 'RAISES HELD ON I&E : ' WS-IEHOLD-COUNT.
005279     DISPLAY 'HELD ON CUST LIMIT : ' WS-OVLHOLD-COUNT.

005280     IF NOT WS-PASS-MODE THEN
005281         CLOSE ACCTFILE
005282     END-IF.
005283     CLOSE BALHIST-FILE.
005284     CLOSE CRLIMCFG-FILE.
005285     CLOSE PRODCFG-FILE.
005286     CLOSE SCOREBND-FILE.
005287     CLOSE ACCTCTL-FILE.
005288     CLOSE PENDCRL-FILE.
005289     CLOSE INCEXP-FILE.
005290     CLOSE CUSTMAST-FILE.
005291     CLOSE CUSTACCT.
005292     CLOSE REPORT-FILE.

005293 9000-EXIT.
005294     EXIT.

005295*-----------------------------------------------------------------
005296* 7000-PASS-ENTRY - THE DCI8BNAP CONSOLIDATED ACCTFILE PASS
005297* (SEE ACCTPASS). THE DRIVER OWNS ACCTFILE AND CALLS HERE TO
005298* OPEN, ONCE PER ACCOUNT AND TO CLOSE; EVERYTHING ELSE RUNS
005299* JUST AS IT DOES STANDING ALONE
005300*-----------------------------------------------------------------
005301 7000-PASS-ENTRY.
005302     ENTRY 'DCI8PCRV' USING ACCTPASS.

005303     MOVE 'Y' TO WS-PASS-SW.

005304     IF AP-FUNC-OPEN THEN
005305         MOVE 'G' TO AP-STEP-STATUS
005306         PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT
005307         IF NOT AP-STEP-BLOCKED THEN
005308             PERFORM 1000-INITIALIZE THRU 1000-EXIT
005309             IF WS-EOF-YES THEN
005310                 MOVE 'N' TO AP-STEP-STATUS
005311             END-IF
005312         END-IF
005313     ELSE IF AP-FUNC-ACCOUNT THEN
005314         MOVE AP-ACCTFILE-REC TO ACCTFILE-REC
005315         ADD 1 TO WS-READ-COUNT
005316         PERFORM 2000-REVIEW-ACCOUNT THRU 2000-EXIT
005317         MOVE ACCTFILE-REC TO AP-ACCTFILE-REC
005318     ELSE
005319         PERFORM 9000-TERMINATE THRU 9000-EXIT
005320         PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT
005321     END-IF
005322     END-IF.

005323     GOBACK.

005324 7000-EXIT.
005325     EXIT.

005326*-----------------------------------------------------------------
005327* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
005328* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
005329* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
005330*-----------------------------------------------------------------
005340 8100-WRITE-JRNL-START.

005341*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
005342*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
005343     MOVE 'DCI8BCRV' TO JG-JOBNAME.
005344     CALL 'DCI8BJGT' USING JOBGATE.
005345     IF JG-RC-BLOCKED THEN
005346*        IN THE PASS ONLY THIS STEP DROPS OUT
005347         IF WS-PASS-MODE THEN
005348             MOVE 'B' TO AP-STEP-STATUS
005349             GO TO 8100-EXIT
005350         END-IF
005351         MOVE JG-BLOCKED-RC TO RETURN-CODE
005352         STOP RUN
005353     END-IF.

005354     MOVE 'DCI8BCRV' TO JR-JOBNAME.
005360     MOVE 'S' TO JR-ROW-TYPE.
005370     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
005380         JR-REJECTED-COUNT.
