000180*                 FEE KEYING OFF THE MORNING REPORT
000182* 2026-09-02 AA   AN ON-TRACK HARDSHIP ARRANGEMENT (ARRANGE
000184*                 FILE, DCI8BARR) NOW SUPPRESSES THE FEE
000185* 2026-09-08 AA   OPEN DISPUTED CHARGES WITH NO PROVISIONAL
000187*                 CREDIT (DISPUTE FILE) ARE LEFT OUT OF THE
000188*                 OVER-LIMIT TEST
000189* 2026-09-22 AA   AN ACTIVE VULNERABLE CUSTOMER MARKER (VULNMARK
000190*                 FILE, DCI8DPHI) SUPPRESSES THE FEE, COUNTED
000191* 2026-09-24 AA   NO FEE ON AN ACCOUNT WITH AN ACTIVE INSOLVENCY
000192*                 CASE (INSOLV FILE, DCI8DPHK), COUNTED
000193* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000194*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000195*                 STOPS WITH RETURN CODE 12 WHEN A
000196*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000197* 2026-10-07 AA   NEW PASS ENTRY DCI8PFEE - THE DCI8BNAP
000198*                 CONSOLIDATED ACCTFILE PASS HANDS IN ONE
000199*                 ACCOUNT AT A TIME; STANDING ALONE THE RUN
000200*                 IS UNCHANGED
000201* 2026-10-08 AA   EVERY NEW ACCTTXN ROW IS SEALED INTO ITS
000202*                 ACCOUNT'S HASH CHAIN THROUGH DCI8BHCN
000204*-----------------------------------------------------------------
000206*****************************************************************
000210* THIS JOB READS A SINGLE CONTROL CARD FROM FEEPARM GIVING THE
000220* BILLING CYCLE AS YYYYMM AND THE FLAT FEE AMOUNT, THEN WALKS
000230* ACCTFILE IN KEY SEQUENCE. EVERY ACCOUNT OVER ITS LIMIT (THE
000527         RECORD KEY IS AR-ACCTNO
000528         FILE STATUS IS WS-ARRANGE-STATUS.

000529     SELECT DISPUTE-FILE ASSIGN TO DISPUTE
000530         ORGANIZATION IS INDEXED
000531         ACCESS MODE IS DYNAMIC
000532         RECORD KEY IS DS-KEY
000533         FILE STATUS IS WS-DISPUTE-STATUS.
000534     SELECT VULNMARK-FILE ASSIGN TO VULNMARK
000535         ORGANIZATION IS INDEXED
000536         ACCESS MODE IS DYNAMIC
000537         RECORD KEY IS VM-KEY
000538         FILE STATUS IS WS-VULNMARK-STATUS.
000539     SELECT INSOLV-FILE ASSIGN TO INSOLV
000540         ORGANIZATION IS INDEXED
000541         ACCESS MODE IS RANDOM
000542         RECORD KEY IS IV-ACCTNO
000543         FILE STATUS IS WS-INSOLV-STATUS.
000545     SELECT ACCTTXN-FILE ASSIGN TO ACCTTXN
000547         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS TX-KEY
000570         FILE STATUS IS WS-ACCTTXN-STATUS.
001020     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001030     05  AF-BRANCH               PIC X(04).
001040     05  AF-CONTACT-PREF         PIC X(01).
001041     05  AF-STMT-CYCLE           PIC X(01).
001042     05  AF-GONEAWAY-FLAG        PIC X(01).
001043     05  AF-CUST-ID              PIC 9(08).
001044     05  AF-ESTATE-FLAG          PIC X(01).
001045     05  AF-SENS-FLAG            PIC X(01).
001046     05  AF-ANNFEE-PLAN          PIC X(01).
001047     05  AF-SETTLE-FLAG          PIC X(01).
001048     05  AF-PRODUCT-CODE         PIC X(04).

001050 FD  OVLFEE-FILE
001060     LABEL RECORDS ARE STANDARD.
001229         10  AR-AGR-DATE         PIC S9(7) COMP-3.
001230         10  AR-AGR-TIME         PIC S9(7) COMP-3.

001231*-----------------------------------------------------------------
001232* DISPUTE - ONE ROW PER DISPUTED ACCTTXN ROW, KEYED ON THAT ROW'S
001233* OWN TX-KEY, SO AN ACCOUNT'S CASES SIT TOGETHER
001234*-----------------------------------------------------------------
001235 FD  DISPUTE-FILE
001236     LABEL RECORDS ARE STANDARD.
001237 01  DISPUTE-REC.
001238     05  DS-KEY.
001239         10  DS-ACCTNO           PIC X(09).
001240         10  DS-TXN-DATE         PIC S9(7) COMP-3.
001241         10  DS-TXN-SEQNO        PIC 9(04) COMP.
001242     05  DS-AMOUNT               PIC 9(08)V99.
001243     05  FILLER                  PIC X(45).
001244     05  DS-STATUS               PIC X(01).
001245         88  DS-OPEN                     VALUE 'O'.
001246     05  DS-PROV-FLAG            PIC X(01).
001247         88  DS-PROV-CREDITED            VALUE 'Y'.
001248     05  FILLER                  PIC X(48).
001249*-----------------------------------------------------------------
001250* VULNMARK - THE VULNERABLE CUSTOMER REGISTER, ONE ROW PER ACCOUNT
001251* PER CATEGORY, RECORDED ON DCI8DPHI. ONLY THE KEY AND STATUS ARE
001252* NEEDED HERE
001253*-----------------------------------------------------------------
001254 FD  VULNMARK-FILE
001255     LABEL RECORDS ARE STANDARD.
001256 01  VULNMARK-REC.
001257     05  VM-KEY.
001258         10  VM-ACCTNO           PIC X(09).
001259         10  VM-CATEGORY         PIC X(01).
001260     05  VM-STATUS               PIC X(01).
001261         88  VM-ACTIVE                   VALUE 'A'.
001262     05  FILLER                  PIC X(88).
001263*-----------------------------------------------------------------
001264* INSOLV - INSOLVENCY CASES, ONE ROW PER ACCOUNT, RECORDED ON
001265* DCI8DPHK. ONLY THE KEY AND STATUS ARE NEEDED HERE
001266*-----------------------------------------------------------------
001267 FD  INSOLV-FILE
001268     LABEL RECORDS ARE STANDARD.
001269 01  INSOLV-REC.
001270     05  IV-ACCTNO               PIC X(09).
001271     05  IV-CASE-TYPE            PIC X(01).
001272     05  IV-STATUS               PIC X(01).
001273         88  IV-ACTIVE                   VALUE 'A'.
001274     05  FILLER                  PIC X(224).
001276 FD  ACCTTXN-FILE
001278     LABEL RECORDS ARE STANDARD.
001280 01  ACCTTXN-REC.
001282     05  TX-KEY.
001284         10  TX-ACCTNO           PIC X(09).
001286         10  TX-DATE             PIC S9(7) COMP-3.
001288         10  TX-SEQNO            PIC 9(04) COMP.
001290     05  TX-TYPE                 PIC X(01).
001300     05  TX-AMOUNT               PIC 9(08)V99.
001310     05  TX-POSTED-INFO.
001320         10  TX-POST-DATE        PIC S9(7) COMP-3.
001330         10  TX-POST-JOB         PIC X(08).
001340     05  TX-SOURCE               PIC X(01).
001342     05  TX-CHAIN-INFO.
001344         10  TX-CHAIN-NO         PIC 9(09) COMP.
001346         10  TX-CHAIN-PREV       PIC 9(18) COMP.
001348         10  TX-CHAIN-HASH       PIC 9(18) COMP.

001350 FD  REPORT-FILE
001360     RECORDING MODE IS F
001570 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001580 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001581     COPY 'JOBGATE'.

001582*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
001583     COPY 'CHAINPRM'.

001586*    'Y' WHEN CALLED THROUGH THE PASS ENTRY - DCI8BNAP THEN
001587*    OWNS ACCTFILE AND HANDS EACH RECORD IN
001588 77  WS-PASS-SW              PIC X(01) VALUE 'N'.
001589     88  WS-PASS-MODE                VALUE 'Y'.

001590 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001600 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001605 77  WS-ARRANGE-STATUS       PIC X(02) VALUE SPACES.
001607 77  WS-DISPUTE-STATUS       PIC X(02) VALUE SPACES.
001608 77  WS-VULNMARK-STATUS      PIC X(02) VALUE SPACES.
001609 77  WS-INSOLV-STATUS        PIC X(02) VALUE SPACES.
001610 77  WS-OVLFEE-STATUS        PIC X(02) VALUE SPACES.
001620     88  WS-OVLFEE-NOTFND           VALUE '23'.
001630 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
001690         88  WS-PARM-OK              VALUE 'Y'.
001692     05  WS-ARR-SW           PIC X(01) VALUE 'N'.
001694         88  WS-ON-ARRANGEMENT       VALUE 'Y'.
001696     05  WS-DSP-EOF-SW       PIC X(01) VALUE 'N'.
001698         88  WS-DSP-EOF-YES          VALUE 'Y'.
001699     05  WS-VULN-SW          PIC X(01) VALUE 'N'.
001700         88  WS-VULNERABLE           VALUE 'Y'.
001701     05  WS-VM-EOF-SW        PIC X(01) VALUE 'N'.
001702         88  WS-VM-EOF-YES           VALUE 'Y'.
001703     05  WS-INSOLV-SW        PIC X(01) VALUE 'N'.
001704         88  WS-INSOLVENT            VALUE 'Y'.

001706 77  WS-VM-ACCTNO            PIC X(09) VALUE SPACES.
001708 01  WS-COUNTERS.
001710     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001720     05  WS-ASSESSED-COUNT   PIC 9(07) COMP-3 VALUE 0.
001730     05  WS-WAIVED-COUNT     PIC 9(07) COMP-3 VALUE 0.
001740     05  WS-CYCLE-DONE-COUNT PIC 9(07) COMP-3 VALUE 0.
001742     05  WS-ARRSUPP-COUNT    PIC 9(07) COMP-3 VALUE 0.
001746     05  WS-DISPUTE-COUNT    PIC 9(07) COMP-3 VALUE 0.
001748     05  WS-VULNSUPP-COUNT   PIC 9(07) COMP-3 VALUE 0.
001749     05  WS-INSOLV-COUNT     PIC 9(07) COMP-3 VALUE 0.
001750     05  WS-REPOST-COUNT     PIC 9(07) COMP-3 VALUE 0.
001760     05  WS-SKIPPED-COUNT    PIC 9(07) COMP-3 VALUE 0.

001800* INSTEAD OF WRITTEN BAD - THE DCI8BPST PROTECTION
001810*-----------------------------------------------------------------
001820 77  WS-NEW-BALANCE          PIC S9(10)V99 COMP-3 VALUE 0.
001821*-----------------------------------------------------------------
001822* OPEN DISPUTED CHARGES NOT YET PROVISIONALLY CREDITED, AND THE
001823* BALANCE WITH THEM TAKEN OUT - THE FIGURE THE OVER-LIMIT TEST
001825* IS REAPPLIED TO
001826*-----------------------------------------------------------------
001827 77  WS-DISPUTED             PIC S9(10)V99 COMP-3 VALUE 0.
001828 77  WS-NET-BALANCE          PIC S9(10)V99 COMP-3 VALUE 0.

001830 77  WS-TODAY-YYYYDDD        PIC 9(07) VALUE 0.

002100     05  DL-ACTION           PIC X(24).
002110     05  FILLER              PIC X(15) VALUE SPACES.

002113 LINKAGE SECTION.

002116 COPY 'ACCTPASS'.

002120 PROCEDURE DIVISION.

002130 0000-MAINLINE.
002420         MOVE 'Y' TO WS-EOF-SW
002430     END-IF.

002433     IF NOT WS-PASS-MODE THEN
002437         OPEN I-O ACCTFILE
002441     END-IF.
002445     OPEN INPUT ARRANGE-FILE.
002447     OPEN INPUT DISPUTE-FILE.
002448     OPEN INPUT VULNMARK-FILE.
002449     OPEN INPUT INSOLV-FILE.
002450     OPEN I-O OVLFEE-FILE.
002460     OPEN I-O ACCTTXN-FILE.
002470     OPEN OUTPUT REPORT-FILE.

002610 1100-READ-ACCTFILE.

002612*    IN THE PASS THE NEXT RECORD COMES FROM DCI8BNAP
002614     IF WS-PASS-MODE THEN
002616         GO TO 1100-EXIT
002618     END-IF.

002620     READ ACCTFILE NEXT RECORD
002630         AT END
002640             GO TO 1100-EOF

002770     IF AF-CURR-BAL > 0 AND
002780        (AF-CRLIMIT = 0 OR AF-CURR-BAL > AF-CRLIMIT) THEN
002781         PERFORM 2040-TALLY-DISPUTES THRU 2040-EXIT
002782         IF WS-NET-BALANCE NOT > 0 OR
002784            (AF-CRLIMIT > 0 AND WS-NET-BALANCE NOT > AF-CRLIMIT)
002785             THEN
002786             ADD 1 TO WS-DISPUTE-COUNT
002788         ELSE
002789             PERFORM 2050-CHECK-ARRANGEMENT THRU 2050-EXIT
002791             IF WS-ON-ARRANGEMENT THEN
002792                 ADD 1 TO WS-ARRSUPP-COUNT
002794             ELSE
002795                 PERFORM 2060-CHECK-VULNERABLE THRU 2060-EXIT
002796                 IF WS-VULNERABLE THEN
002797                     ADD 1 TO WS-VULNSUPP-COUNT
002798                 ELSE
002799                     PERFORM 2070-CHECK-INSOLVENCY THRU 2070-EXIT
002800                     IF WS-INSOLVENT THEN
002801                         ADD 1 TO WS-INSOLV-COUNT
002802                     ELSE
002803                         PERFORM 2100-CHECK-CYCLE THRU 2100-EXIT
002804                     END-IF
002805                 END-IF
002806             END-IF
002807         END-IF
002808     END-IF.

002810     PERFORM 1100-READ-ACCTFILE THRU 1100-EXIT.

002820 2000-EXIT.
002830     EXIT.

002831*-----------------------------------------------------------------
002832* 2040-TALLY-DISPUTES - AN ACCOUNT OVER ITS LIMIT ONLY BECAUSE OF
002833* CHARGES UNDER OPEN DISPUTE IS NOT CHARGED. A CASE WITH A
002834* PROVISIONAL CREDIT HAS ALREADY COME OFF AF-CURR-BAL THROUGH ITS
002835* 8007 ROW, SO ONLY THE UNCREDITED ONES ARE TAKEN OUT HERE
002836*-----------------------------------------------------------------
002837 2040-TALLY-DISPUTES.

002838     MOVE 0 TO WS-DISPUTED.
002839     MOVE 'N' TO WS-DSP-EOF-SW.

002840     MOVE AF-ACCTNO TO DS-ACCTNO.
002841     MOVE 0 TO DS-TXN-DATE.
002842     MOVE 0 TO DS-TXN-SEQNO.

002843     START DISPUTE-FILE KEY IS NOT LESS THAN DS-KEY
002844         INVALID KEY
002845             MOVE 'Y' TO WS-DSP-EOF-SW
002846     END-START.

002847     PERFORM 2045-TALLY-ONE-CASE THRU 2045-EXIT
002848         UNTIL WS-DSP-EOF-YES.

002849     COMPUTE WS-NET-BALANCE = AF-CURR-BAL - WS-DISPUTED.

002850 2040-EXIT.
002851     EXIT.

002852 2045-TALLY-ONE-CASE.

002853     READ DISPUTE-FILE NEXT RECORD
002854         AT END
002855             MOVE 'Y' TO WS-DSP-EOF-SW
002856             GO TO 2045-EXIT
002857     END-READ.

002858     IF DS-ACCTNO NOT = AF-ACCTNO THEN
002859         MOVE 'Y' TO WS-DSP-EOF-SW
002860         GO TO 2045-EXIT
002861     END-IF.

002862     IF DS-OPEN AND NOT DS-PROV-CREDITED THEN
002863         ADD DS-AMOUNT TO WS-DISPUTED
002864     END-IF.

002865 2045-EXIT.
002866     EXIT.
002882*-----------------------------------------------------------------
002883* 2050-CHECK-ARRANGEMENT - AN ON-TRACK HARDSHIP ARRANGEMENT
002884* SUPPRESSES THE FEE; THE CUSTOMER IS DOING WHAT WAS AGREED
002896 2050-EXIT.
002897     EXIT.

002898*-----------------------------------------------------------------
002899* 2060-CHECK-VULNERABLE - AN ACTIVE VULNERABLE CUSTOMER MARKER, OF
002900* ANY CATEGORY, SUPPRESSES THE FEE. NO OVLFEE ROW IS FILED, SO THE
002901* FEE IS LOOKED AT AFRESH ON A LATER RUN ONCE THE MARKER GOES
002902*-----------------------------------------------------------------
002903 2060-CHECK-VULNERABLE.

002904     MOVE 'N' TO WS-VULN-SW.
002905     MOVE 'N' TO WS-VM-EOF-SW.

002906     MOVE AF-ACCTNO TO WS-VM-ACCTNO.
002907     MOVE AF-ACCTNO TO VM-ACCTNO.
002908     MOVE LOW-VALUES TO VM-CATEGORY.

002909     START VULNMARK-FILE KEY IS NOT LESS THAN VM-KEY
002910         INVALID KEY
002911             GO TO 2060-EXIT
002912     END-START.

002913     PERFORM 2065-READ-MARKER THRU 2065-EXIT
002914         UNTIL WS-VM-EOF-YES.

002915 2060-EXIT.
002916     EXIT.

002917 2065-READ-MARKER.

002918     READ VULNMARK-FILE NEXT RECORD
002919         AT END
002920             MOVE 'Y' TO WS-VM-EOF-SW
002921             GO TO 2065-EXIT
002922     END-READ.

002923     IF VM-ACCTNO NOT = WS-VM-ACCTNO THEN
002924         MOVE 'Y' TO WS-VM-EOF-SW
002925         GO TO 2065-EXIT
002926     END-IF.

002927     IF VM-ACTIVE THEN
002928         MOVE 'Y' TO WS-VULN-SW
002929         MOVE 'Y' TO WS-VM-EOF-SW
002930     END-IF.

002931 2065-EXIT.
002932     EXIT.

002933*-----------------------------------------------------------------
002934* 2070-CHECK-INSOLVENCY - NO FEE IS RAISED WHILE THE ACCOUNT HAS
002935* AN ACTIVE INSOLVENCY CASE; THE DEBT IS FROZEN AT THE CLAIM
002936*-----------------------------------------------------------------
002937 2070-CHECK-INSOLVENCY.

002938     MOVE 'N' TO WS-INSOLV-SW.
002939     MOVE AF-ACCTNO TO IV-ACCTNO.

002940     READ INSOLV-FILE
002941         INVALID KEY
002942             GO TO 2070-EXIT
002943     END-READ.

002944     IF IV-ACTIVE THEN
002945         MOVE 'Y' TO WS-INSOLV-SW
002946     END-IF.

002947 2070-EXIT.
002948     EXIT.

002949*-----------------------------------------------------------------
002950* 2100-CHECK-CYCLE ENFORCES THE ONCE-PER-CYCLE RULE AND THE
002951* COLLECTOR'S WAIVER - ANY OVLFEE ROW FOR THE ACCOUNT AND
002952* CYCLE, WHATEVER ITS STATUS, MEANS NO NEW FEE
002953*-----------------------------------------------------------------
002954 2100-CHECK-CYCLE.

002955     MOVE AF-ACCTNO TO FE-ACCTNO.
002956     MOVE FP-CYCLE TO FE-CYCLE.

002957     READ OVLFEE-FILE
002958         INVALID KEY
002959             GO TO 2100-ASSESS
002960     END-READ.

002961     IF FE-WAIVED OR FE-REVERSED THEN
002970         MOVE AF-ACCTNO TO DL-ACCTNO
002980         MOVE AF-CURR-BAL TO DL-BALANCE
002990         MOVE AF-CRLIMIT TO DL-CRLIMIT
003380     WRITE ACCTTXN-REC
003390         INVALID KEY
003400             GO TO 2200-ALREADY-POSTED
003403         NOT INVALID KEY
003406             PERFORM 8600-SEAL-TXN-ROW THRU 8600-EXIT
003410     END-WRITE.

003420     MOVE WS-NEW-BALANCE TO AF-CURR-BAL.

003422*    IN THE PASS DCI8BNAP REWRITES AS SOON AS THIS STEP
003425*    RETURNS THE ACCOUNT
003427     IF WS-PASS-MODE THEN
003430         MOVE 'Y' TO AP-REWRITE-SW
003432     ELSE
003435         REWRITE ACCTFILE-REC
003437     END-IF.

003440     PERFORM 2300-WRITE-CYCLE-ROW THRU 2300-EXIT.

003770     DISPLAY 'WAIVED           : ' WS-WAIVED-COUNT.
003780     DISPLAY 'ALREADY THIS CYC : ' WS-CYCLE-DONE-COUNT.
003782     DISPLAY 'ON ARRANGEMENT   : ' WS-ARRSUPP-COUNT.
003786     DISPLAY 'IN DISPUTE       : ' WS-DISPUTE-COUNT.
003788     DISPLAY 'VULNERABLE       : ' WS-VULNSUPP-COUNT.
003789     DISPLAY 'INSOLVENCY CASE  : ' WS-INSOLV-COUNT.
003790     DISPLAY 'ALREADY POSTED   : ' WS-REPOST-COUNT.
003800     DISPLAY 'WOULD OVERFLOW   : ' WS-SKIPPED-COUNT.

003803     IF NOT WS-PASS-MODE THEN
003807         CLOSE ACCTFILE
003811     END-IF.
003815     CLOSE ARRANGE-FILE.
003817     CLOSE DISPUTE-FILE.
003818     CLOSE VULNMARK-FILE.
003819     CLOSE INSOLV-FILE.
003820     CLOSE OVLFEE-FILE.
003830     CLOSE ACCTTXN-FILE.
003840     CLOSE REPORT-FILE.
003850 9000-EXIT.
003860     EXIT.

003861*-----------------------------------------------------------------
003862* 7000-PASS-ENTRY - THE DCI8BNAP CONSOLIDATED ACCTFILE PASS
003863* (SEE ACCTPASS). THE DRIVER OWNS ACCTFILE AND CALLS HERE TO
003864* OPEN, ONCE PER ACCOUNT AND TO CLOSE; EVERYTHING ELSE RUNS
003865* JUST AS IT DOES STANDING ALONE
003866*-----------------------------------------------------------------
003867 7000-PASS-ENTRY.
003868     ENTRY 'DCI8PFEE' USING ACCTPASS.

003869     MOVE 'Y' TO WS-PASS-SW.

003870     IF AP-FUNC-OPEN THEN
003871         MOVE 'G' TO AP-STEP-STATUS
003872         PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT
003873         IF NOT AP-STEP-BLOCKED THEN
003874             PERFORM 1000-INITIALIZE THRU 1000-EXIT
003875             IF WS-EOF-YES THEN
003876                 MOVE 'N' TO AP-STEP-STATUS
003877             END-IF
003878         END-IF
003879     ELSE IF AP-FUNC-ACCOUNT THEN
003880         MOVE AP-ACCTFILE-REC TO ACCTFILE-REC
003881         ADD 1 TO WS-READ-COUNT
003882         PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
003883         MOVE ACCTFILE-REC TO AP-ACCTFILE-REC
003884     ELSE
003885         PERFORM 9000-TERMINATE THRU 9000-EXIT
003886         PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT
003887     END-IF
003888     END-IF.

003889     GOBACK.

003890 7000-EXIT.
003891     EXIT.

003892*-----------------------------------------------------------------
003893* 8600 - THE ACCTTXN ROW JUST WRITTEN JOINS ITS ACCOUNT'S
003894* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
003895* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
003896* AND THE ROW IS REWRITTEN WITH THEM
003897*-----------------------------------------------------------------
003898 8600-SEAL-TXN-ROW.

003899     MOVE 'S' TO CP-FUNCTION.
003900     MOVE 'T' TO CP-FILE.
003901     MOVE 'DCI8BFEE' TO CP-JOBNAME.
003902     MOVE ACCTTXN-REC TO CP-ROW.
003903     CALL 'DCI8BHCN' USING CHAINPRM.

003904     MOVE CP-CHAIN-NO TO TX-CHAIN-NO.
003905     MOVE CP-PREV-HASH TO TX-CHAIN-PREV.
003906     MOVE CP-HASH TO TX-CHAIN-HASH.
003907     REWRITE ACCTTXN-REC.

003908 8600-EXIT.
003909     EXIT.

003910*-----------------------------------------------------------------
003911* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
003912* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
003913* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
003914*-----------------------------------------------------------------
003920 8100-WRITE-JRNL-START.

003921*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003922*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003923     MOVE 'DCI8BFEE' TO JG-JOBNAME.
003924     CALL 'DCI8BJGT' USING JOBGATE.
003925     IF JG-RC-BLOCKED THEN
003926*        IN THE PASS ONLY THIS STEP DROPS OUT
003927         IF WS-PASS-MODE THEN
003928             MOVE 'B' TO AP-STEP-STATUS
003929             GO TO 8100-EXIT
003930         END-IF
003931         MOVE JG-BLOCKED-RC TO RETURN-CODE
003932         STOP RUN
003933     END-IF.

003934     MOVE 'DCI8BFEE' TO JR-JOBNAME.
003940     MOVE 'S' TO JR-ROW-TYPE.
003950     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003960         JR-REJECTED-COUNT.
