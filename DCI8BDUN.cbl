000190*                 WHICH LETTER EACH ACCOUNT LAST GOT
000192* 2026-09-02 AA   AN ON-TRACK HARDSHIP ARRANGEMENT (ARRANGE
000194*                 FILE, DCI8BARR) NOW SUSPENDS THE SERIES
000195* 2026-09-08 AA   OPEN DISPUTED CHARGES WITH NO PROVISIONAL
000197*                 CREDIT (DISPUTE FILE) ARE LEFT OUT OF THE
000198*                 LETTER BALANCE; NOTHING LEFT OWING, NO LETTER
000199* 2026-09-22 AA   AN ACTIVE VULNERABLE CUSTOMER MARKER (VULNMARK
000200*                 FILE, DCI8DPHI) SUPPRESSES THE LETTER; THE
000201*                 SUPPRESSION IS COUNTED AND THE SERIES HOLDS
000202* 2026-09-24 AA   AN ACTIVE INSOLVENCY CASE (INSOLV FILE,
000203*                 DCI8DPHK) STOPS THE LETTERS - THE DEBT IS
000204*                 CLAIMED THROUGH THE PRACTITIONER INSTEAD
000205* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000206*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000207*                 STOPS WITH RETURN CODE 12 WHEN A
000208*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000209* 2026-10-15 AA   EVERY LETTER SENT, AND EVERY LETTER DUE BUT
000210*                 HELD BACK, IS RECORDED ON THE CORRESPONDENCE
000211*                 LOG (CORRLOG, THROUGH DCI8BCLG) WITH THE
000212*                 REASON IT WAS HELD
000213* 2026-10-15 AA   THE LETTER WORDING NOW COMES FROM THE LTRTMPL
000214*                 TEMPLATE FILE THROUGH DCI8BLTM (LETTERS DUN1,
000215*                 DUN2, DUN3) AND THE VERSION USED IS STAMPED ON
000216*                 THE LETTER AND ON CORRLOG. A STAGE WITH NO
000217*                 TEMPLATE IN FORCE IS HELD AND TRIED AGAIN NEXT
000218*                 RUN
000219* 2026-10-15 AA   EACH LETTER OPENS WITH A PRTDOC DOCUMENT-
000220*                 START ROW ON DUNLTTR FOR THE DCI8BPSC PRINT
000221*                 STREAM RUN
000222*-----------------------------------------------------------------
000223*****************************************************************
000224* THIS JOB WALKS THE WORKLIST AND, FOR EVERY ITEM CARRYING A
000230* DELINQUENCY SEVERITY FROM DCI8BAGE, DECIDES WHICH LETTER OF
000240* THE SERIES IS DUE: SEVERITY 1 EARNS THE REMINDER, 2 THE
000250* STRONG REMINDER, 3 THE FINAL DEMAND. THE DUNNCTL ROW HOLDS
000497         RECORD KEY IS AR-ACCTNO
000498         FILE STATUS IS WS-ARRANGE-STATUS.

000499     SELECT DISPUTE-FILE ASSIGN TO DISPUTE
000500         ORGANIZATION IS INDEXED
000501         ACCESS MODE IS DYNAMIC
000502         RECORD KEY IS DS-KEY
000503         FILE STATUS IS WS-DISPUTE-STATUS.
000504     SELECT VULNMARK-FILE ASSIGN TO VULNMARK
000505         ORGANIZATION IS INDEXED
000506         ACCESS MODE IS DYNAMIC
000507         RECORD KEY IS VM-KEY
000508         FILE STATUS IS WS-VULNMARK-STATUS.
000509     SELECT INSOLV-FILE ASSIGN TO INSOLV
000510         ORGANIZATION IS INDEXED
000511         ACCESS MODE IS RANDOM
000512         RECORD KEY IS IV-ACCTNO
000513         FILE STATUS IS WS-INSOLV-STATUS.
000515     SELECT DUNNCTL-FILE ASSIGN TO DUNNCTL
000517         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS DN-ACCTNO
000540         FILE STATUS IS WS-DUNNCTL-STATUS.
001080     05  AF-BUREAU-SCORE         PIC 9(03).
001090     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001100     05  AF-BRANCH               PIC X(04).
001101     05  AF-CONTACT-PREF         PIC X(01).
001102     05  AF-STMT-CYCLE           PIC X(01).
001103     05  AF-GONEAWAY-FLAG        PIC X(01).
001104     05  AF-CUST-ID              PIC 9(08).
001105     05  AF-ESTATE-FLAG          PIC X(01).
001106     05  AF-SENS-FLAG            PIC X(01).
001107     05  AF-ANNFEE-PLAN          PIC X(01).
001108     05  AF-SETTLE-FLAG          PIC X(01).
001109     05  AF-PRODUCT-CODE         PIC X(04).

001111*-----------------------------------------------------------------
001112* ARRANGE - THE HARDSHIP ARRANGEMENT FILE. AN ON-TRACK
001129         10  AR-AGR-DATE         PIC S9(7) COMP-3.
001130         10  AR-AGR-TIME         PIC S9(7) COMP-3.

001131*-----------------------------------------------------------------
001132* DISPUTE - ONE ROW PER DISPUTED ACCTTXN ROW, KEYED ON THAT ROW'S
001133* OWN TX-KEY, SO AN ACCOUNT'S CASES SIT TOGETHER
001134*-----------------------------------------------------------------
001135 FD  DISPUTE-FILE
001136     LABEL RECORDS ARE STANDARD.
001137 01  DISPUTE-REC.
001138     05  DS-KEY.
001139         10  DS-ACCTNO           PIC X(09).
001140         10  DS-TXN-DATE         PIC S9(7) COMP-3.
001141         10  DS-TXN-SEQNO        PIC 9(04) COMP.
001142     05  DS-AMOUNT               PIC 9(08)V99.
001143     05  FILLER                  PIC X(45).
001144     05  DS-STATUS               PIC X(01).
001145         88  DS-OPEN                     VALUE 'O'.
001146     05  DS-PROV-FLAG            PIC X(01).
001147         88  DS-PROV-CREDITED            VALUE 'Y'.
001148     05  FILLER                  PIC X(48).
001149*-----------------------------------------------------------------
001150* VULNMARK - THE VULNERABLE CUSTOMER REGISTER, ONE ROW PER ACCOUNT
001151* PER CATEGORY, RECORDED ON DCI8DPHI. ONLY THE KEY AND STATUS ARE
001152* NEEDED HERE
001153*-----------------------------------------------------------------
001154 FD  VULNMARK-FILE
001155     LABEL RECORDS ARE STANDARD.
001156 01  VULNMARK-REC.
001157     05  VM-KEY.
001158         10  VM-ACCTNO           PIC X(09).
001159         10  VM-CATEGORY         PIC X(01).
001160     05  VM-STATUS               PIC X(01).
001161         88  VM-ACTIVE                   VALUE 'A'.
001162     05  FILLER                  PIC X(88).
001163*-----------------------------------------------------------------
001164* INSOLV - INSOLVENCY CASES, ONE ROW PER ACCOUNT, RECORDED ON
001165* DCI8DPHK. ONLY THE KEY AND STATUS ARE NEEDED HERE
001166*-----------------------------------------------------------------
001167 FD  INSOLV-FILE
001168     LABEL RECORDS ARE STANDARD.
001169 01  INSOLV-REC.
001170     05  IV-ACCTNO               PIC X(09).
001171     05  IV-CASE-TYPE            PIC X(01).
001172     05  IV-STATUS               PIC X(01).
001173         88  IV-ACTIVE                   VALUE 'A'.
001174     05  FILLER                  PIC X(224).
001176 FD  DUNNCTL-FILE
001178     LABEL RECORDS ARE STANDARD.
001180 01  DUNNCTL-REC.
001182     05  DN-ACCTNO               PIC X(09).
001184     05  DN-LAST-LETTER          PIC X(01).
001186     05  DN-SENT-DATE            PIC S9(7) COMP-3.

001188 FD  LETTER-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  LETTER-LINE                 PIC X(80).
001400 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001410 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001415     COPY 'JOBGATE'.

001420 77  WS-WORKLIST-STATUS      PIC X(02) VALUE SPACES.
001430 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001435 77  WS-ARRANGE-STATUS       PIC X(02) VALUE SPACES.
001437 77  WS-DISPUTE-STATUS       PIC X(02) VALUE SPACES.
001438 77  WS-VULNMARK-STATUS      PIC X(02) VALUE SPACES.
001439 77  WS-INSOLV-STATUS        PIC X(02) VALUE SPACES.
001440 77  WS-DUNNCTL-STATUS       PIC X(02) VALUE SPACES.
001450     88  WS-DUNNCTL-NOTFND          VALUE '23'.
001460 77  WS-LETTER-STATUS        PIC X(02) VALUE SPACES.
001514         88  WS-ON-ARRANGEMENT       VALUE 'Y'.
001516     05  WS-SENT-SW          PIC X(01) VALUE 'N'.
001518         88  WS-LETTER-WENT          VALUE 'Y'.
001519     05  WS-DSP-EOF-SW       PIC X(01) VALUE 'N'.
001520         88  WS-DSP-EOF-YES          VALUE 'Y'.
001521     05  WS-VULN-SW          PIC X(01) VALUE 'N'.
001522         88  WS-VULNERABLE           VALUE 'Y'.
001523     05  WS-VM-EOF-SW        PIC X(01) VALUE 'N'.
001524         88  WS-VM-EOF-YES           VALUE 'Y'.
001525     05  WS-INSOLV-SW        PIC X(01) VALUE 'N'.
001526         88  WS-INSOLVENT            VALUE 'Y'.

001528 01  WS-COUNTERS.
001530     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001540     05  WS-LETTER-COUNT     PIC 9(07) COMP-3 VALUE 0.
001550     05  WS-UPTODATE-COUNT   PIC 9(07) COMP-3 VALUE 0.
001560     05  WS-CLEARED-COUNT    PIC 9(07) COMP-3 VALUE 0.
001562     05  WS-ARRSUPP-COUNT    PIC 9(07) COMP-3 VALUE 0.
001564     05  WS-GONEAWAY-COUNT   PIC 9(07) COMP-3 VALUE 0.
001565     05  WS-DISPUTE-COUNT    PIC 9(07) COMP-3 VALUE 0.
001566     05  WS-VULNSUPP-COUNT   PIC 9(07) COMP-3 VALUE 0.
001567     05  WS-INSOLV-COUNT     PIC 9(07) COMP-3 VALUE 0.
001569     05  WS-NOTMPL-COUNT     PIC 9(07) COMP-3 VALUE 0.

001570 77  WS-TODAY                PIC 9(07) VALUE 0.
001575 77  WS-VM-ACCTNO            PIC X(09) VALUE SPACES.

001580*-----------------------------------------------------------------
001590* THE LETTER THE AGING BUCKET CALLS FOR - SAME CODES AS THE
001610* ONE-CHARACTER COMPARE
001620*-----------------------------------------------------------------
001630 77  WS-TARGET-LETTER        PIC X(01) VALUE SPACE.
001631*-----------------------------------------------------------------
001632* OPEN DISPUTED CHARGES NOT YET PROVISIONALLY CREDITED, AND THE
001634* BALANCE THE LETTER QUOTES WITH THEM TAKEN OUT
001635*-----------------------------------------------------------------
001637 77  WS-DISPUTED             PIC S9(10)V99 COMP-3 VALUE 0.
001638 77  WS-NET-BALANCE          PIC S9(10)V99 COMP-3 VALUE 0.

001639*-----------------------------------------------------------------
001640* CORRESPONDENCE LOG ROW, HANDED TO DCI8BCLG PER LETTER. THE
001641* REASON IS SPACE FOR A LETTER THAT WENT, OTHERWISE THE CORRLOG
001642* SUPPRESSION CODE
001643*-----------------------------------------------------------------
001644     COPY 'CORRLOG'.
001645 77  WS-LOG-REASON           PIC X(01) VALUE SPACE.

001647*-----------------------------------------------------------------
001650* LETTER BUILDER BLOCK FOR DCI8BLTM - THE WORDING OF EACH STAGE
001660* IS THE LTRTMPL LETTER 'DUN' FOLLOWED BY THE STAGE, WITH THE
001670* CONDITION 'D' RAISED WHEN DISPUTED CHARGES ARE LEFT OUT OF THE
001680* BALANCE QUOTED
001690*-----------------------------------------------------------------
001700     COPY 'LTRPARM'.

001701* DOCUMENT-START ROW AHEAD OF EACH LETTER ON DUNLTTR
001702     COPY 'PRTDOC'.

001980 01  WS-LTR-SEPARATOR.
001990     05  FILLER PIC X(80) VALUE ALL '-'.

002100     OPEN INPUT WORKLIST-FILE.
002105     OPEN INPUT ARRANGE-FILE.
002107     OPEN INPUT DISPUTE-FILE.
002108     OPEN INPUT VULNMARK-FILE.
002109     OPEN INPUT INSOLV-FILE.
002110     OPEN INPUT ACCTFILE.
002120     OPEN I-O DUNNCTL-FILE.
002130     OPEN OUTPUT LETTER-FILE.
002340*-----------------------------------------------------------------
002350 2000-PROCESS-ITEM.

002353     PERFORM 2050-CHECK-ARRANGEMENT THRU 2050-EXIT.
002356     PERFORM 2060-CHECK-VULNERABLE THRU 2060-EXIT.
002358     PERFORM 2070-CHECK-INSOLVENCY THRU 2070-EXIT.

002360     IF WL-SEV-NONE THEN
002361         PERFORM 2500-CLEAR-STATE THRU 2500-EXIT
002362     ELSE IF WS-INSOLVENT THEN
002363*        AN ACTIVE INSOLVENCY CASE - THE DEBT IS CLAIMED FROM THE
002364*        PRACTITIONER AND THE CUSTOMER MAY NOT BE PURSUED
002365         ADD 1 TO WS-INSOLV-COUNT
002366         MOVE 'I' TO WS-LOG-REASON
002367         PERFORM 2080-LOG-IF-DUE THRU 2080-EXIT
002372     ELSE IF WS-ON-ARRANGEMENT THEN
002374*        AN ON-TRACK HARDSHIP ARRANGEMENT SUSPENDS THE SERIES -
002376*        THE CUSTOMER IS DOING WHAT WAS AGREED
002377         ADD 1 TO WS-ARRSUPP-COUNT
002378         MOVE 'A' TO WS-LOG-REASON
002379         PERFORM 2080-LOG-IF-DUE THRU 2080-EXIT
002380     ELSE IF WS-VULNERABLE THEN
002381*        A VULNERABLE CUSTOMER IS NOT SENT ESCALATING LETTERS -
002382*        THE SPECIALIST COLLECTOR DECIDES THE CONTACT. THE SERIES
002383*        HOLDS WHERE IT WAS UNTIL THE MARKER IS REMOVED
002384         ADD 1 TO WS-VULNSUPP-COUNT
002385         MOVE 'V' TO WS-LOG-REASON
002386         PERFORM 2080-LOG-IF-DUE THRU 2080-EXIT
002387     ELSE
002390         MOVE WL-SEVERITY TO WS-TARGET-LETTER
002395         PERFORM 2100-STEP-THE-SERIES THRU 2100-EXIT
002400         END-IF
002405         END-IF
002407         END-IF
002410     END-IF.

002420     PERFORM 1100-READ-WORKLIST THRU 1100-EXIT.
002452 2050-EXIT.
002453     EXIT.

002454*-----------------------------------------------------------------
002455* 2060-CHECK-VULNERABLE - WS-VULN-SW 'Y' WHEN THE ITEM'S ACCOUNT
002456* HAS ANY ACTIVE VULNMARK MARKER, WHATEVER ITS CATEGORY
002457*-----------------------------------------------------------------
002458 2060-CHECK-VULNERABLE.

002459     MOVE 'N' TO WS-VULN-SW.
002460     MOVE 'N' TO WS-VM-EOF-SW.

002461     MOVE WL-ACCTNO TO WS-VM-ACCTNO.
002462     MOVE WL-ACCTNO TO VM-ACCTNO.
002463     MOVE LOW-VALUES TO VM-CATEGORY.

002464     START VULNMARK-FILE KEY IS NOT LESS THAN VM-KEY
002465         INVALID KEY
002466             GO TO 2060-EXIT
002467     END-START.

002468     PERFORM 2065-READ-MARKER THRU 2065-EXIT
002469         UNTIL WS-VM-EOF-YES.

002470 2060-EXIT.
002471     EXIT.

002472 2065-READ-MARKER.

002473     READ VULNMARK-FILE NEXT RECORD
002474         AT END
002475             MOVE 'Y' TO WS-VM-EOF-SW
002476             GO TO 2065-EXIT
002477     END-READ.

002478     IF VM-ACCTNO NOT = WS-VM-ACCTNO THEN
002479         MOVE 'Y' TO WS-VM-EOF-SW
002480         GO TO 2065-EXIT
002481     END-IF.

002482     IF VM-ACTIVE THEN
002483         MOVE 'Y' TO WS-VULN-SW
002484         MOVE 'Y' TO WS-VM-EOF-SW
002485     END-IF.

002486 2065-EXIT.
002487     EXIT.

002488*-----------------------------------------------------------------
002489* 2070-CHECK-INSOLVENCY - WS-INSOLV-SW 'Y' WHEN THE ITEM'S
002490* ACCOUNT HAS AN ACTIVE INSOLVENCY CASE
002491*-----------------------------------------------------------------
002492 2070-CHECK-INSOLVENCY.

002493     MOVE 'N' TO WS-INSOLV-SW.
002494     MOVE WL-ACCTNO TO IV-ACCTNO.

002495     READ INSOLV-FILE
002496         INVALID KEY
002497             GO TO 2070-EXIT
002498     END-READ.

002499     IF IV-ACTIVE THEN
002500         MOVE 'Y' TO WS-INSOLV-SW
002501     END-IF.

002502 2070-EXIT.
002503     EXIT.

002504*-----------------------------------------------------------------
002505* 2080-LOG-IF-DUE - A SUPPRESSED ITEM IS LOGGED AS HELD BACK ONLY
002506* WHEN ITS SEVERITY CALLS FOR A LETTER ABOVE THE ONE LAST SENT,
002507* SO THE LOG SHOWS EACH LETTER WITHHELD ONCE A NIGHT RATHER THAN
002508* EVERY ITEM ON EVERY NIGHT THE SERIES IS ALREADY UP TO DATE
002509*-----------------------------------------------------------------
002510 2080-LOG-IF-DUE.

002511     MOVE WL-SEVERITY TO WS-TARGET-LETTER.
002512     MOVE WL-ACCTNO TO DN-ACCTNO.

002513     READ DUNNCTL-FILE
002514         INVALID KEY
002515             CONTINUE
002516     END-READ.

002517     IF WS-DUNNCTL-STATUS = '00' AND
002518             DN-LAST-LETTER NOT < WS-TARGET-LETTER THEN
002519         GO TO 2080-EXIT
002520     END-IF.

002521     MOVE WL-ACCTNO TO AF-ACCTNO.
002522     READ ACCTFILE
002523         INVALID KEY
002524             GO TO 2080-EXIT
002525     END-READ.

002526     PERFORM 2300-LOG-CORRESPONDENCE THRU 2300-EXIT.

002527 2080-EXIT.
002528     EXIT.

002529 2100-STEP-THE-SERIES.

002530     MOVE 'N' TO WS-CTL-FOUND-SW.
002531     MOVE WL-ACCTNO TO DN-ACCTNO.

002532     READ DUNNCTL-FILE
002533         INVALID KEY
002534             CONTINUE
002535     END-READ.

002536     IF WS-DUNNCTL-STATUS = '00' THEN
002537         MOVE 'Y' TO WS-CTL-FOUND-SW
002540         IF DN-LAST-LETTER NOT < WS-TARGET-LETTER THEN
002550             ADD 1 TO WS-UPTODATE-COUNT
002560             GO TO 2100-EXIT
002834*    COUNTED, THE SAME RULE THE STATEMENT RUN APPLIES
002836     IF AF-GONEAWAY-FLAG = 'G' OR AF-ESTATE-FLAG = 'D' THEN
002837         ADD 1 TO WS-GONEAWAY-COUNT
002838         IF AF-ESTATE-FLAG = 'D' THEN
002839             MOVE 'D' TO WS-LOG-REASON
002840         ELSE
002841             MOVE 'G' TO WS-LOG-REASON
002842         END-IF
002843         PERFORM 2300-LOG-CORRESPONDENCE THRU 2300-EXIT
002844         GO TO 2200-EXIT
002845     END-IF.
002846*    CHARGES UNDER OPEN DISPUTE ARE NOT CHASED - THE LETTER
002847*    QUOTES THE BALANCE WITHOUT THEM, AND AN ACCOUNT OWING
002848*    NOTHING ELSE GETS NO LETTER AND STAYS WHERE IT WAS
002849     PERFORM 2250-TALLY-DISPUTES THRU 2250-EXIT.
002850     IF WS-NET-BALANCE NOT > 0 THEN
002851         ADD 1 TO WS-DISPUTE-COUNT
002852         GO TO 2200-EXIT
002853     END-IF.

002854*    THE WORDING FOR THE STAGE IS THE LTRTMPL VERSION IN FORCE.
002855*    WITH NONE IN FORCE THE LETTER IS HELD AND LOGGED, AND THE
002860*    SERIES STAYS WHERE IT WAS SO THE NEXT RUN TRIES AGAIN
002865     PERFORM 2270-START-LETTER THRU 2270-EXIT.
002870     IF LP-RC-NO-TEMPLATE THEN
002875         ADD 1 TO WS-NOTMPL-COUNT
002880         MOVE 'T' TO WS-LOG-REASON
002885         PERFORM 2300-LOG-CORRESPONDENCE THRU 2300-EXIT
002890         GO TO 2200-EXIT
002895     END-IF.

002897     PERFORM 2275-DOC-START THRU 2275-EXIT.

002900     PERFORM 2280-WRITE-LINE THRU 2280-EXIT
002910         UNTIL LP-RC-END.

002912     WRITE LETTER-LINE FROM WS-LTR-SEPARATOR.

002914     ADD 1 TO WS-LETTER-COUNT.
002916     MOVE 'Y' TO WS-SENT-SW.

002918     MOVE SPACE TO WS-LOG-REASON.
002920     PERFORM 2300-LOG-CORRESPONDENCE THRU 2300-EXIT.

002922 2200-EXIT.
002924     EXIT.

002926*-----------------------------------------------------------------
002928* 2250-TALLY-DISPUTES - THE ACCOUNT'S OPEN DISPUTE CASES WITH NO
002930* PROVISIONAL CREDIT. A CREDITED CASE HAS ALREADY COME OFF
002932* AF-CURR-BAL THROUGH ITS 8007 ROW, SO IT IS NOT TAKEN OUT TWICE
002934*-----------------------------------------------------------------
002936 2250-TALLY-DISPUTES.

002938     MOVE 0 TO WS-DISPUTED.
002940     MOVE 'N' TO WS-DSP-EOF-SW.

002942     MOVE AF-ACCTNO TO DS-ACCTNO.
002944     MOVE 0 TO DS-TXN-DATE.
002946     MOVE 0 TO DS-TXN-SEQNO.

002948     START DISPUTE-FILE KEY IS NOT LESS THAN DS-KEY
002950         INVALID KEY
002952             MOVE 'Y' TO WS-DSP-EOF-SW
002954     END-START.

002956     PERFORM 2260-TALLY-ONE-CASE THRU 2260-EXIT
002958         UNTIL WS-DSP-EOF-YES.

002960     COMPUTE WS-NET-BALANCE = AF-CURR-BAL - WS-DISPUTED.

002962 2250-EXIT.
002964     EXIT.

002966 2260-TALLY-ONE-CASE.

002968     READ DISPUTE-FILE NEXT RECORD
002970         AT END
002972             MOVE 'Y' TO WS-DSP-EOF-SW
002974             GO TO 2260-EXIT
002976     END-READ.

002978     IF DS-ACCTNO NOT = AF-ACCTNO THEN
002980         MOVE 'Y' TO WS-DSP-EOF-SW
002982         GO TO 2260-EXIT
002984     END-IF.

002986     IF DS-OPEN AND NOT DS-PROV-CREDITED THEN
002988         ADD DS-AMOUNT TO WS-DISPUTED
002990     END-IF.

002992 2260-EXIT.
002994     EXIT.
002996*-----------------------------------------------------------------
002998* 2270-START-LETTER - THE CUSTOMER'S VALUES FOR THE TEMPLATE,
003000* ADDRESSED THE WAY DCI8BSTM ADDRESSES STATEMENTS: THE
003002* CORRESPONDENCE ADDRESS WHEN ON FILE, THE ADDRESS OF RECORD
003004* OTHERWISE
003006*-----------------------------------------------------------------
003008 2270-START-LETTER.

003010     INITIALIZE LTRPARM.
003012     MOVE 'S' TO LP-FUNCTION.
003014     MOVE 'DUN' TO LP-LETTER-ID(1:3).
003016     MOVE WS-TARGET-LETTER TO LP-LETTER-ID(4:1).
003018     IF WS-DISPUTED > 0 THEN
003020         MOVE 'D' TO LP-COND-FLAGS
003022     END-IF.

003024     MOVE AF-TITL TO LP-TITL.
003026     MOVE AF-FNAME TO LP-FNAME.
003028     MOVE AF-SNAME TO LP-SNAME.

003030     IF AF-MAIL-ADDR1 NOT = SPACES OR
003032        AF-MAIL-ADDR2 NOT = SPACES THEN
003034         MOVE AF-MAIL-ADDR1 TO LP-ADDR1
003036         MOVE AF-MAIL-ADDR2 TO LP-ADDR2
003038     ELSE
003040         MOVE AF-ADDR1 TO LP-ADDR1
003042         MOVE AF-ADDR2 TO LP-ADDR2
003044     END-IF.

003046     MOVE AF-ACCTNO TO LP-ACCTNO.
003048     MOVE WS-TARGET-LETTER TO LP-REF.
003050     MOVE WS-NET-BALANCE TO LP-AMOUNT1.
003052     MOVE WS-DISPUTED TO LP-AMOUNT2.

003054     CALL 'DCI8BLTM' USING LTRPARM.

003056 2270-EXIT.
003058     EXIT.

003060*-----------------------------------------------------------------
003062* 2275-DOC-START OPENS THE LETTER ON DUNLTTR WITH ITS PRTDOC ROW -
003064* THE ACCOUNT, THE STAGE AND THE ADDRESS THE TEMPLATE PRINTS
003066*-----------------------------------------------------------------
003068 2275-DOC-START.

003070     MOVE SPACES TO PRTDOC-REC.
003072     MOVE '%DOC' TO DC-MARKER.
003074     MOVE 'DUNN' TO DC-DOC-TYPE.
003076     MOVE 'DCI8BDUN' TO DC-JOBNAME.
003078     MOVE AF-ACCTNO TO DC-ACCTNO.
003080     MOVE WS-TARGET-LETTER TO DC-DOC-REF.
003082     MOVE LP-ADDR1 TO DC-ADDR1.
003084     MOVE LP-ADDR2 TO DC-ADDR2.

003086     WRITE LETTER-LINE FROM PRTDOC-REC.

003088 2275-EXIT.
003090     EXIT.

003092 2280-WRITE-LINE.

003094     MOVE 'N' TO LP-FUNCTION.
003096     CALL 'DCI8BLTM' USING LTRPARM.
003098     IF LP-RC-GOOD THEN
003100         WRITE LETTER-LINE FROM LP-LINE
003102     END-IF.

003104 2280-EXIT.
003106     EXIT.

003108*-----------------------------------------------------------------
003110* 2300-LOG-CORRESPONDENCE RECORDS THE LETTER ON CORRLOG - THE
003112* STAGE AND THE EXACT ADDRESS IT WENT TO, OR, WITH A REASON IN
003114* WS-LOG-REASON, THAT IT WAS DUE AND HELD BACK
003116*-----------------------------------------------------------------
003118 2300-LOG-CORRESPONDENCE.

003120     MOVE SPACES TO CORRLOG-REC.
003122     MOVE 0 TO CL-RUN-DATE CL-RUN-TIME CL-SEQNO.
003124     MOVE AF-ACCTNO TO CL-ACCTNO.
003126     MOVE 'DUNN' TO CL-DOC-TYPE.
003128     MOVE WS-TARGET-LETTER TO CL-DOC-REF.
003130     MOVE 'DCI8BDUN' TO CL-JOBNAME.
003132     MOVE 'P' TO CL-CHANNEL.
003134     MOVE AF-TITL TO CL-TITL.
003136     MOVE AF-FNAME TO CL-FNAME.
003138     MOVE AF-SNAME TO CL-SNAME.

003140     IF AF-MAIL-ADDR1 NOT = SPACES OR
003142        AF-MAIL-ADDR2 NOT = SPACES THEN
003144         MOVE AF-MAIL-ADDR1 TO CL-ADDR1
003146         MOVE AF-MAIL-ADDR2 TO CL-ADDR2
003148     ELSE
003150         MOVE AF-ADDR1 TO CL-ADDR1
003152         MOVE AF-ADDR2 TO CL-ADDR2
003154     END-IF.

003156     IF WS-LOG-REASON = SPACE THEN
003158         MOVE 'N' TO CL-SUPP-FLAG
003160     ELSE
003162         MOVE 'Y' TO CL-SUPP-FLAG
003164         MOVE WS-LOG-REASON TO CL-SUPP-REASON
003166     END-IF.

003168*    THE TEMPLATE THE LETTER WAS WORDED BY, OR FOR ONE HELD FOR
003170*    WANT OF A TEMPLATE THE LETTER ID THAT HAD NONE IN FORCE
003172     IF WS-LOG-REASON = SPACE OR WS-LOG-REASON = 'T' THEN
003174         MOVE LP-LETTER-ID TO CL-TMPL-ID
003176         MOVE LP-VERSION TO CL-TMPL-VER
003178     END-IF.

003180     CALL 'DCI8BCLG' USING CORRLOG-REC.

003182 2300-EXIT.
003184     EXIT.

003200 2500-CLEAR-STATE.

003340     DISPLAY 'STATE CLEARED    : ' WS-CLEARED-COUNT.
003342     DISPLAY 'ON ARRANGEMENT   : ' WS-ARRSUPP-COUNT.
003344     DISPLAY 'GONE-AWAY HELD   : ' WS-GONEAWAY-COUNT.
003345     DISPLAY 'IN DISPUTE       : ' WS-DISPUTE-COUNT.
003346     DISPLAY 'VULNERABLE       : ' WS-VULNSUPP-COUNT.
003347     DISPLAY 'INSOLVENCY CASE  : ' WS-INSOLV-COUNT.
003349     DISPLAY 'NO TEMPLATE HELD : ' WS-NOTMPL-COUNT.

003350     CLOSE WORKLIST-FILE.
003352     CLOSE ARRANGE-FILE.
003356     CLOSE DISPUTE-FILE.
003358     CLOSE VULNMARK-FILE.
003359     CLOSE INSOLV-FILE.
003360     CLOSE ACCTFILE.
003370     CLOSE DUNNCTL-FILE.
003380     CLOSE LETTER-FILE.
003450*-----------------------------------------------------------------
003460 8100-WRITE-JRNL-START.

003461*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003462*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003463     MOVE 'DCI8BDUN' TO JG-JOBNAME.
003464     CALL 'DCI8BJGT' USING JOBGATE.
003465     IF JG-RC-BLOCKED THEN
003466         MOVE JG-BLOCKED-RC TO RETURN-CODE
003467         STOP RUN
003468     END-IF.

003470     MOVE 'DCI8BDUN' TO JR-JOBNAME.
003480     MOVE 'S' TO JR-ROW-TYPE.
003490     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
003570     MOVE 'E' TO JR-ROW-TYPE.
003580     MOVE WS-READ-COUNT TO JR-READ-COUNT.
003590     MOVE WS-LETTER-COUNT TO JR-WRITTEN-COUNT.
003600     MOVE WS-NOTMPL-COUNT TO JR-REJECTED-COUNT.
003610     MOVE 'G' TO JR-STATUS.
003620     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

