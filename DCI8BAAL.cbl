000160* 2026-09-02 AA   INITIAL VERSION - ONE DECLINE LETTER PER
000170*                 UNNOTIFIED DECLINED APPLICATION, MARKED
000180*                 NOTIFIED SO A RERUN NEVER LETTERS TWICE
000185* 2026-09-23 AA   PENDAPP LAYOUT CARRIES AP-IE-DATE
000186* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000187*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000188*                 STOPS WITH RETURN CODE 12 WHEN A
000189*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000190* 2026-10-15 AA   EVERY DECLINE LETTER IS RECORDED ON THE
000191*                 CORRESPONDENCE LOG (CORRLOG, THROUGH
000192*                 DCI8BCLG) - KEYED ON THE APPLICATION NUMBER
000193*                 WHEN NO ACCOUNT WAS EVER OPENED
000194* 2026-10-15 AA   THE LETTER WORDING NOW COMES FROM THE LTRTMPL
000195*                 TEMPLATE FILE THROUGH DCI8BLTM (LETTER ADVA)
000196*                 AND THE VERSION USED IS STAMPED ON THE LETTER
000197*                 AND ON CORRLOG; WITH NO TEMPLATE IN FORCE THE
000198*                 LETTER IS HELD AND THE ROW LEFT UNNOTIFIED FOR
000199*                 THE NEXT RUN
000200* 2026-10-15 AA   EACH LETTER OPENS WITH A PRTDOC DOCUMENT-
000201*                 START ROW ON AALPRT FOR THE DCI8BPSC PRINT
000202*                 STREAM RUN
000203* 2026-10-15 AA   PENDAPP LAYOUT CARRIES AP-INTRO-CODE
000204*-----------------------------------------------------------------
000205*****************************************************************
000210* DECLINED APPLICATIONS SAT ON PENDAPP WITH THE OFFICER'S
000220* REASON RECORDED AND THE APPLICANT HEARD NOTHING UNLESS A
000230* BRANCH REMEMBERED TO WRITE - THE REGULATOR EXPECTS A
000830     05  AP-VET-REASON           PIC X(40).
000840     05  AP-NOTIFIED-FLAG        PIC X(01).
000850         88  AP-NOTIFIED             VALUE 'Y'.
000855     05  AP-IE-DATE              PIC S9(7) COMP-3.
000856     05  AP-INTRO-CODE           PIC X(08).

000860 FD  LETTER-FILE
000870     RECORDING MODE IS F
001080 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001090 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001095     COPY 'JOBGATE'.

001100 77  WS-PENDAPP-STATUS       PIC X(02) VALUE SPACES.
001110 77  WS-LETTER-STATUS        PIC X(02) VALUE SPACES.

001120 01  WS-SWITCHES.
001130     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
001140         88  WS-EOF-YES              VALUE 'Y'.
001145     05  WS-SENT-SW          PIC X(01) VALUE 'N'.
001146         88  WS-LETTER-WENT          VALUE 'Y'.

001150 01  WS-COUNTERS.
001160     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001170     05  WS-LETTER-COUNT     PIC 9(07) COMP-3 VALUE 0.
001175     05  WS-NOTMPL-COUNT     PIC 9(07) COMP-3 VALUE 0.

001180 77  WS-TODAY-YYYYDDD        PIC 9(07) VALUE 0.
001185     COPY 'CORRLOG'.

001190*-----------------------------------------------------------------
001200* LETTER BUILDER BLOCK FOR DCI8BLTM - THE WORDING IS THE LTRTMPL
001210* LETTER 'ADVA', QUOTING THE APPLICATION NUMBER AS &REF& AND THE
001220* OFFICER'S DECLINE REASON AS &TEXT&
001230*-----------------------------------------------------------------
001240     COPY 'LTRPARM'.

001241* DOCUMENT-START ROW AHEAD OF EACH LETTER ON AALPRT
001242     COPY 'PRTDOC'.

001550 01  WS-LTR-SEPARATOR.
001560     05  FILLER  PIC X(80) VALUE ALL '-'.

001900     IF AP-DECLINED AND NOT AP-NOTIFIED THEN
001910         PERFORM 2100-WRITE-LETTER THRU 2100-EXIT
001915         IF WS-LETTER-WENT THEN
001920             MOVE 'Y' TO AP-NOTIFIED-FLAG
001930             REWRITE PENDAPP-REC
001935         END-IF
001940     END-IF.

001950     PERFORM 1100-READ-PENDAPP THRU 1100-EXIT.
001960 2000-EXIT.
001970     EXIT.

001975*-----------------------------------------------------------------
001976* 2100-WRITE-LETTER - THE WORDING IS THE LTRTMPL VERSION IN FORCE.
001977* WITH NONE IN FORCE THE LETTER IS HELD AND LOGGED, AND THE ROW
001978* STAYS UNNOTIFIED SO THE NEXT RUN LETTERS IT
001979*-----------------------------------------------------------------
001980 2100-WRITE-LETTER.

001985     MOVE 'N' TO WS-SENT-SW.

001990     INITIALIZE LTRPARM.
002000     MOVE 'S' TO LP-FUNCTION.
002010     MOVE 'ADVA' TO LP-LETTER-ID.
002020     MOVE AP-TITL TO LP-TITL.
002025     MOVE AP-FNAME TO LP-FNAME.
002027     MOVE AP-SNAME TO LP-SNAME.

002030*    THE CORRESPONDENCE ADDRESS WINS WHEN ONE WAS CAPTURED -
002040*    THE DCI8BSTM ROUTING RULE
002050     IF AP-MAIL-ADDR1 NOT = SPACES OR
002060             AP-MAIL-ADDR2 NOT = SPACES THEN
002070         MOVE AP-MAIL-ADDR1 TO LP-ADDR1
002080         MOVE AP-MAIL-ADDR2 TO LP-ADDR2
002110     ELSE
002120         MOVE AP-ADDR1 TO LP-ADDR1
002130         MOVE AP-ADDR2 TO LP-ADDR2
002160     END-IF.

002170     MOVE AP-ACCTNO TO LP-ACCTNO.
002180     MOVE AP-APPLID TO LP-REF.
002190     MOVE AP-VET-REASON TO LP-TEXT.
002200     CALL 'DCI8BLTM' USING LTRPARM.

002210     IF LP-RC-NO-TEMPLATE THEN
002220         ADD 1 TO WS-NOTMPL-COUNT
002221         PERFORM 2200-LOG-CORRESPONDENCE THRU 2200-EXIT
002222         GO TO 2100-EXIT
002223     END-IF.

002224     PERFORM 2140-DOC-START THRU 2140-EXIT.

002225     PERFORM 2150-WRITE-LINE THRU 2150-EXIT
002226         UNTIL LP-RC-END.

002227     WRITE LETTER-LINE FROM WS-LTR-SEPARATOR.
002228     MOVE 'Y' TO WS-SENT-SW.

002229     PERFORM 2200-LOG-CORRESPONDENCE THRU 2200-EXIT.

002230     ADD 1 TO WS-LETTER-COUNT.

002231 2100-EXIT.
002232     EXIT.

002233*-----------------------------------------------------------------
002234* 2140-DOC-START OPENS THE LETTER ON AALPRT WITH ITS PRTDOC ROW,
002235* KEYED LIKE ITS CORRLOG ROW - THE ACCOUNT, OR THE APPLICATION
002236* NUMBER WHEN THE APPLICANT HAS NO ACCOUNT
002237*-----------------------------------------------------------------
002238 2140-DOC-START.

002239     MOVE SPACES TO PRTDOC-REC.
002240     MOVE '%DOC' TO DC-MARKER.
002241     MOVE 'ADVA' TO DC-DOC-TYPE.
002242     MOVE 'DCI8BAAL' TO DC-JOBNAME.
002243     IF AP-ACCTNO NOT = SPACES THEN
002244         MOVE AP-ACCTNO TO DC-ACCTNO
002245     ELSE
002246         MOVE AP-APPLID TO DC-ACCTNO
002247     END-IF.
002248     MOVE AP-APPLID TO DC-DOC-REF.
002249     MOVE LP-ADDR1 TO DC-ADDR1.
002250     MOVE LP-ADDR2 TO DC-ADDR2.

002251     WRITE LETTER-LINE FROM PRTDOC-REC.

002252 2140-EXIT.
002253     EXIT.

002254 2150-WRITE-LINE.

002255     MOVE 'N' TO LP-FUNCTION.
002256     CALL 'DCI8BLTM' USING LTRPARM.
002257     IF LP-RC-GOOD THEN
002258         WRITE LETTER-LINE FROM LP-LINE
002259     END-IF.

002260 2150-EXIT.
002261     EXIT.

002262*-----------------------------------------------------------------
002263* 2200-LOG-CORRESPONDENCE RECORDS THE LETTER JUST PRINTED ON THE
002264* CORRESPONDENCE LOG. A DECLINED APPLICANT USUALLY HAS NO
002265* ACCOUNT, SO THE ROW IS THEN KEYED ON THE APPLICATION NUMBER -
002266* THE REFERENCE THE LETTER ITSELF QUOTES
002267*-----------------------------------------------------------------
002268 2200-LOG-CORRESPONDENCE.
002269     MOVE SPACES TO CORRLOG-REC.
002270     MOVE 0 TO CL-RUN-DATE CL-RUN-TIME CL-SEQNO.
002271     IF AP-ACCTNO NOT = SPACES THEN
002272         MOVE AP-ACCTNO TO CL-ACCTNO
002273     ELSE
002274         MOVE AP-APPLID TO CL-ACCTNO
002275     END-IF.
002276     MOVE 'ADVA' TO CL-DOC-TYPE.
002277     MOVE AP-APPLID TO CL-DOC-REF.
002278     MOVE 'DCI8BAAL' TO CL-JOBNAME.
002279     MOVE 'P' TO CL-CHANNEL.
002280     MOVE AP-TITL TO CL-TITL.
002281     MOVE AP-FNAME TO CL-FNAME.
002282     MOVE AP-SNAME TO CL-SNAME.
002283     IF AP-MAIL-ADDR1 NOT = SPACES OR
002284             AP-MAIL-ADDR2 NOT = SPACES THEN
002285         MOVE AP-MAIL-ADDR1 TO CL-ADDR1
002286         MOVE AP-MAIL-ADDR2 TO CL-ADDR2
002287     ELSE
002288         MOVE AP-ADDR1 TO CL-ADDR1
002289         MOVE AP-ADDR2 TO CL-ADDR2
002290     END-IF.
002291     MOVE 'N' TO CL-SUPP-FLAG.

002292*    THE TEMPLATE THE LETTER WAS WORDED BY, OR THE LETTER THAT
002293*    HAD NONE IN FORCE AND SO WAS HELD
002294     MOVE LP-LETTER-ID TO CL-TMPL-ID.
002295     MOVE LP-VERSION TO CL-TMPL-VER.
002296     IF LP-RC-NO-TEMPLATE THEN
002297         MOVE 'Y' TO CL-SUPP-FLAG
002298         MOVE 'T' TO CL-SUPP-REASON
002299     END-IF.
002300     CALL 'DCI8BCLG' USING CORRLOG-REC.

002301 2200-EXIT.
002302     EXIT.

002310 9000-TERMINATE.

002320     DISPLAY 'DCI8BAAL - ADVERSE-ACTION LETTERS - RUN SUMMARY'.
002330     DISPLAY 'APPLICATIONS READ: ' WS-READ-COUNT.
002340     DISPLAY 'LETTERS WRITTEN  : ' WS-LETTER-COUNT.
002345     DISPLAY 'NO TEMPLATE HELD : ' WS-NOTMPL-COUNT.

002350     CLOSE PENDAPP-FILE.
002360     CLOSE LETTER-FILE.
002430*-----------------------------------------------------------------
002440 8100-WRITE-JRNL-START.

002441*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002442*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002443     MOVE 'DCI8BAAL' TO JG-JOBNAME.
002444     CALL 'DCI8BJGT' USING JOBGATE.
002445     IF JG-RC-BLOCKED THEN
002446         MOVE JG-BLOCKED-RC TO RETURN-CODE
002447         STOP RUN
002448     END-IF.

002450     MOVE 'DCI8BAAL' TO JR-JOBNAME.
002460     MOVE 'S' TO JR-ROW-TYPE.
002470     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
002550     MOVE 'E' TO JR-ROW-TYPE.
002560     MOVE WS-READ-COUNT TO JR-READ-COUNT.
002570     MOVE WS-LETTER-COUNT TO JR-WRITTEN-COUNT.
002580     MOVE WS-NOTMPL-COUNT TO JR-REJECTED-COUNT.
002590     MOVE 'G' TO JR-STATUS.
002600     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

