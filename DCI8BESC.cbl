000140* ---------- ---- ------------------------------------------------
000150* 2026-09-02 AA   INITIAL VERSION - THE UNCLAIMED-FUNDS PROCESS
000160*                 THE AUDITORS ALWAYS ASK ABOUT FIRST
000161* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000162*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000163*                 STOPS WITH RETURN CODE 12 WHEN A
000164*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000165* 2026-10-08 AA   EVERY NEW ACCTTXN ROW IS SEALED INTO ITS
000166*                 ACCOUNT'S HASH CHAIN THROUGH DCI8BHCN
000167* 2026-10-15 AA   EVERY CONTACT LETTER SENT OR HELD BACK IS
000168*                 RECORDED ON THE CORRESPONDENCE LOG (CORRLOG,
000169*                 THROUGH DCI8BCLG)
000170* 2026-10-15 AA   THE LETTER WORDING NOW COMES FROM THE LTRTMPL
000171*                 TEMPLATE FILE THROUGH DCI8BLTM (LETTER ESCH)
000172*                 AND THE VERSION USED IS STAMPED ON THE LETTER
000173*                 AND ON CORRLOG; WITH NO TEMPLATE IN FORCE THE
000174*                 LETTER IS HELD AND THE CLOCK NOT STARTED, SO
000175*                 THE NEXT RUN TRIES AGAIN
000176* 2026-10-15 AA   EACH LETTER OPENS WITH A PRTDOC DOCUMENT-
000177*                 START ROW ON ESCLTTR FOR THE DCI8BPSC PRINT
000178*                 STREAM RUN
000179*-----------------------------------------------------------------
000180*****************************************************************
000190* AN ACCOUNT CAN SIT IN CREDIT (A NEGATIVE CURR-BAL - MONEY WE
000200* OWE THE CUSTOMER) FOR YEARS WITHOUT ANYONE LOOKING. THIS JOB
001200     05  AF-CONTACT-PREF         PIC X(01).
001210     05  AF-STMT-CYCLE           PIC X(01).
001220     05  AF-GONEAWAY-FLAG        PIC X(01).
001221     05  AF-CUST-ID              PIC 9(08).
001222     05  AF-ESTATE-FLAG          PIC X(01).
001223     05  AF-SENS-FLAG            PIC X(01).
001224     05  AF-ANNFEE-PLAN          PIC X(01).
001225     05  AF-SETTLE-FLAG          PIC X(01).
001226     05  AF-PRODUCT-CODE         PIC X(04).

001230 FD  ACCTTXN-FILE
001240     LABEL RECORDS ARE STANDARD.
001330         10  TX-POST-DATE        PIC S9(7) COMP-3.
001340         10  TX-POST-JOB         PIC X(08).
001350     05  TX-SOURCE               PIC X(01).
001352     05  TX-CHAIN-INFO.
001354         10  TX-CHAIN-NO         PIC 9(09) COMP.
001356         10  TX-CHAIN-PREV       PIC 9(18) COMP.
001358         10  TX-CHAIN-HASH       PIC 9(18) COMP.

001360 FD  ESCHEAT-FILE
001370     LABEL RECORDS ARE STANDARD.
001860 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001870 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001875     COPY 'JOBGATE'.

001876*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
001878     COPY 'CHAINPRM'.

001880 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001890 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001900 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
002060     05  WS-REMIT-COUNT      PIC 9(07) COMP-3 VALUE 0.
002070     05  WS-WOKE-COUNT       PIC 9(07) COMP-3 VALUE 0.
002080     05  WS-WAITING-COUNT    PIC 9(07) COMP-3 VALUE 0.
002085     05  WS-NOTMPL-COUNT     PIC 9(07) COMP-3 VALUE 0.

002090 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
002100 77  WS-DORMANT-CUTOFF       PIC S9(7) COMP-3 VALUE 0.
002110 77  WS-WAIT-CUTOFF          PIC S9(7) COMP-3 VALUE 0.
002120 77  WS-CREDIT-AMT           PIC 9(08)V99 COMP-3 VALUE 0.
002125 77  WS-LOG-REASON           PIC X(01) VALUE SPACE.

002130* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
002140     COPY 'DATEPARM'.

002145* THE CORRESPONDENCE LOG ROW, WRITTEN THROUGH DCI8BCLG
002146     COPY 'CORRLOG'.

002150 01  WS-REPORT-HEADING1.
002160     05  FILLER PIC X(80) VALUE
002170         'DCI8BESC - ESCHEATMENT OF DORMANT CREDIT BALANCES'.
002230     05  DL-NOTE             PIC X(30).
002240     05  FILLER              PIC X(24) VALUE SPACES.

002250* LETTER BUILDER BLOCK FOR DCI8BLTM - THE WORDING IS THE LTRTMPL
002260* LETTER 'ESCH', QUOTING THE CREDIT BALANCE AS &AMOUNT&
002270     COPY 'LTRPARM'.

002271* DOCUMENT-START ROW AHEAD OF EACH LETTER ON ESCLTTR
002272     COPY 'PRTDOC'.

002470 01  WS-LTR-SEPARATOR.
002480     05  FILLER PIC X(80) VALUE ALL '-'.

004100     IF AF-GONEAWAY-FLAG = 'G' OR AF-ESTATE-FLAG = 'D' THEN
004110         ADD 1 TO WS-HELD-COUNT
004112         IF AF-ESTATE-FLAG = 'D' THEN
004114             MOVE 'D' TO WS-LOG-REASON
004116         ELSE
004118             MOVE 'G' TO WS-LOG-REASON
004119         END-IF
004120     ELSE
004130         PERFORM 2300-WRITE-LETTER THRU 2300-EXIT
004140     END-IF.
004145     PERFORM 2400-LOG-CORRESPONDENCE THRU 2400-EXIT.

004146*    A LETTER HELD FOR WANT OF A TEMPLATE HAS NOT CONTACTED THE
004147*    CUSTOMER - THE WAITING PERIOD DOES NOT START UNTIL ONE GOES
004148     IF WS-LOG-REASON = 'T' THEN
004149         MOVE AF-ACCTNO TO DL-ACCTNO
004150         MOVE WS-CREDIT-AMT TO DL-AMOUNT
004151         MOVE 'HELD - NO LETTER TEMPLATE' TO DL-NOTE
004152         WRITE REPORT-LINE FROM WS-DETAIL-LINE
004153         GO TO 2200-EXIT
004154     END-IF.

004155     MOVE AF-ACCTNO TO ES-ACCTNO.
004160     MOVE 'C' TO ES-STAGE.
004170     MOVE WS-TODAY TO ES-CONTACT-DATE.
004180     MOVE WS-CREDIT-AMT TO ES-AMOUNT.
004290 2200-EXIT.
004300     EXIT.

004301*-----------------------------------------------------------------
004302* 2300-WRITE-LETTER - THE WORDING IS THE LTRTMPL VERSION IN
004303* FORCE; WITH NONE THE LETTER IS HELD AND WS-LOG-REASON SAYS SO
004304*-----------------------------------------------------------------
004310 2300-WRITE-LETTER.

004315     MOVE SPACE TO WS-LOG-REASON.

004320     INITIALIZE LTRPARM.
004325     MOVE 'S' TO LP-FUNCTION.
004330     MOVE 'ESCH' TO LP-LETTER-ID.
004335     MOVE AF-TITL TO LP-TITL.
004340     MOVE AF-FNAME TO LP-FNAME.
004345     MOVE AF-SNAME TO LP-SNAME.

004360     IF AF-MAIL-ADDR1 NOT = SPACES OR
004370        AF-MAIL-ADDR2 NOT = SPACES THEN
004380         MOVE AF-MAIL-ADDR1 TO LP-ADDR1
004390         MOVE AF-MAIL-ADDR2 TO LP-ADDR2
004420     ELSE
004430         MOVE AF-ADDR1 TO LP-ADDR1
004440         MOVE AF-ADDR2 TO LP-ADDR2
004470     END-IF.

004475     MOVE AF-ACCTNO TO LP-ACCTNO.
004480     MOVE WS-CREDIT-AMT TO LP-AMOUNT1.
004485     CALL 'DCI8BLTM' USING LTRPARM.

004490     IF LP-RC-NO-TEMPLATE THEN
004495         ADD 1 TO WS-NOTMPL-COUNT
004496         MOVE 'T' TO WS-LOG-REASON
004497         GO TO 2300-EXIT
004498     END-IF.

004499     PERFORM 2340-DOC-START THRU 2340-EXIT.

004500     PERFORM 2350-WRITE-LINE THRU 2350-EXIT
004501         UNTIL LP-RC-END.

004502     WRITE LETTER-LINE FROM WS-LTR-SEPARATOR.

004503 2300-EXIT.
004504     EXIT.

004505*-----------------------------------------------------------------
004506* 2340-DOC-START OPENS THE LETTER ON ESCLTTR WITH ITS PRTDOC ROW -
004507* THE ACCOUNT AND THE ADDRESS THE TEMPLATE PRINTS
004508*-----------------------------------------------------------------
004509 2340-DOC-START.

004510     MOVE SPACES TO PRTDOC-REC.
004511     MOVE '%DOC' TO DC-MARKER.
004512     MOVE 'ESCH' TO DC-DOC-TYPE.
004513     MOVE 'DCI8BESC' TO DC-JOBNAME.
004514     MOVE AF-ACCTNO TO DC-ACCTNO.
004515     MOVE 'CONTACT' TO DC-DOC-REF.
004516     MOVE LP-ADDR1 TO DC-ADDR1.
004517     MOVE LP-ADDR2 TO DC-ADDR2.

004518     WRITE LETTER-LINE FROM PRTDOC-REC.

004519 2340-EXIT.
004520     EXIT.

004521 2350-WRITE-LINE.

004522     MOVE 'N' TO LP-FUNCTION.
004523     CALL 'DCI8BLTM' USING LTRPARM.
004524     IF LP-RC-GOOD THEN
004525         WRITE LETTER-LINE FROM LP-LINE
004526     END-IF.

004527 2350-EXIT.
004528     EXIT.

004529*-----------------------------------------------------------------
004530* 2400-LOG-CORRESPONDENCE RECORDS THE CONTACT LETTER ON THE
004531* CORRESPONDENCE LOG - SENT, OR HELD BACK WHEN WS-LOG-REASON
004532* CARRIES THE GONE-AWAY OR DECEASED REASON
004533*-----------------------------------------------------------------
004534 2400-LOG-CORRESPONDENCE.

004535     MOVE SPACES TO CORRLOG-REC.
004536     MOVE 0 TO CL-RUN-DATE CL-RUN-TIME CL-SEQNO.
004537     MOVE AF-ACCTNO TO CL-ACCTNO.
004538     MOVE 'ESCH' TO CL-DOC-TYPE.
004539     MOVE 'CONTACT' TO CL-DOC-REF.
004540     MOVE 'DCI8BESC' TO CL-JOBNAME.
004541     MOVE 'P' TO CL-CHANNEL.
004542     MOVE AF-TITL TO CL-TITL.
004543     MOVE AF-FNAME TO CL-FNAME.
004544     MOVE AF-SNAME TO CL-SNAME.

004545     IF AF-MAIL-ADDR1 NOT = SPACES OR
004546        AF-MAIL-ADDR2 NOT = SPACES THEN
004547         MOVE AF-MAIL-ADDR1 TO CL-ADDR1
004548         MOVE AF-MAIL-ADDR2 TO CL-ADDR2
004549     ELSE
004550         MOVE AF-ADDR1 TO CL-ADDR1
004551         MOVE AF-ADDR2 TO CL-ADDR2
004552     END-IF.

004553     IF WS-LOG-REASON = SPACE THEN
004554         MOVE 'N' TO CL-SUPP-FLAG
004555     ELSE
004556         MOVE 'Y' TO CL-SUPP-FLAG
004557         MOVE WS-LOG-REASON TO CL-SUPP-REASON
004558     END-IF.

004559*    THE TEMPLATE THE LETTER WAS WORDED BY, OR THE LETTER THAT
004560*    HAD NONE IN FORCE AND SO WAS HELD
004561     IF WS-LOG-REASON = SPACE OR WS-LOG-REASON = 'T' THEN
004562         MOVE LP-LETTER-ID TO CL-TMPL-ID
004563         MOVE LP-VERSION TO CL-TMPL-VER
004564     END-IF.

004565     CALL 'DCI8BCLG' USING CORRLOG-REC.

004566 2400-EXIT.
004567     EXIT.

004570*-----------------------------------------------------------------
004580* 3000-REMIT-ONE - A STAGE-C ROW PAST THE WAITING PERIOD IS
004940     WRITE ACCTTXN-REC
004950         INVALID KEY
004960             GO TO 3100-EXIT
004963         NOT INVALID KEY
004966             PERFORM 8600-SEAL-TXN-ROW THRU 8600-EXIT
004970     END-WRITE.

004980     MOVE 0 TO AF-CURR-BAL.
005220     DISPLAY 'STILL WAITING    : ' WS-WAITING-COUNT.
005230     DISPLAY 'REMITTED         : ' WS-REMIT-COUNT.
005240     DISPLAY 'WOKE UP          : ' WS-WOKE-COUNT.
005245     DISPLAY 'NO TEMPLATE HELD : ' WS-NOTMPL-COUNT.

005250     CLOSE ACCTFILE.
005260     CLOSE ACCTTXN-FILE.
005310 9000-EXIT.
005320     EXIT.

005321*-----------------------------------------------------------------
005322* 8600 - THE ACCTTXN ROW JUST WRITTEN JOINS ITS ACCOUNT'S
005323* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
005324* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
005325* AND THE ROW IS REWRITTEN WITH THEM
005326*-----------------------------------------------------------------
005327 8600-SEAL-TXN-ROW.

005328     MOVE 'S' TO CP-FUNCTION.
005329     MOVE 'T' TO CP-FILE.
005330     MOVE 'DCI8BESC' TO CP-JOBNAME.
005331     MOVE ACCTTXN-REC TO CP-ROW.
005332     CALL 'DCI8BHCN' USING CHAINPRM.

005333     MOVE CP-CHAIN-NO TO TX-CHAIN-NO.
005334     MOVE CP-PREV-HASH TO TX-CHAIN-PREV.
005335     MOVE CP-HASH TO TX-CHAIN-HASH.
005336     REWRITE ACCTTXN-REC.

005337 8600-EXIT.
005338     EXIT.

005339*-----------------------------------------------------------------
005340* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
005350* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
005360* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
005370*-----------------------------------------------------------------
005380 8100-WRITE-JRNL-START.

005381*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
005382*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
005383     MOVE 'DCI8BESC' TO JG-JOBNAME.
005384     CALL 'DCI8BJGT' USING JOBGATE.
005385     IF JG-RC-BLOCKED THEN
005386         MOVE JG-BLOCKED-RC TO RETURN-CODE
005387         STOP RUN
005388     END-IF.

005390     MOVE 'DCI8BESC' TO JR-JOBNAME.
005400     MOVE 'S' TO JR-ROW-TYPE.
005410     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
005500     MOVE WS-READ-COUNT TO JR-READ-COUNT.
005510     COMPUTE JR-WRITTEN-COUNT =
005520         WS-CONTACT-COUNT + WS-REMIT-COUNT.
005530     MOVE WS-NOTMPL-COUNT TO JR-REJECTED-COUNT.
005540     MOVE 'G' TO JR-STATUS.
005550     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

