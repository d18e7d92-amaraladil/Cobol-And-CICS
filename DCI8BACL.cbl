000180*                 END - SEE THE DCI8BMCV ONE-TIME CONVERSION
000181* 2026-09-02 AA   A GONE-AWAY ACCOUNT'S LETTER IS NOW HELD AND
000182*                 COUNTED INSTEAD OF MAILED TO A DEAD ADDRESS
000183* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000184*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000185*                 STOPS WITH RETURN CODE 12 WHEN A
000186*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000187* 2026-10-08 AA   ACCTHIST RECORD WIDENED FOR THE HASH CHAIN
000188*                 FIELDS
000189* 2026-10-15 AA   EVERY LETTER SENT OR HELD BACK IS RECORDED ON
000190*                 THE CORRESPONDENCE LOG (CORRLOG, THROUGH
000191*                 DCI8BCLG) WITH THE OLD ADDRESS IT WENT TO
000192* 2026-10-15 AA   THE LETTER WORDING NOW COMES FROM THE LTRTMPL
000193*                 TEMPLATE FILE THROUGH DCI8BLTM (LETTER ADCH)
000194*                 AND THE VERSION USED IS STAMPED ON THE LETTER
000195*                 AND ON CORRLOG; WITH NO TEMPLATE IN FORCE THE
000196*                 LETTER IS HELD AND COUNTED
000197* 2026-10-15 AA   EACH LETTER OPENS WITH A PRTDOC DOCUMENT-
000199*                 START ROW ON ACLLTTR FOR THE DCI8BPSC PRINT
000201*                 STREAM RUN
000203*-----------------------------------------------------------------
000205*****************************************************************
000207* FRAUDSTERS CHANGE THE ADDRESS FIRST AND RAISE THE LIMIT
000210* SECOND. THIS NIGHTLY JOB WALKS ACCTHIST AND, FOR EVERY ROW
000220* STAMPED WITH THE EXTRACT DATE WHOSE BEFORE AND AFTER ADDRESS
000230* IMAGES DIFFER, WRITES A CONFIRMATION LETTER ADDRESSED TO THE
000800         10  AH-CHG-TRMID        PIC X(04).
000810         10  AH-CHG-DATE         PIC S9(7) COMP-3.
000820         10  AH-CHG-TIME         PIC S9(7) COMP-3.
000822     05  AH-EVENT-TYPE           PIC X(01).
000824     05  AH-CHAIN-INFO.
000826         10  AH-CHAIN-NO         PIC 9(09) COMP.
000828         10  AH-CHAIN-PREV       PIC 9(18) COMP.
000830         10  AH-CHAIN-HASH       PIC 9(18) COMP.

000832*-----------------------------------------------------------------
000833* ACCTFILE - READ ONLY FOR THE GONE-AWAY MARKER; A FLAGGED
000840         10  AF-ACCTNO           PIC X(09).
000841     05  FILLER                  PIC X(242).
000842     05  AF-GONEAWAY-FLAG        PIC X(01).
000843     05  AF-CUST-ID              PIC 9(08).
000844     05  AF-ESTATE-FLAG          PIC X(01).
000845     05  AF-SENS-FLAG            PIC X(01).
000846     05  AF-ANNFEE-PLAN          PIC X(01).
000847     05  AF-SETTLE-FLAG          PIC X(01).
000848     05  AF-PRODUCT-CODE         PIC X(04).

000849 FD  LETTER-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD.
000870 01  LETTER-LINE                 PIC X(80).
001060 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001070 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001075     COPY 'JOBGATE'.

001080 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001090 77  WS-ACCTHIST-STATUS      PIC X(02) VALUE SPACES.
001092 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001150     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001160     05  WS-LETTER-COUNT     PIC 9(07) COMP-3 VALUE 0.
001162     05  WS-GONEAWAY-COUNT   PIC 9(07) COMP-3 VALUE 0.
001164     05  WS-NOTMPL-COUNT     PIC 9(07) COMP-3 VALUE 0.

001170 77  WS-EXTRACT-DATE         PIC 9(07) VALUE 0.
001180 01  WS-DATE-X               PIC X(07) VALUE SPACES.
001190 01  WS-DATE-NUM REDEFINES WS-DATE-X PIC 9(07).

001200*-----------------------------------------------------------------
001210* LETTER BUILDER BLOCK FOR DCI8BLTM - THE WORDING IS THE LTRTMPL
001220* LETTER 'ADCH'. SPACE IN WS-LOG-REASON FOR A LETTER THAT WENT,
001230* 'T' FOR ONE HELD FOR WANT OF A TEMPLATE
001240*-----------------------------------------------------------------
001250     COPY 'LTRPARM'.

001251* DOCUMENT-START ROW AHEAD OF EACH LETTER ON ACLLTTR
001252     COPY 'PRTDOC'.
001260 77  WS-LOG-REASON           PIC X(01) VALUE SPACE.

001460 01  WS-LTR-SEPARATOR.
001470     05  FILLER PIC X(80) VALUE ALL '-'.

001471* CORRESPONDENCE LOG ROW, HANDED TO DCI8BCLG PER LETTER
001472     COPY 'CORRLOG'.

001480 PROCEDURE DIVISION.

001490 0000-MAINLINE.
001965             AH-ADDR1 NOT = SPACES AND
001970             (AH-ADDR1 NOT = AH-AFTER-ADDR1 OR
001980              AH-ADDR2 NOT = AH-AFTER-ADDR2) THEN
001981         MOVE SPACE TO WS-LOG-REASON
001982         PERFORM 2050-CHECK-GONE-AWAY THRU 2050-EXIT
001984         IF AF-GONEAWAY-FLAG = 'G' OR
001985                 AF-ESTATE-FLAG = 'D' THEN
001986             ADD 1 TO WS-GONEAWAY-COUNT
001987             PERFORM 2200-LOG-CORRESPONDENCE THRU 2200-EXIT
001988         ELSE
001990             PERFORM 2100-WRITE-LETTER THRU 2100-EXIT
001991             PERFORM 2200-LOG-CORRESPONDENCE THRU 2200-EXIT
001992         END-IF
002000     END-IF.

002039     READ ACCTFILE
002040         INVALID KEY
002041             MOVE SPACE TO AF-GONEAWAY-FLAG
002042             MOVE SPACE TO AF-ESTATE-FLAG
002043     END-READ.

002044 2050-EXIT.
002045     EXIT.

002046*-----------------------------------------------------------------
002050* 2100-WRITE-LETTER - ADDRESSED TO THE BEFORE-IMAGE NAME AND
002060* ADDRESS, QUOTING THE NEW ADDRESS IN THE BODY SO THE GENUINE
002070* CUSTOMER CAN TELL AT A GLANCE WHETHER THEY ASKED FOR IT. THE
002075* WORDING IS THE LTRTMPL VERSION IN FORCE; WITH NONE THE LETTER
002078* IS HELD
002080*-----------------------------------------------------------------
002090 2100-WRITE-LETTER.

002100     INITIALIZE LTRPARM.
002110     MOVE 'S' TO LP-FUNCTION.
002120     MOVE 'ADCH' TO LP-LETTER-ID.
002130     MOVE AH-TITL TO LP-TITL.
002140     MOVE AH-FNAME TO LP-FNAME.
002150     MOVE AH-SNAME TO LP-SNAME.
002160     MOVE AH-ADDR1 TO LP-ADDR1.
002170     MOVE AH-ADDR2 TO LP-ADDR2.
002180     MOVE AH-AFTER-ADDR1 TO LP-NEW-ADDR1.
002190     MOVE AH-AFTER-ADDR2 TO LP-NEW-ADDR2.
002200     MOVE AH-ACCTNO TO LP-ACCTNO.
002210     MOVE AH-CHG-DATE TO LP-DATE1.
002220     CALL 'DCI8BLTM' USING LTRPARM.

002230     IF LP-RC-NO-TEMPLATE THEN
002240         ADD 1 TO WS-NOTMPL-COUNT
002250         MOVE 'T' TO WS-LOG-REASON
002260         GO TO 2100-EXIT
002270     END-IF.

002271     PERFORM 2140-DOC-START THRU 2140-EXIT.

002272     PERFORM 2150-WRITE-LINE THRU 2150-EXIT
002273         UNTIL LP-RC-END.

002274     WRITE LETTER-LINE FROM WS-LTR-SEPARATOR.

002275     ADD 1 TO WS-LETTER-COUNT.

002276 2100-EXIT.
002277     EXIT.

002278 2150-WRITE-LINE.

002279     MOVE 'N' TO LP-FUNCTION.
002280     CALL 'DCI8BLTM' USING LTRPARM.
002281     IF LP-RC-GOOD THEN
002282         WRITE LETTER-LINE FROM LP-LINE
002283     END-IF.

002284 2150-EXIT.
002285     EXIT.

002286*-----------------------------------------------------------------
002287* 2140-DOC-START OPENS THE LETTER ON ACLLTTR WITH ITS PRTDOC ROW -
002288* ADDRESSED TO THE OLD ADDRESS, SO IT NEVER SHARES AN ENVELOPE
002289* WITH POST GOING TO THE NEW ONE
002290*-----------------------------------------------------------------
002291 2140-DOC-START.

002292     MOVE SPACES TO PRTDOC-REC.
002293     MOVE '%DOC' TO DC-MARKER.
002294     MOVE 'ADCH' TO DC-DOC-TYPE.
002295     MOVE 'DCI8BACL' TO DC-JOBNAME.
002296     MOVE AH-ACCTNO TO DC-ACCTNO.
002297     MOVE LP-ADDR1 TO DC-ADDR1.
002298     MOVE LP-ADDR2 TO DC-ADDR2.

002299     WRITE LETTER-LINE FROM PRTDOC-REC.

002300 2140-EXIT.
002301     EXIT.

002302*-----------------------------------------------------------------
002303* 2200-LOG-CORRESPONDENCE RECORDS THE LETTER ON CORRLOG UNDER THE
002304* OLD NAME AND ADDRESS IT WAS SENT TO, OR WHY IT WAS HELD BACK
002305*-----------------------------------------------------------------
002306 2200-LOG-CORRESPONDENCE.

002307     MOVE SPACES TO CORRLOG-REC.
002308     MOVE 0 TO CL-RUN-DATE CL-RUN-TIME CL-SEQNO.
002309     MOVE AH-ACCTNO TO CL-ACCTNO.
002310     MOVE 'ADCH' TO CL-DOC-TYPE.
002311     MOVE 'DCI8BACL' TO CL-JOBNAME.
002312     MOVE 'P' TO CL-CHANNEL.
002313     MOVE AH-TITL TO CL-TITL.
002314     MOVE AH-FNAME TO CL-FNAME.
002315     MOVE AH-SNAME TO CL-SNAME.
002316     MOVE AH-ADDR1 TO CL-ADDR1.
002317     MOVE AH-ADDR2 TO CL-ADDR2.
002318     MOVE 'N' TO CL-SUPP-FLAG.

002319     IF AF-ESTATE-FLAG = 'D' THEN
002320         MOVE 'Y' TO CL-SUPP-FLAG
002321         MOVE 'D' TO CL-SUPP-REASON
002322     ELSE IF AF-GONEAWAY-FLAG = 'G' THEN
002323         MOVE 'Y' TO CL-SUPP-FLAG
002324         MOVE 'G' TO CL-SUPP-REASON
002325     ELSE
002326         MOVE LP-LETTER-ID TO CL-TMPL-ID
002327         MOVE LP-VERSION TO CL-TMPL-VER
002328         IF WS-LOG-REASON = 'T' THEN
002329             MOVE 'Y' TO CL-SUPP-FLAG
002330             MOVE 'T' TO CL-SUPP-REASON
002331         END-IF
002332         END-IF
002333     END-IF.

002334     CALL 'DCI8BCLG' USING CORRLOG-REC.

002335 2200-EXIT.
002336     EXIT.

002340 9000-TERMINATE.

002370     DISPLAY 'HIST ROWS READ   : ' WS-READ-COUNT.
002380     DISPLAY 'LETTERS WRITTEN  : ' WS-LETTER-COUNT.
002382     DISPLAY 'GONE-AWAY HELD   : ' WS-GONEAWAY-COUNT.
002384     DISPLAY 'NO TEMPLATE HELD : ' WS-NOTMPL-COUNT.

002390     CLOSE ACCTHIST-FILE.
002395     CLOSE ACCTFILE.
002470*-----------------------------------------------------------------
002480 8100-WRITE-JRNL-START.

002481*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
002482*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
002483     MOVE 'DCI8BACL' TO JG-JOBNAME.
002484     CALL 'DCI8BJGT' USING JOBGATE.
002485     IF JG-RC-BLOCKED THEN
002486         MOVE JG-BLOCKED-RC TO RETURN-CODE
002487         STOP RUN
002488     END-IF.

002490     MOVE 'DCI8BACL' TO JR-JOBNAME.
002500     MOVE 'S' TO JR-ROW-TYPE.
002510     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
002590     MOVE 'E' TO JR-ROW-TYPE.
002600     MOVE WS-READ-COUNT TO JR-READ-COUNT.
002610     MOVE WS-LETTER-COUNT TO JR-WRITTEN-COUNT.
002620     MOVE WS-NOTMPL-COUNT TO JR-REJECTED-COUNT.
002630     MOVE 'G' TO JR-STATUS.
002640     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

