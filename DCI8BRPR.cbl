000160*                 STATEMENT QUEUE THE DCI8DPGR PF11 FILLS, SO A
000170*                 CUSTOMER'S COPY NO LONGER DEPENDS ON A BRANCH
000180*                 PHOTOCOPY SURVIVING
000183* 2026-09-08 AA   TRANSACTION LINES CARRY THE TXNNARR MERCHANT,
000184*                 CATEGORY AND REFERENCE, AS DCI8BSTM NOW PRINTS
000185* 2026-10-05 AA   A REVERSED TRANSACTION AND ITS OFFSET PRINT
000186*                 MARKED REVERSED, AS DCI8BSTM NOW PRINTS
000187* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000188*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000189*                 STOPS WITH RETURN CODE 12 WHEN A
000190*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000191* 2026-10-08 AA   ACCTTXN RECORD WIDENED FOR THE HASH CHAIN
000192*                 FIELDS
000193* 2026-10-15 AA   EVERY REPRINT SENT OR HELD BACK IS RECORDED ON
000194*                 THE CORRESPONDENCE LOG (CORRLOG, THROUGH
000195*                 DCI8BCLG)
000196* 2026-10-15 AA   EACH POSTED REPRINT OPENS WITH A PRTDOC
000197*                 DOCUMENT-START ROW ON RPRPRT FOR THE DCI8BPSC
000198*                 PRINT STREAM RUN
000199*-----------------------------------------------------------------
000200*****************************************************************
000210* THIS DAILY JOB WALKS THE STMRPRQ QUEUE AND, FOR EVERY QUEUED
000220* REQUEST, REGENERATES THAT ACCOUNT'S STATEMENT FOR THE ASKED
000570         RECORD KEY IS BS-KEY
000580         FILE STATUS IS WS-BALHIST-STATUS.

000581     SELECT TXNNARR-FILE ASSIGN TO TXNNARR
000583         ORGANIZATION IS INDEXED
000585         ACCESS MODE IS RANDOM
000586         RECORD KEY IS NR-KEY
000588         FILE STATUS IS WS-TXNNARR-STATUS.

000589     SELECT TXNREV-FILE ASSIGN TO TXNREV
000590         ORGANIZATION IS INDEXED
000591         ACCESS MODE IS RANDOM
000592         RECORD KEY IS RV-KEY
000593         FILE STATUS IS WS-TXNREV-STATUS.

000596     SELECT PRINT-FILE ASSIGN TO RPRPRT
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-PRINT-STATUS.

001198     05  AF-CUST-ID              PIC 9(08).
001199     05  AF-ESTATE-FLAG          PIC X(01).
001197     05  AF-SENS-FLAG            PIC X(01).
001198     05  AF-ANNFEE-PLAN          PIC X(01).
001199     05  AF-SETTLE-FLAG          PIC X(01).
001200     05  AF-PRODUCT-CODE         PIC X(04).

001201 FD  ACCTTXN-FILE
001202     LABEL RECORDS ARE STANDARD.
001203 01  ACCTTXN-REC.
001204     05  TX-KEY.
001205         10  TX-ACCTNO           PIC X(09).
001210         10  TX-DATE             PIC S9(7) COMP-3.
001220         10  TX-SEQNO            PIC 9(04) COMP.
001230     05  TX-TYPE                 PIC X(01).
001300         10  TX-POST-DATE        PIC S9(7) COMP-3.
001310         10  TX-POST-JOB         PIC X(08).
001320     05  TX-SOURCE               PIC X(01).
001322     05  TX-CHAIN-INFO.
001324         10  TX-CHAIN-NO         PIC 9(09) COMP.
001326         10  TX-CHAIN-PREV       PIC 9(18) COMP.
001328         10  TX-CHAIN-HASH       PIC 9(18) COMP.

001330 FD  BALHIST-FILE
001340     LABEL RECORDS ARE STANDARD.
001410     05  BS-STAT                 PIC X(01).
001420     05  BS-SNAP-DATE            PIC S9(7) COMP-3.

001421*-----------------------------------------------------------------
001422* TXNNARR - THE MERCHANT, CATEGORY AND ORIGINATOR REFERENCE
001423* BEHIND A POSTED ROW, UNDER THE ROW'S OWN TX-KEY. NOT EVERY ROW
001424* HAS ONE - A MISS PRINTS THE BARE LINE AS BEFORE
001425*-----------------------------------------------------------------
001426 FD  TXNNARR-FILE
001427     LABEL RECORDS ARE STANDARD.
001428 01  TXNNARR-REC.
001429     05  NR-KEY.
001430         10  NR-ACCTNO           PIC X(09).
001431         10  NR-DATE             PIC S9(7) COMP-3.
001432         10  NR-SEQNO            PIC 9(04) COMP.
001433     05  NR-MERCHANT             PIC X(30).
001434     05  NR-CATEGORY             PIC X(04).
001435     05  NR-ORIG-REF             PIC X(16).

001436*-----------------------------------------------------------------
001437* TXNREV - THE REVERSAL REGISTER, UNDER THE ROW'S OWN TX-KEY. A
001438* ROW REVERSED ONLINE (DCI8DPGR PF17) AND THE OFFSET THAT
001439* REVERSED IT BOTH CARRY A DONE ROW HERE AND PRINT AS REVERSED
001440*-----------------------------------------------------------------
001441 FD  TXNREV-FILE
001442     LABEL RECORDS ARE STANDARD.
001443 01  TXNREV-REC.
001444     05  RV-KEY.
001445         10  RV-ACCTNO           PIC X(09).
001446         10  RV-DATE             PIC S9(7) COMP-3.
001447         10  RV-SEQNO            PIC 9(04) COMP.
001448     05  RV-ROLE                 PIC X(01).
001449     05  RV-STATUS               PIC X(01).
001450         88  RV-REVERSED                 VALUE 'D'.
001451     05  FILLER                  PIC X(97).

001453 FD  PRINT-FILE
001455     RECORDING MODE IS F
001457     LABEL RECORDS ARE STANDARD.
001460 01  PRINT-LINE                  PIC X(80).

001470 FD  EMAIL-FILE
001690 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001700 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001705     COPY 'JOBGATE'.

001710 77  WS-QUEUE-STATUS         PIC X(02) VALUE SPACES.
001720 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001730 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
001740 77  WS-BALHIST-STATUS       PIC X(02) VALUE SPACES.
001745 77  WS-TXNNARR-STATUS       PIC X(02) VALUE SPACES.
001747 77  WS-TXNREV-STATUS        PIC X(02) VALUE SPACES.
001750 77  WS-PRINT-STATUS         PIC X(02) VALUE SPACES.
001760 77  WS-EMAIL-STATUS         PIC X(02) VALUE SPACES.

002130*-----------------------------------------------------------------
002140 01  WS-CHANNEL-SW           PIC X(01) VALUE 'P'.
002150     88  WS-CHANNEL-EMAIL           VALUE 'E'.
002155*    'S' - HELD BACK, ONLY EVER SET FOR THE CORRESPONDENCE LOG
002156     88  WS-CHANNEL-SUPPRESS        VALUE 'S'.
002160 01  WS-RT-LINE              PIC X(80) VALUE SPACES.

002170 01  WS-EMAIL-TO-LINE.
002490     05  TL-TYPE             PIC X(06).
002500     05  FILLER              PIC X(03) VALUE SPACES.
002510     05  TL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
002511     05  FILLER              PIC X(02) VALUE SPACES.
002513     05  TL-MERCHANT         PIC X(30).
002514     05  FILLER              PIC X(01) VALUE SPACES.
002516     05  TL-CATEGORY         PIC X(04).
002517     05  FILLER              PIC X(01) VALUE SPACES.
002518     05  TL-REV-MARK         PIC X(08).
002519     05  FILLER              PIC X(02) VALUE SPACES.

002520*    THE ORIGINATOR'S REFERENCE, WHEN THERE IS ONE, GOES ON ITS
002521*    OWN LINE UNDER THE MERCHANT NAME
002522 01  WS-TXN-REF-LINE.
002523     05  FILLER              PIC X(34) VALUE SPACES.
002525     05  FILLER              PIC X(04) VALUE 'REF '.
002526     05  TR-ORIG-REF         PIC X(16).
002528     05  FILLER              PIC X(26) VALUE SPACES.

002530 01  WS-NOACT-LINE.
002540     05  FILLER              PIC X(80) VALUE
002560* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
002570     COPY 'DATEPARM'.

002571* CORRESPONDENCE LOG ROW, HANDED TO DCI8BCLG PER REPRINT
002572     COPY 'CORRLOG'.

002573* DOCUMENT-START ROW AHEAD OF EACH POSTED REPRINT ON RPRPRT
002574     COPY 'PRTDOC'.

002580 PROCEDURE DIVISION.

002590 0000-MAINLINE.
002690     OPEN INPUT ACCTFILE.
002700     OPEN INPUT ACCTTXN-FILE.
002710     OPEN INPUT BALHIST-FILE.
002715     OPEN INPUT TXNNARR-FILE.
002717     OPEN INPUT TXNREV-FILE.
002720     OPEN OUTPUT PRINT-FILE.
002730     OPEN OUTPUT EMAIL-FILE.

003127         IF AF-GONEAWAY-FLAG = 'G' OR
003128                 AF-ESTATE-FLAG = 'D' THEN
003129             ADD 1 TO WS-SKIPPED-COUNT
003130             MOVE 'S' TO WS-CHANNEL-SW
003131             PERFORM 2600-LOG-CORRESPONDENCE THRU 2600-EXIT
003132             GO TO 2100-EXIT
003133         END-IF
003134     END-IF.

003135     IF NOT WS-CHANNEL-EMAIL THEN
003136         PERFORM 2650-DOC-START THRU 2650-EXIT
003137     END-IF.

003140     PERFORM 2400-PRINT-STATEMENT THRU 2400-EXIT.
003145     PERFORM 2600-LOG-CORRESPONDENCE THRU 2600-EXIT.

003150     ADD 1 TO WS-PRINTED-COUNT.

005170             END-IF
005180     END-IF.
005190     MOVE TX-AMOUNT TO TL-AMOUNT.
005195     PERFORM 2520-GET-NARRATIVE THRU 2520-EXIT.
005200     MOVE WS-TXN-LINE TO WS-RT-LINE.
005210     PERFORM 2700-ROUTE-LINE THRU 2700-EXIT.

005212     IF TR-ORIG-REF NOT = SPACES THEN
005214         MOVE WS-TXN-REF-LINE TO WS-RT-LINE
005216         PERFORM 2700-ROUTE-LINE THRU 2700-EXIT
005218     END-IF.

005220 2510-EXIT.
005230     EXIT.

005231*-----------------------------------------------------------------
005232* 2520-GET-NARRATIVE LOOKS UP THE ROW'S TXNNARR ENTRY - A MISS
005233* LEAVES THE MERCHANT, CATEGORY AND REFERENCE BLANK
005234*-----------------------------------------------------------------
005235 2520-GET-NARRATIVE.

005236     MOVE SPACES TO TL-MERCHANT.
005237     MOVE SPACES TO TL-CATEGORY.
005238     MOVE SPACES TO TR-ORIG-REF.

005239     MOVE TX-KEY TO NR-KEY.
005240     READ TXNNARR-FILE.

005241     IF WS-TXNNARR-STATUS = '00' THEN
005242         MOVE NR-MERCHANT TO TL-MERCHANT
005243         MOVE NR-CATEGORY TO TL-CATEGORY
005244         MOVE NR-ORIG-REF TO TR-ORIG-REF
005245     END-IF.

005246*    A ROW ON THE REVERSAL REGISTER - REVERSED, OR THE OFFSET
005247*    THAT REVERSED ONE - IS MARKED, SO THE PAIR READS AS ONE
005248*    TAKEN-BACK ITEM RATHER THAN TWO UNRELATED ONES
005249     MOVE SPACES TO TL-REV-MARK.
005250     MOVE TX-KEY TO RV-KEY.
005251     READ TXNREV-FILE.

005252     IF WS-TXNREV-STATUS = '00' AND RV-REVERSED THEN
005253         MOVE 'REVERSED' TO TL-REV-MARK
005254     END-IF.

005255 2520-EXIT.
005256     EXIT.

005257*-----------------------------------------------------------------
005258* 2600-LOG-CORRESPONDENCE RECORDS THE REPRINT ON CORRLOG - THE
005259* CHANNEL AND THE EXACT ADDRESS OR E-MAIL IT WENT TO, OR WHY IT
005260* WAS HELD BACK (THE REQUEST THEN STAYS QUEUED)
005261*-----------------------------------------------------------------
005262 2600-LOG-CORRESPONDENCE.

005263     MOVE SPACES TO CORRLOG-REC.
005264     MOVE 0 TO CL-RUN-DATE CL-RUN-TIME CL-SEQNO.
005265     MOVE AF-ACCTNO TO CL-ACCTNO.
005266     MOVE 'RPRT' TO CL-DOC-TYPE.
005267     MOVE RQ-PERIOD TO CL-DOC-REF.
005268     MOVE 'DCI8BRPR' TO CL-JOBNAME.
005269     MOVE AF-TITL TO CL-TITL.
005270     MOVE AF-FNAME TO CL-FNAME.
005271     MOVE AF-SNAME TO CL-SNAME.
005272     MOVE 'N' TO CL-SUPP-FLAG.

005273     IF WS-CHANNEL-EMAIL THEN
005274         MOVE 'E' TO CL-CHANNEL
005275         MOVE AF-EMAIL TO CL-EMAIL
005276     ELSE
005277         MOVE 'P' TO CL-CHANNEL
005278         IF AF-MAIL-ADDR1 NOT = SPACES OR
005279            AF-MAIL-ADDR2 NOT = SPACES THEN
005280             MOVE AF-MAIL-ADDR1 TO CL-ADDR1
005281             MOVE AF-MAIL-ADDR2 TO CL-ADDR2
005282         ELSE
005283             MOVE AF-ADDR1 TO CL-ADDR1
005284             MOVE AF-ADDR2 TO CL-ADDR2
005285         END-IF
005286     END-IF.

005287     IF WS-CHANNEL-SUPPRESS THEN
005288         MOVE 'Y' TO CL-SUPP-FLAG
005289         IF AF-ESTATE-FLAG = 'D' THEN
005290             MOVE 'D' TO CL-SUPP-REASON
005291         ELSE
005292             MOVE 'G' TO CL-SUPP-REASON
005293         END-IF
005294     END-IF.

005295     CALL 'DCI8BCLG' USING CORRLOG-REC.

005296 2600-EXIT.
005297     EXIT.

005298*-----------------------------------------------------------------
005299* 2650-DOC-START OPENS A POSTED REPRINT ON RPRPRT WITH ITS
005300* PRTDOC ROW - THE ACCOUNT AND THE ADDRESS IT IS PRINTED TO
005301*-----------------------------------------------------------------
005302 2650-DOC-START.

005303     MOVE SPACES TO PRTDOC-REC.
005304     MOVE '%DOC' TO DC-MARKER.
005305     MOVE 'RPRT' TO DC-DOC-TYPE.
005306     MOVE 'DCI8BRPR' TO DC-JOBNAME.
005307     MOVE AF-ACCTNO TO DC-ACCTNO.
005308     MOVE RQ-PERIOD TO DC-DOC-REF.
005309     IF AF-MAIL-ADDR1 NOT = SPACES OR
005310        AF-MAIL-ADDR2 NOT = SPACES THEN
005311         MOVE AF-MAIL-ADDR1 TO DC-ADDR1
005312         MOVE AF-MAIL-ADDR2 TO DC-ADDR2
005313     ELSE
005314         MOVE AF-ADDR1 TO DC-ADDR1
005315         MOVE AF-ADDR2 TO DC-ADDR2
005316     END-IF.

005317     WRITE PRINT-LINE FROM PRTDOC-REC.

005318 2650-EXIT.
005319     EXIT.

005320 2700-ROUTE-LINE.

005321     IF WS-CHANNEL-EMAIL THEN
005322         WRITE EMAIL-LINE FROM WS-RT-LINE
005323     ELSE
005324         WRITE PRINT-LINE FROM WS-RT-LINE
005325     END-IF.

005326 2700-EXIT.
005327     EXIT.

005328 9000-TERMINATE.

005330     DISPLAY 'DCI8BRPR - STATEMENT REPRINTS - RUN SUMMARY'.
005340     DISPLAY 'REQUESTS READ    : ' WS-READ-COUNT.
005380     CLOSE ACCTFILE.
005390     CLOSE ACCTTXN-FILE.
005400     CLOSE BALHIST-FILE.
005405     CLOSE TXNNARR-FILE.
005407     CLOSE TXNREV-FILE.
005410     CLOSE PRINT-FILE.
005420     CLOSE EMAIL-FILE.

005490*-----------------------------------------------------------------
005500 8100-WRITE-JRNL-START.

005501*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
005502*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
005503     MOVE 'DCI8BRPR' TO JG-JOBNAME.
005504     CALL 'DCI8BJGT' USING JOBGATE.
005505     IF JG-RC-BLOCKED THEN
005506         MOVE JG-BLOCKED-RC TO RETURN-CODE
005507         STOP RUN
005508     END-IF.

005510     MOVE 'DCI8BRPR' TO JR-JOBNAME.
005520     MOVE 'S' TO JR-ROW-TYPE.
005530     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
