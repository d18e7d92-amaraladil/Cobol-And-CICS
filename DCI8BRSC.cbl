000160* 2026-09-02 AA   INITIAL VERSION - MEASURES THE GAP BETWEEN A
000170*                 RESTORED ACCTFILE GENERATION AND THE
000180*                 SATELLITES AND BUILDS THE TXNIN REPLAY FILE
000181* 2026-09-08 AA   REPLAY ROWS FOLLOW THE WIDENED 100-BYTE TXNIN
000182*                 LAYOUT AND CARRY EACH POSTING'S TXNNARR
000183*                 MERCHANT, CATEGORY AND ORIGINATOR REFERENCE
000184* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000185*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000186*                 STOPS WITH RETURN CODE 12 WHEN A
000187*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000188* 2026-10-08 AA   ACCTHIST AND ACCTTXN RECORDS WIDENED FOR THE
000189*                 HASH CHAIN FIELDS
000190*-----------------------------------------------------------------
000200*****************************************************************
000210* DCI8BRST PUTS ACCTFILE BACK FROM AN ACCTBKUP GENERATION, BUT
000590         RECORD KEY IS AH-KEY
000600         FILE STATUS IS WS-ACCTHIST-STATUS.

000601     SELECT TXNNARR-FILE ASSIGN TO TXNNARR
000603         ORGANIZATION IS INDEXED
000605         ACCESS MODE IS RANDOM
000606         RECORD KEY IS NR-KEY
000608         FILE STATUS IS WS-TXNNARR-STATUS.

000610     SELECT REPLAY-FILE ASSIGN TO RSCREPLY
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-REPLAY-STATUS.
000916     05  AF-CUST-ID              PIC 9(08).
000918     05  AF-ESTATE-FLAG          PIC X(01).
000920     05  AF-SENS-FLAG            PIC X(01).
000925     05  AF-ANNFEE-PLAN          PIC X(01).
000926     05  AF-SETTLE-FLAG          PIC X(01).
000927     05  AF-PRODUCT-CODE         PIC X(04).


000930 FD  ACCTTXN-FILE
001030         10  TX-POST-DATE        PIC S9(7) COMP-3.
001040         10  TX-POST-JOB         PIC X(08).
001050     05  TX-SOURCE               PIC X(01).
001052     05  TX-CHAIN-INFO.
001054         10  TX-CHAIN-NO         PIC 9(09) COMP.
001056         10  TX-CHAIN-PREV       PIC 9(18) COMP.
001058         10  TX-CHAIN-HASH       PIC 9(18) COMP.

001060*    EXISTENCE OF ONE SEQUENCE AHEAD OF THE RESTORED COUNTER
001070*    IS ALL THE HISTORY CHECK ASKS - KEY PLUS FILLER
001110     05  AH-KEY.
001120         10  AH-ACCTNO           PIC X(09).
001130         10  AH-SEQNO            PIC 9(04) COMP.
001131     05  FILLER                  PIC X(211).

001132*    THE NARRATIVE SATELLITE - READ BY TX-KEY SO THE REPLAY ROW
001133*    GOES BACK OUT WITH ITS MERCHANT, CATEGORY AND REFERENCE
001134 FD  TXNNARR-FILE
001135     LABEL RECORDS ARE STANDARD.
001136 01  TXNNARR-REC.
001137     05  NR-KEY.
001138         10  NR-ACCTNO           PIC X(09).
001139         10  NR-DATE             PIC S9(7) COMP-3.
001140         10  NR-SEQNO            PIC 9(04) COMP.
001141     05  NR-MERCHANT             PIC X(30).
001142     05  NR-CATEGORY             PIC X(04).
001143     05  NR-ORIG-REF             PIC X(16).

001150*    THE REPLAY FILE IN TXNIN FORMAT - THE SAME RECORD AND
001160*    HDR/TRL CONTROLS DCI8BPST VERIFIES, KEPT IN LOCKSTEP
001230     05  RT-SEQNO                PIC 9(04).
001240     05  RT-TYPE                 PIC X(01).
001250     05  RT-AMOUNT               PIC 9(08)V99.
001254     05  RT-MERCHANT             PIC X(30).
001258     05  RT-CATEGORY             PIC X(04).
001262     05  RT-ORIG-REF             PIC X(16).
001266     05  FILLER                  PIC X(19).

001270 01  REPLAY-HDR-REC.
001280     05  RH-TYPE                 PIC X(03).
001290     05  RH-FEED-ID              PIC X(08).
001300     05  RH-BUS-DATE             PIC 9(07).
001310     05  FILLER                  PIC X(82).

001320 01  REPLAY-TRL-REC.
001330     05  RL-TYPE                 PIC X(03).
001340     05  RL-ROW-COUNT            PIC 9(07).
001350     05  RL-AMOUNT-TOTAL         PIC 9(12)V99.
001360     05  FILLER                  PIC X(76).

001370 FD  REPORT-FILE
001380     RECORDING MODE IS F
001590 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001600 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001605     COPY 'JOBGATE'.

001610 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
001620 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001630 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
001640 77  WS-ACCTHIST-STATUS      PIC X(02) VALUE SPACES.
001645 77  WS-TXNNARR-STATUS       PIC X(02) VALUE SPACES.
001650 77  WS-REPLAY-STATUS        PIC X(02) VALUE SPACES.
001660 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

002380     OPEN INPUT ACCTFILE.
002390     OPEN INPUT ACCTTXN-FILE.
002400     OPEN INPUT ACCTHIST-FILE.
002405     OPEN INPUT TXNNARR-FILE.
002410     OPEN OUTPUT REPLAY-FILE.
002420     OPEN OUTPUT REPORT-FILE.

002500     MOVE 'HDR' TO RH-TYPE.
002510     MOVE 'RESTORE ' TO RH-FEED-ID.
002520     MOVE WS-TODAY-YYYYDDD TO RH-BUS-DATE.
002530     MOVE SPACES TO REPLAY-HDR-REC(19:82).
002540     WRITE REPLAY-REC FROM REPLAY-HDR-REC.

002550     IF WS-PARM-OK THEN
003530         MOVE 'D' TO RT-TYPE
003540     END-IF.
003550     MOVE TX-AMOUNT TO RT-AMOUNT.

003551*    THE NARRATIVE GOES BACK OUT WITH THE ROW - NOT FOUND MEANS
003552*    THE POSTING NEVER HAD ONE AND THE FIELDS STAY SPACES
003553     MOVE TX-KEY TO NR-KEY.
003554     READ TXNNARR-FILE.
003555     IF WS-TXNNARR-STATUS = '00' THEN
003556         MOVE NR-MERCHANT TO RT-MERCHANT
003557         MOVE NR-CATEGORY TO RT-CATEGORY
003558         MOVE NR-ORIG-REF TO RT-ORIG-REF
003559     END-IF.

003560     WRITE REPLAY-REC.

003570     ADD 1 TO WS-REPLAY-COUNT.
003910     CLOSE ACCTFILE.
003920     CLOSE ACCTTXN-FILE.
003930     CLOSE ACCTHIST-FILE.
003935     CLOSE TXNNARR-FILE.
003940     CLOSE REPLAY-FILE.
003950     CLOSE REPORT-FILE.

004020*-----------------------------------------------------------------
004030 8100-WRITE-JRNL-START.

004031*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
004032*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
004033     MOVE 'DCI8BRSC' TO JG-JOBNAME.
004034     CALL 'DCI8BJGT' USING JOBGATE.
004035     IF JG-RC-BLOCKED THEN
004036         MOVE JG-BLOCKED-RC TO RETURN-CODE
004037         STOP RUN
004038     END-IF.

004040     MOVE 'DCI8BRSC' TO JR-JOBNAME.
004050     MOVE 'S' TO JR-ROW-TYPE.
004060     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
