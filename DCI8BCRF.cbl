000010*****************************************************************
000020* DCI8BCRF - CREDIT-BALANCE REFUNDS FOR LIVE ACCOUNTS
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. DCI8BCRF.
000060 AUTHOR. AMAR AL-ADIL.
000070 INSTALLATION. DCI DATA CENTER.
000080 DATE-WRITTEN. 17-SEP-2026.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MODIFICATION HISTORY
000120*-----------------------------------------------------------------
000130* DATE       BY   DESCRIPTION
000140* ---------- ---- ------------------------------------------------
000150* 2026-09-17 AA   INITIAL VERSION - PAYS BACK A LIVE CUSTOMER'S
000160*                 CREDIT BALANCE ONCE IT HAS SAT WITH US LONG
000170*                 ENOUGH, INSTEAD OF LEAVING IT FOR DCI8BESC
000180* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000190*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000200*                 STOPS WITH RETURN CODE 12 WHEN A
000210*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000220* 2026-10-08 AA   EVERY NEW ACCTTXN ROW IS SEALED INTO ITS
000230*                 ACCOUNT'S HASH CHAIN THROUGH DCI8BHCN
000240* 2026-10-15 AA   A CREDIT RESIDUE RELEASED BY THE DCI8BSBW
000250*                 SMALL-BALANCE RUN (CW-RELEASE-FLAG 'S') IS
000260*                 REFUNDED WHATEVER ITS SIZE OR AGE
000270*-----------------------------------------------------------------
000280*****************************************************************
000290* AN OVERPAYMENT LEAVES CURR-BAL NEGATIVE - MONEY WE OWE THE
000300* CUSTOMER. THIS NIGHTLY JOB WALKS ACCTFILE AND KEEPS THE
000310* CRWATCH CLOCK: AN ACCOUNT SEEN IN CREDIT FOR THE FIRST TIME
000320* GETS A ROW STAMPED TODAY, AN ACCOUNT BACK AT ZERO OR OWING
000330* LOSES ITS ROW. AN ACCOUNT WHOSE CREDIT IS ABOVE THE CRFPARM
000340* THRESHOLD AND WHOSE CLOCK HAS RUN AT LEAST THE CARD'S DAYS IS
000350* REFUNDED IN FULL:
000360*   - BY BANK CREDIT (CRFBANK, THE DDCOLL ROW SHAPE WITH A
000370*     TRAILER) TO THE ACCOUNT ON AN ACTIVE DDMANDTE MANDATE,
000380*   - OTHERWISE BY CHEQUE (CRFCHQ, FOR THE CHEQUE PRINTER) TO
000390*     THE CORRESPONDENCE ADDRESS, NUMBERED FROM THE ACCTCTL
000400*     'NEXTCHEQ' SERIAL.
000410* THE BALANCING DEBIT GOES TO ACCTTXN ON THE RESERVED SEQUENCE
000420* 8013 - WHICH ALSO MAKES A SAME-DAY RERUN SKIP WHAT IT ALREADY
000430* PAID - WITH A TXNNARR NARRATIVE FOR THE STATEMENT, AND EVERY
000440* REFUND IS FILED ON THE REFUNDRG REGISTER FOR FINANCE.
000450* NOT REFUNDED, COUNTED AND REPORTED:
000460*   - A FROZEN ACCOUNT (STAT 'X'),
000470*   - AN ACCOUNT STAGED ON ESCHEAT (STAGE C - THE UNCLAIMED-
000480*     FUNDS CLOCK IS ALREADY RUNNING; A REMITTED ROW IS HISTORY
000490*     AND DOES NOT BLOCK A NEW CREDIT),
000500*   - A DECEASED CUSTOMER (THE ESTATE IS SETTLED AT CLOSURE),
000510*   - A CHEQUE THAT WOULD GO TO A GONE-AWAY ADDRESS, OR THAT
000520*     CANNOT BE NUMBERED BECAUSE THE NEXTCHEQ ROW IS MISSING.
000530* A CLOCK ROW THE DCI8BSBW SMALL-BALANCE RUN HAS RELEASED ('S')
000540* IS REFUNDED ON THE NEXT RUN WHATEVER ITS SIZE OR AGE, THROUGH
000550* THE SAME EXCLUSIONS.
000560* CRFPARM CARD: COLS 1-8 THRESHOLD (9(06)V99, THE CREDIT MUST
000570* BE ABOVE IT), COLS 9-13 DAYS IN CREDIT
000580*****************************************************************

000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER. IBM-370.
000620 OBJECT-COMPUTER. IBM-370.

000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.

000650     SELECT PARM-FILE ASSIGN TO CRFPARM
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-PARM-STATUS.

000680     SELECT ACCTFILE ASSIGN TO ACCTFILE
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS AF-ACCTKEY
000720         FILE STATUS IS WS-ACCTFILE-STATUS.

000730     SELECT CRWATCH-FILE ASSIGN TO CRWATCH
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS CW-ACCTNO
000770         FILE STATUS IS WS-CRWATCH-STATUS.

000780     SELECT ESCHEAT-FILE ASSIGN TO ESCHEAT
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS ES-ACCTNO
000820         FILE STATUS IS WS-ESCHEAT-STATUS.

000830     SELECT MANDATE-FILE ASSIGN TO DDMANDTE
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS RANDOM
000860         RECORD KEY IS DM-ACCTNO
000870         FILE STATUS IS WS-MANDATE-STATUS.

000880     SELECT ACCTCTL-FILE ASSIGN TO ACCTCTL
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS RANDOM
000910         RECORD KEY IS CT-KEYNAME
000920         FILE STATUS IS WS-ACCTCTL-STATUS.

000930     SELECT ACCTTXN-FILE ASSIGN TO ACCTTXN
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS TX-KEY
000970         FILE STATUS IS WS-ACCTTXN-STATUS.

000980     SELECT TXNNARR-FILE ASSIGN TO TXNNARR
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS RANDOM
001010         RECORD KEY IS NR-KEY
001020         FILE STATUS IS WS-TXNNARR-STATUS.

001030     SELECT REGISTER-FILE ASSIGN TO REFUNDRG
001040         ORGANIZATION IS INDEXED
001050         ACCESS MODE IS RANDOM
001060         RECORD KEY IS RG-KEY
001070         FILE STATUS IS WS-REGISTER-STATUS.

001080     SELECT BANK-FILE ASSIGN TO CRFBANK
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS WS-BANK-STATUS.

001110     SELECT CHEQUE-FILE ASSIGN TO CRFCHQ
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS WS-CHEQUE-STATUS.

001140     SELECT REPORT-FILE ASSIGN TO CRFRPT
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS WS-REPORT-STATUS.

001170     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-JOURNAL-STATUS.

001200 DATA DIVISION.
001210 FILE SECTION.

001220 FD  PARM-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 01  PARM-REC.
001260     05  CF-THRESHOLD            PIC 9(06)V99.
001270     05  CF-DAYS                 PIC 9(05).
001280     05  FILLER                  PIC X(17).

001290 FD  ACCTFILE
001300     LABEL RECORDS ARE STANDARD.
001310 01  ACCTFILE-REC.
001320     05  AF-ACCTKEY.
001330         10  AF-ACCTNO           PIC X(09).
001340     05  AF-FNAME                PIC X(15).
001350     05  AF-SNAME                PIC X(15).
001360     05  AF-TITL                 PIC X(04).
001370     05  AF-ADDR1                PIC X(20).
001380     05  AF-ADDR2                PIC X(20).
001390     05  AF-CRLIMIT              PIC 9(08)V99.
001400     05  AF-STAT                 PIC X(01).
001410     05  AF-CREATED-INFO.
001420         10  AF-CR-USERID        PIC X(08).
001430         10  AF-CR-TRMID         PIC X(04).
001440         10  AF-CR-DATE          PIC S9(7) COMP-3.
001450         10  AF-CR-TIME          PIC S9(7) COMP-3.
001460     05  AF-LAST-HIST-SEQ        PIC 9(04) COMP.
001470     05  AF-LAST-CHANGED-INFO.
001480         10  AF-LAST-CHG-DATE    PIC S9(7) COMP-3.
001490         10  AF-LAST-CHG-TIME    PIC S9(7) COMP-3.
001500     05  AF-PHONE                PIC X(15).
001510     05  AF-EMAIL                PIC X(30).
001520     05  AF-LAST-CHG-USERID      PIC X(08).
001530     05  AF-MAIL-ADDR1           PIC X(20).
001540     05  AF-MAIL-ADDR2           PIC X(20).
001550     05  AF-FORMER-SNAME         PIC X(15).
001560     05  AF-CURR-BAL             PIC S9(08)V99 COMP-3.
001570     05  AF-BUREAU-SCORE         PIC 9(03).
001580     05  AF-BSCORE-DATE          PIC S9(7) COMP-3.
001590     05  AF-BRANCH               PIC X(04).
001600     05  AF-CONTACT-PREF         PIC X(01).
001610     05  AF-STMT-CYCLE           PIC X(01).
001620     05  AF-GONEAWAY-FLAG        PIC X(01).
001630     05  AF-CUST-ID              PIC 9(08).
001640     05  AF-ESTATE-FLAG          PIC X(01).
001650     05  AF-SENS-FLAG            PIC X(01).
001660     05  AF-ANNFEE-PLAN          PIC X(01).
001670     05  AF-SETTLE-FLAG          PIC X(01).
001680     05  AF-PRODUCT-CODE         PIC X(04).

001690*-----------------------------------------------------------------
001700* CRWATCH - THE CREDIT-BALANCE CLOCK THIS RUN KEEPS
001710*-----------------------------------------------------------------
001720 FD  CRWATCH-FILE
001730     LABEL RECORDS ARE STANDARD.
001740 01  CRWATCH-REC.
001750     05  CW-ACCTNO               PIC X(09).
001760     05  CW-SINCE-DATE           PIC S9(7) COMP-3.
001770     05  CW-FIRST-AMOUNT         PIC 9(08)V99.
001780     05  CW-RELEASE-FLAG         PIC X(01).
001790         88  CW-RELEASE-SMALL            VALUE 'S'.

001800 FD  ESCHEAT-FILE
001810     LABEL RECORDS ARE STANDARD.
001820 01  ESCHEAT-REC.
001830     05  ES-ACCTNO               PIC X(09).
001840     05  ES-STAGE                PIC X(01).
001850         88  ES-CONTACTED                VALUE 'C'.
001860         88  ES-REMITTED                 VALUE 'R'.
001870     05  ES-CONTACT-DATE         PIC S9(7) COMP-3.
001880     05  ES-AMOUNT               PIC 9(08)V99.
001890     05  ES-REMIT-DATE           PIC S9(7) COMP-3.

001900 FD  MANDATE-FILE
001910     LABEL RECORDS ARE STANDARD.
001920 01  DDMANDTE-REC.
001930     05  DM-ACCTNO               PIC X(09).
001940     05  DM-SORT-CODE            PIC 9(06).
001950     05  DM-BANK-ACCT            PIC 9(08).
001960     05  DM-STATUS               PIC X(01).
001970         88  DM-ACTIVE                   VALUE 'A'.
001980     05  DM-FAIL-COUNT           PIC 9(02).
001990     05  DM-SETUP-DATE           PIC S9(7) COMP-3.

002000*-----------------------------------------------------------------
002010* ACCTCTL - ONLY THE 'NEXTCHEQ' SERIAL, DRAWN AND REWRITTEN PER
002020* CHEQUE SO AN ABEND NEVER HANDS THE SAME NUMBER OUT TWICE
002030*-----------------------------------------------------------------
002040 FD  ACCTCTL-FILE
002050     LABEL RECORDS ARE STANDARD.
002060 01  ACCTCTL-REC.
002070     05  CT-KEYNAME              PIC X(08).
002080     05  CT-NEXT-ACCTNO          PIC 9(08).

002090 FD  ACCTTXN-FILE
002100     LABEL RECORDS ARE STANDARD.
002110 01  ACCTTXN-REC.
002120     05  TX-KEY.
002130         10  TX-ACCTNO           PIC X(09).
002140         10  TX-DATE             PIC S9(7) COMP-3.
002150         10  TX-SEQNO            PIC 9(04) COMP.
002160     05  TX-TYPE                 PIC X(01).
002170     05  TX-AMOUNT               PIC 9(08)V99.
002180     05  TX-POSTED-INFO.
002190         10  TX-POST-DATE        PIC S9(7) COMP-3.
002200         10  TX-POST-JOB         PIC X(08).
002210     05  TX-SOURCE               PIC X(01).
002220     05  TX-CHAIN-INFO.
002230         10  TX-CHAIN-NO         PIC 9(09) COMP.
002240         10  TX-CHAIN-PREV       PIC 9(18) COMP.
002250         10  TX-CHAIN-HASH       PIC 9(18) COMP.

002260 FD  TXNNARR-FILE
002270     LABEL RECORDS ARE STANDARD.
002280 01  TXNNARR-REC.
002290     05  NR-KEY.
002300         10  NR-ACCTNO           PIC X(09).
002310         10  NR-DATE             PIC S9(7) COMP-3.
002320         10  NR-SEQNO            PIC 9(04) COMP.
002330     05  NR-MERCHANT             PIC X(30).
002340     05  NR-CATEGORY             PIC X(04).
002350     05  NR-ORIG-REF             PIC X(16).

002360*-----------------------------------------------------------------
002370* REFUNDRG - THE REFUND REGISTER FOR FINANCE
002380*-----------------------------------------------------------------
002390 FD  REGISTER-FILE
002400     LABEL RECORDS ARE STANDARD.
002410 01  REFUNDRG-REC.
002420     05  RG-KEY.
002430         10  RG-ACCTNO           PIC X(09).
002440         10  RG-DATE             PIC S9(7) COMP-3.
002450     05  RG-AMOUNT               PIC 9(08)V99.
002460     05  RG-METHOD               PIC X(01).
002470     05  RG-SORT-CODE            PIC 9(06).
002480     05  RG-BANK-ACCT            PIC 9(08).
002490     05  RG-CHEQUE-NO            PIC 9(08).
002500     05  RG-PAYEE                PIC X(36).
002510     05  RG-ADDR1                PIC X(20).
002520     05  RG-ADDR2                PIC X(20).
002530     05  RG-CREDIT-SINCE         PIC S9(7) COMP-3.

002540*-----------------------------------------------------------------
002550* CRFBANK - THE BANK CREDIT FILE: DTL ROWS THEN A TRL ROW WITH
002560* COUNT AND AMOUNT TOTAL, THE DDCOLL SHAPE
002570*-----------------------------------------------------------------
002580 FD  BANK-FILE
002590     RECORDING MODE IS F
002600     LABEL RECORDS ARE STANDARD.
002610 01  BANK-REC                    PIC X(50).

002620*-----------------------------------------------------------------
002630* CRFCHQ - THE CHEQUE PRINT FILE: CHQ ROWS THEN A TRL ROW
002640*-----------------------------------------------------------------
002650 FD  CHEQUE-FILE
002660     RECORDING MODE IS F
002670     LABEL RECORDS ARE STANDARD.
002680 01  CHEQUE-REC                  PIC X(120).

002690 FD  REPORT-FILE
002700     RECORDING MODE IS F
002710     LABEL RECORDS ARE STANDARD.
002720 01  REPORT-LINE                 PIC X(80).

002730*-----------------------------------------------------------------
002740* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
002750* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
002760*-----------------------------------------------------------------
002770 FD  JOURNAL-FILE
002780     RECORDING MODE IS F
002790     LABEL RECORDS ARE STANDARD.
002800 01  JR-REC.
002810     05  JR-JOBNAME              PIC X(08).
002820     05  JR-ROW-TYPE             PIC X(01).
002830     05  JR-DATE                 PIC 9(07).
002840     05  JR-TIME                 PIC 9(06).
002850     05  JR-READ-COUNT           PIC 9(07).
002860     05  JR-WRITTEN-COUNT        PIC 9(07).
002870     05  JR-REJECTED-COUNT       PIC 9(07).
002880     05  JR-STATUS               PIC X(01).
002890     05  FILLER                  PIC X(06).

002900 WORKING-STORAGE SECTION.
002910 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
002920 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

002930     COPY 'JOBGATE'.

002940*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
002950     COPY 'CHAINPRM'.

002960 77  WS-PARM-STATUS          PIC X(02) VALUE SPACES.
002970 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
002980 77  WS-CRWATCH-STATUS       PIC X(02) VALUE SPACES.
002990 77  WS-ESCHEAT-STATUS       PIC X(02) VALUE SPACES.
003000 77  WS-MANDATE-STATUS       PIC X(02) VALUE SPACES.
003010 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
003020 77  WS-ACCTTXN-STATUS       PIC X(02) VALUE SPACES.
003030 77  WS-TXNNARR-STATUS       PIC X(02) VALUE SPACES.
003040 77  WS-REGISTER-STATUS      PIC X(02) VALUE SPACES.
003050 77  WS-BANK-STATUS          PIC X(02) VALUE SPACES.
003060 77  WS-CHEQUE-STATUS        PIC X(02) VALUE SPACES.
003070 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

003080 01  WS-SWITCHES.
003090     05  WS-EOF-SW           PIC X(01) VALUE 'N'.
003100         88  WS-EOF-YES              VALUE 'Y'.
003110     05  WS-PARM-OK-SW       PIC X(01) VALUE 'Y'.
003120         88  WS-PARM-OK              VALUE 'Y'.
003130     05  WS-CHEQ-OK-SW       PIC X(01) VALUE 'N'.
003140         88  WS-CHEQ-OK              VALUE 'Y'.
003150     05  WS-METHOD-SW        PIC X(01) VALUE 'C'.
003160         88  WS-BY-BANK              VALUE 'B'.
003170         88  WS-BY-CHEQUE            VALUE 'C'.

003180 01  WS-COUNTERS.
003190     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
003200     05  WS-CREDIT-COUNT     PIC 9(07) COMP-3 VALUE 0.
003210     05  WS-CLOCK-START-COUNT PIC 9(07) COMP-3 VALUE 0.
003220     05  WS-CLOCK-STOP-COUNT PIC 9(07) COMP-3 VALUE 0.
003230     05  WS-WAITING-COUNT    PIC 9(07) COMP-3 VALUE 0.
003240     05  WS-BELOW-COUNT      PIC 9(07) COMP-3 VALUE 0.
003250     05  WS-FROZEN-COUNT     PIC 9(07) COMP-3 VALUE 0.
003260     05  WS-ESCHEAT-COUNT    PIC 9(07) COMP-3 VALUE 0.
003270     05  WS-ESTATE-COUNT     PIC 9(07) COMP-3 VALUE 0.
003280     05  WS-GONEAWAY-COUNT   PIC 9(07) COMP-3 VALUE 0.
003290     05  WS-NOSERIAL-COUNT   PIC 9(07) COMP-3 VALUE 0.
003300     05  WS-REPOST-COUNT     PIC 9(07) COMP-3 VALUE 0.
003310     05  WS-BANK-COUNT       PIC 9(07) COMP-3 VALUE 0.
003320     05  WS-CHEQUE-COUNT     PIC 9(07) COMP-3 VALUE 0.

003330 77  WS-BANK-TOTAL           PIC S9(12)V99 COMP-3 VALUE 0.
003340 77  WS-CHEQUE-TOTAL         PIC S9(12)V99 COMP-3 VALUE 0.

003350 77  WS-TODAY                PIC S9(7) COMP-3 VALUE 0.
003360 77  WS-DAYS-CUTOFF          PIC S9(7) COMP-3 VALUE 0.
003370 77  WS-CREDIT-AMT           PIC 9(08)V99 COMP-3 VALUE 0.
003380 77  WS-NEXT-CHEQUE          PIC 9(08) VALUE 0.

003390*-----------------------------------------------------------------
003400* THE RESERVED ACCTTXN SEQUENCE FOR THE REFUND'S BALANCING
003410* DEBIT - ONE PER ACCOUNT PER RUN DATE
003420*-----------------------------------------------------------------
003430 77  WS-REFUND-SEQNO         PIC 9(04) COMP VALUE 8013.

003440 01  WS-NARR-REF.
003450     05  NF-METHOD           PIC X(07).
003460     05  NF-CHEQUE-NO        PIC X(08).
003470     05  FILLER              PIC X(01) VALUE SPACES.

003480 01  WS-PAYEE.
003490     05  PY-TITL             PIC X(04).
003500     05  FILLER              PIC X(01) VALUE SPACES.
003510     05  PY-FNAME            PIC X(15).
003520     05  FILLER              PIC X(01) VALUE SPACES.
003530     05  PY-SNAME            PIC X(15).

003540 01  WS-BANK-LINE.
003550     05  BL-REC-TYPE         PIC X(03) VALUE 'DTL'.
003560     05  BL-SORT-CODE        PIC 9(06).
003570     05  BL-BANK-ACCT        PIC 9(08).
003580     05  BL-REFERENCE        PIC X(09).
003590     05  BL-AMOUNT           PIC 9(08)V99.
003600     05  BL-PAY-DATE         PIC 9(07).
003610     05  FILLER              PIC X(07) VALUE SPACES.

003620 01  WS-BANK-TRAILER.
003630     05  FILLER              PIC X(03) VALUE 'TRL'.
003640     05  BT-COUNT            PIC 9(07).
003650     05  BT-AMOUNT           PIC 9(12)V99.
003660     05  FILLER              PIC X(26) VALUE SPACES.

003670 01  WS-CHEQUE-LINE.
003680     05  CQ-REC-TYPE         PIC X(03) VALUE 'CHQ'.
003690     05  CQ-CHEQUE-NO        PIC 9(08).
003700     05  CQ-DATE             PIC 9(07).
003710     05  CQ-AMOUNT           PIC 9(08)V99.
003720     05  CQ-PAYEE            PIC X(36).
003730     05  CQ-ADDR1            PIC X(20).
003740     05  CQ-ADDR2            PIC X(20).
003750     05  CQ-REFERENCE        PIC X(09).
003760     05  FILLER              PIC X(07) VALUE SPACES.

003770 01  WS-CHEQUE-TRAILER.
003780     05  FILLER              PIC X(03) VALUE 'TRL'.
003790     05  QT-COUNT            PIC 9(07).
003800     05  QT-AMOUNT           PIC 9(12)V99.
003810     05  FILLER              PIC X(96) VALUE SPACES.

003820* PARAMETER BLOCK FOR THE SHARED DATE SERVICE
003830     COPY 'DATEPARM'.

003840 01  WS-REPORT-HEADING1.
003850     05  FILLER PIC X(80) VALUE
003860         'DCI8BCRF - CREDIT-BALANCE REFUNDS'.

003870 01  WS-REPORT-HEADING2.
003880     05  FILLER              PIC X(17) VALUE
003890         'CREDIT ABOVE    '.
003900     05  HD-THRESHOLD        PIC ZZZ,ZZ9.99.
003910     05  FILLER              PIC X(17) VALUE
003920         '  FOR AT LEAST '.
003930     05  HD-DAYS             PIC ZZZZ9.
003940     05  FILLER              PIC X(31) VALUE ' DAYS'.

003950 01  WS-DETAIL-LINE.
003960     05  DL-ACCTNO           PIC X(09).
003970     05  FILLER              PIC X(02) VALUE SPACES.
003980     05  DL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
003990     05  FILLER              PIC X(02) VALUE SPACES.
004000     05  DL-NOTE             PIC X(30).
004010     05  FILLER              PIC X(02) VALUE SPACES.
004020     05  DL-REF              PIC X(16).
004030     05  FILLER              PIC X(06) VALUE SPACES.

004040 PROCEDURE DIVISION.

004050 0000-MAINLINE.

004060     PERFORM 8100-WRITE-JRNL-START THRU 8100-EXIT.

004070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.

004080     IF WS-PARM-OK THEN
004090         PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
004100             UNTIL WS-EOF-YES
004110         PERFORM 3000-WRITE-TRAILERS THRU 3000-EXIT
004120     END-IF.

004130     PERFORM 9000-TERMINATE THRU 9000-EXIT.

004140     PERFORM 8200-WRITE-JRNL-END THRU 8200-EXIT.

004150     GOBACK.

004160 1000-INITIALIZE.

004170     OPEN INPUT PARM-FILE.
004180     READ PARM-FILE
004190         AT END
004200             DISPLAY 'DCI8BCRF - NO CONTROL CARD IN CRFPARM'
004210             MOVE 'N' TO WS-PARM-OK-SW
004220             MOVE 'Y' TO WS-EOF-SW
004230     END-READ.
004240     CLOSE PARM-FILE.

004250     IF WS-PARM-OK AND
004260        (CF-THRESHOLD IS NOT NUMERIC OR
004270         CF-DAYS IS NOT NUMERIC) THEN
004280         DISPLAY 'DCI8BCRF - CRFPARM FIELDS NOT NUMERIC'
004290         MOVE 'N' TO WS-PARM-OK-SW
004300         MOVE 'Y' TO WS-EOF-SW
004310     END-IF.

004320     OPEN I-O ACCTFILE.
004330     OPEN I-O CRWATCH-FILE.
004340     OPEN INPUT ESCHEAT-FILE.
004350     OPEN INPUT MANDATE-FILE.
004360     OPEN I-O ACCTCTL-FILE.
004370     OPEN I-O ACCTTXN-FILE.
004380     OPEN I-O TXNNARR-FILE.
004390     OPEN I-O REGISTER-FILE.
004400     OPEN OUTPUT BANK-FILE.
004410     OPEN OUTPUT CHEQUE-FILE.
004420     OPEN OUTPUT REPORT-FILE.

004430     IF WS-PARM-OK THEN
004440         PERFORM 1300-COMPUTE-CUTOFF THRU 1300-EXIT
004450     END-IF.

004460     IF WS-PARM-OK THEN
004470         PERFORM 1400-READ-CHEQUE-SERIAL THRU 1400-EXIT
004480         MOVE CF-THRESHOLD TO HD-THRESHOLD
004490         MOVE CF-DAYS TO HD-DAYS
004500         WRITE REPORT-LINE FROM WS-REPORT-HEADING1
004510         WRITE REPORT-LINE FROM WS-REPORT-HEADING2
004520         MOVE SPACES TO REPORT-LINE
004530         WRITE REPORT-LINE
004540         PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT
004550     END-IF.

004560 1000-EXIT.
004570     EXIT.

004580 1100-READ-ACCOUNT.

004590     READ ACCTFILE NEXT RECORD
004600         AT END
004610             GO TO 1100-EOF
004620     END-READ.

004630     ADD 1 TO WS-READ-COUNT.
004640     GO TO 1100-EXIT.

004650 1100-EOF.
004660     MOVE 'Y' TO WS-EOF-SW.

004670 1100-EXIT.
004680     EXIT.

004690*-----------------------------------------------------------------
004700* 1300-COMPUTE-CUTOFF ASKS DCI8BDAT FOR TODAY AND THE LATEST
004710* CLOCK START THAT HAS RUN THE CARD'S DAYS - A BAD ANSWER STOPS
004720* THE RUN
004730*-----------------------------------------------------------------
004740 1300-COMPUTE-CUTOFF.

004750     MOVE 'TOD' TO DP-FUNCTION.
004760     CALL 'DCI8BDAT' USING DATEPARM.
004770     MOVE DP-JULIAN TO WS-TODAY.

004780     MOVE 'SUB' TO DP-FUNCTION.
004790     MOVE CF-DAYS TO DP-DAYS.
004800     CALL 'DCI8BDAT' USING DATEPARM.
004810     IF DP-RC-GOOD THEN
004820         MOVE DP-JULIAN TO WS-DAYS-CUTOFF
004830     ELSE
004840         DISPLAY 'DCI8BCRF - DCI8BDAT REJECTED DAYS IN CREDIT'
004850         MOVE 'N' TO WS-PARM-OK-SW
004860         MOVE 'Y' TO WS-EOF-SW
004870     END-IF.

004880 1300-EXIT.
004890     EXIT.

004900*-----------------------------------------------------------------
004910* 1400-READ-CHEQUE-SERIAL - NO NEXTCHEQ ROW MEANS NO CHEQUES
004920* TONIGHT; BANK CREDITS STILL GO
004930*-----------------------------------------------------------------
004940 1400-READ-CHEQUE-SERIAL.

004950     MOVE 'NEXTCHEQ' TO CT-KEYNAME.
004960     READ ACCTCTL-FILE
004970         INVALID KEY
004980             DISPLAY 'DCI8BCRF - NO NEXTCHEQ ROW ON ACCTCTL - '
004990                 'CHEQUE REFUNDS HELD'
005000             GO TO 1400-EXIT
005010     END-READ.

005020     IF CT-NEXT-ACCTNO IS NOT NUMERIC OR
005030        CT-NEXT-ACCTNO = 0 THEN
005040         DISPLAY 'DCI8BCRF - NEXTCHEQ ROW INVALID - '
005050             'CHEQUE REFUNDS HELD'
005060         GO TO 1400-EXIT
005070     END-IF.

005080     MOVE CT-NEXT-ACCTNO TO WS-NEXT-CHEQUE.
005090     MOVE 'Y' TO WS-CHEQ-OK-SW.

005100 1400-EXIT.
005110     EXIT.

005120*-----------------------------------------------------------------
005130* 2000-PROCESS-ACCOUNT KEEPS THE CLOCK, THEN SENDS A CREDIT
005140* THAT IS BIG ENOUGH AND OLD ENOUGH THROUGH THE EXCLUSIONS TO
005150* THE PAYMENT
005160*-----------------------------------------------------------------
005170 2000-PROCESS-ACCOUNT.

005180     IF AF-CURR-BAL NOT < 0 THEN
005190         PERFORM 2050-STOP-CLOCK THRU 2050-EXIT
005200         GO TO 2000-NEXT
005210     END-IF.

005220     ADD 1 TO WS-CREDIT-COUNT.
005230     COMPUTE WS-CREDIT-AMT = 0 - AF-CURR-BAL.

005240     PERFORM 2100-RUN-CLOCK THRU 2100-EXIT.

005250*    A ROW RELEASED BY THE SMALL-BALANCE RUN SKIPS THE CLOCK AND
005260*    THE THRESHOLD - THE CUSTOMER IS CLOSING AND THE RESIDUE IS
005270*    GOING BACK TO THEM, HOWEVER SMALL
005280     IF CW-RELEASE-SMALL THEN
005290         PERFORM 2200-CHECK-EXCLUSIONS THRU 2200-EXIT
005300         GO TO 2000-NEXT
005310     END-IF.

005320     IF CW-SINCE-DATE > WS-DAYS-CUTOFF THEN
005330         ADD 1 TO WS-WAITING-COUNT
005340         GO TO 2000-NEXT
005350     END-IF.

005360     IF WS-CREDIT-AMT NOT > CF-THRESHOLD THEN
005370         ADD 1 TO WS-BELOW-COUNT
005380         GO TO 2000-NEXT
005390     END-IF.

005400     PERFORM 2200-CHECK-EXCLUSIONS THRU 2200-EXIT.

005410 2000-NEXT.
005420     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.

005430 2000-EXIT.
005440     EXIT.

005450*-----------------------------------------------------------------
005460* 2050-STOP-CLOCK - AN ACCOUNT AT ZERO OR OWING HAS NO CLOCK
005470*-----------------------------------------------------------------
005480 2050-STOP-CLOCK.

005490     MOVE AF-ACCTNO TO CW-ACCTNO.
005500     DELETE CRWATCH-FILE
005510         INVALID KEY
005520             GO TO 2050-EXIT
005530     END-DELETE.

005540     ADD 1 TO WS-CLOCK-STOP-COUNT.

005550 2050-EXIT.
005560     EXIT.

005570*-----------------------------------------------------------------
005580* 2100-RUN-CLOCK READS THE ACCOUNT'S CLOCK, STARTING IT TODAY
005590* THE FIRST NIGHT THE CREDIT IS SEEN
005600*-----------------------------------------------------------------
005610 2100-RUN-CLOCK.

005620     MOVE AF-ACCTNO TO CW-ACCTNO.
005630     READ CRWATCH-FILE
005640         INVALID KEY
005650             GO TO 2100-START
005660     END-READ.

005670     GO TO 2100-EXIT.

005680 2100-START.

005690     MOVE AF-ACCTNO TO CW-ACCTNO.
005700     MOVE WS-TODAY TO CW-SINCE-DATE.
005710     MOVE WS-CREDIT-AMT TO CW-FIRST-AMOUNT.
005720     MOVE SPACE TO CW-RELEASE-FLAG.
005730     WRITE CRWATCH-REC
005740         INVALID KEY
005750             GO TO 2100-EXIT
005760     END-WRITE.

005770     ADD 1 TO WS-CLOCK-START-COUNT.

005780 2100-EXIT.
005790     EXIT.

005800*-----------------------------------------------------------------
005810* 2200-CHECK-EXCLUSIONS HOLDS BACK A FROZEN, ESCHEAT-STAGED OR
005820* DECEASED ACCOUNT, PICKS THE PAYMENT METHOD, AND HOLDS A
005830* CHEQUE THAT CANNOT SAFELY GO
005840*-----------------------------------------------------------------
005850 2200-CHECK-EXCLUSIONS.

005860     MOVE SPACES TO DL-REF.

005870     IF AF-STAT = 'X' THEN
005880         MOVE 'FROZEN - NOT REFUNDED' TO DL-NOTE
005890         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
005900         ADD 1 TO WS-FROZEN-COUNT
005910         GO TO 2200-EXIT
005920     END-IF.

005930     MOVE AF-ACCTNO TO ES-ACCTNO.
005940     READ ESCHEAT-FILE
005950         INVALID KEY
005960             MOVE SPACE TO ES-STAGE
005970     END-READ.
005980     IF WS-ESCHEAT-STATUS = '00' AND ES-CONTACTED THEN
005990         MOVE 'ON ESCHEAT - NOT REFUNDED' TO DL-NOTE
006000         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
006010         ADD 1 TO WS-ESCHEAT-COUNT
006020         GO TO 2200-EXIT
006030     END-IF.

006040     IF AF-ESTATE-FLAG = 'D' THEN
006050         MOVE 'DECEASED - SETTLE WITH ESTATE' TO DL-NOTE
006060         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
006070         ADD 1 TO WS-ESTATE-COUNT
006080         GO TO 2200-EXIT
006090     END-IF.

006100     MOVE 'C' TO WS-METHOD-SW.
006110     MOVE AF-ACCTNO TO DM-ACCTNO.
006120     READ MANDATE-FILE
006130         INVALID KEY
006140             MOVE SPACE TO DM-STATUS
006150     END-READ.
006160     IF WS-MANDATE-STATUS = '00' AND DM-ACTIVE THEN
006170         MOVE 'B' TO WS-METHOD-SW
006180     END-IF.

006190     IF WS-BY-CHEQUE AND AF-GONEAWAY-FLAG = 'G' THEN
006200         MOVE 'GONE AWAY - CHEQUE HELD' TO DL-NOTE
006210         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
006220         ADD 1 TO WS-GONEAWAY-COUNT
006230         GO TO 2200-EXIT
006240     END-IF.

006250     IF WS-BY-CHEQUE AND NOT WS-CHEQ-OK THEN
006260         MOVE 'NO CHEQUE SERIAL - HELD' TO DL-NOTE
006270         PERFORM 2900-REPORT-LINE THRU 2900-EXIT
006280         ADD 1 TO WS-NOSERIAL-COUNT
006290         GO TO 2200-EXIT
006300     END-IF.

006310     PERFORM 2500-PAY-REFUND THRU 2500-EXIT.

006320 2200-EXIT.
006330     EXIT.

006340*-----------------------------------------------------------------
006350* 2500-PAY-REFUND POSTS THE BALANCING DEBIT, CLEARS THE BALANCE
006360* TO ZERO, AND ISSUES THE PAYMENT. A DUPLICATE ACCTTXN KEY MEANS
006370* AN EARLIER RUN TODAY ALREADY PAID IT - NOTHING IS REPEATED
006380*-----------------------------------------------------------------
006390 2500-PAY-REFUND.

006400     MOVE AF-ACCTNO           TO TX-ACCTNO.
006410     MOVE WS-TODAY            TO TX-DATE.
006420     MOVE WS-REFUND-SEQNO     TO TX-SEQNO.
006430     MOVE 'D'                 TO TX-TYPE.
006440     MOVE WS-CREDIT-AMT       TO TX-AMOUNT.
006450     MOVE WS-TODAY            TO TX-POST-DATE.
006460     MOVE 'DCI8BCRF'          TO TX-POST-JOB.
006470     MOVE 'B'                 TO TX-SOURCE.

006480     WRITE ACCTTXN-REC
006490         INVALID KEY
006500             ADD 1 TO WS-REPOST-COUNT
006510             GO TO 2500-EXIT
006520         NOT INVALID KEY
006530             PERFORM 8600-SEAL-TXN-ROW THRU 8600-EXIT
006540     END-WRITE.

006550     MOVE 0 TO AF-CURR-BAL.
006560     REWRITE ACCTFILE-REC.

006570     MOVE AF-TITL TO PY-TITL.
006580     MOVE AF-FNAME TO PY-FNAME.
006590     MOVE AF-SNAME TO PY-SNAME.

006600     MOVE AF-ACCTNO TO RG-ACCTNO.
006610     MOVE WS-TODAY TO RG-DATE.
006620     MOVE WS-CREDIT-AMT TO RG-AMOUNT.
006630     MOVE WS-METHOD-SW TO RG-METHOD.
006640     MOVE 0 TO RG-SORT-CODE.
006650     MOVE 0 TO RG-BANK-ACCT.
006660     MOVE 0 TO RG-CHEQUE-NO.
006670     MOVE WS-PAYEE TO RG-PAYEE.
006680     MOVE CW-SINCE-DATE TO RG-CREDIT-SINCE.

006690     IF AF-MAIL-ADDR1 NOT = SPACES OR
006700        AF-MAIL-ADDR2 NOT = SPACES THEN
006710         MOVE AF-MAIL-ADDR1 TO RG-ADDR1
006720         MOVE AF-MAIL-ADDR2 TO RG-ADDR2
006730     ELSE
006740         MOVE AF-ADDR1 TO RG-ADDR1
006750         MOVE AF-ADDR2 TO RG-ADDR2
006760     END-IF.

006770     IF WS-BY-BANK THEN
006780         PERFORM 2600-BANK-CREDIT THRU 2600-EXIT
006790     ELSE
006800         PERFORM 2700-PRINT-CHEQUE THRU 2700-EXIT
006810     END-IF.

006820     WRITE REFUNDRG-REC
006830         INVALID KEY
006840             DISPLAY 'DCI8BCRF - REGISTER ROW ALREADY ON FILE '
006850                 AF-ACCTNO
006860     END-WRITE.

006870     PERFORM 2800-WRITE-NARRATIVE THRU 2800-EXIT.

006880*    THE ACCOUNT IS BACK AT ZERO - THE CLOCK STOPS
006890     MOVE AF-ACCTNO TO CW-ACCTNO.
006900     DELETE CRWATCH-FILE
006910         INVALID KEY
006920             CONTINUE
006930     END-DELETE.

006940     PERFORM 2900-REPORT-LINE THRU 2900-EXIT.

006950 2500-EXIT.
006960     EXIT.

006970 2600-BANK-CREDIT.

006980     MOVE DM-SORT-CODE TO RG-SORT-CODE.
006990     MOVE DM-BANK-ACCT TO RG-BANK-ACCT.

007000     MOVE 'DTL' TO BL-REC-TYPE.
007010     MOVE DM-SORT-CODE TO BL-SORT-CODE.
007020     MOVE DM-BANK-ACCT TO BL-BANK-ACCT.
007030     MOVE AF-ACCTNO TO BL-REFERENCE.
007040     MOVE WS-CREDIT-AMT TO BL-AMOUNT.
007050     MOVE WS-TODAY TO BL-PAY-DATE.
007060     WRITE BANK-REC FROM WS-BANK-LINE.

007070     ADD 1 TO WS-BANK-COUNT.
007080     ADD WS-CREDIT-AMT TO WS-BANK-TOTAL.

007090     MOVE 'BANK CREDIT' TO NF-METHOD.
007100     MOVE SPACES TO NF-CHEQUE-NO.
007110     MOVE 'REFUNDED - BANK CREDIT' TO DL-NOTE.
007120     MOVE SPACES TO DL-REF.

007130 2600-EXIT.
007140     EXIT.

007150*-----------------------------------------------------------------
007160* 2700-PRINT-CHEQUE DRAWS THE NEXT CHEQUE NUMBER AND PUTS THE
007170* SERIAL BACK AT ONCE, THE WAY THE CREATE PATHS DRAW NEXTACCT
007180*-----------------------------------------------------------------
007190 2700-PRINT-CHEQUE.

007200     MOVE WS-NEXT-CHEQUE TO RG-CHEQUE-NO.
007210     ADD 1 TO WS-NEXT-CHEQUE.
007220     MOVE 'NEXTCHEQ' TO CT-KEYNAME.
007230     MOVE WS-NEXT-CHEQUE TO CT-NEXT-ACCTNO.
007240     REWRITE ACCTCTL-REC
007250         INVALID KEY
007260             DISPLAY 'DCI8BCRF - NEXTCHEQ REWRITE FAILED'
007270     END-REWRITE.

007280     MOVE 'CHQ' TO CQ-REC-TYPE.
007290     MOVE RG-CHEQUE-NO TO CQ-CHEQUE-NO.
007300     MOVE WS-TODAY TO CQ-DATE.
007310     MOVE WS-CREDIT-AMT TO CQ-AMOUNT.
007320     MOVE WS-PAYEE TO CQ-PAYEE.
007330     MOVE RG-ADDR1 TO CQ-ADDR1.
007340     MOVE RG-ADDR2 TO CQ-ADDR2.
007350     MOVE AF-ACCTNO TO CQ-REFERENCE.
007360     WRITE CHEQUE-REC FROM WS-CHEQUE-LINE.

007370     ADD 1 TO WS-CHEQUE-COUNT.
007380     ADD WS-CREDIT-AMT TO WS-CHEQUE-TOTAL.

007390     MOVE 'CHEQUE' TO NF-METHOD.
007400     MOVE RG-CHEQUE-NO TO NF-CHEQUE-NO.
007410     MOVE 'REFUNDED - CHEQUE' TO DL-NOTE.
007420     MOVE WS-NARR-REF TO DL-REF.

007430 2700-EXIT.
007440     EXIT.

007450*-----------------------------------------------------------------
007460* 2800-WRITE-NARRATIVE - THE STATEMENT LINE SAYS THE DEBIT IS
007470* THE REFUND AND HOW IT WAS PAID
007480*-----------------------------------------------------------------
007490 2800-WRITE-NARRATIVE.

007500     MOVE TX-KEY TO NR-KEY.
007510     MOVE 'CREDIT BALANCE REFUND' TO NR-MERCHANT.
007520     MOVE SPACES TO NR-CATEGORY.
007530     MOVE WS-NARR-REF TO NR-ORIG-REF.

007540     WRITE TXNNARR-REC
007550         INVALID KEY
007560             GO TO 2800-EXIT
007570     END-WRITE.

007580 2800-EXIT.
007590     EXIT.

007600 2900-REPORT-LINE.

007610     MOVE AF-ACCTNO TO DL-ACCTNO.
007620     MOVE WS-CREDIT-AMT TO DL-AMOUNT.
007630     WRITE REPORT-LINE FROM WS-DETAIL-LINE.

007640 2900-EXIT.
007650     EXIT.

007660 3000-WRITE-TRAILERS.

007670     MOVE WS-BANK-COUNT TO BT-COUNT.
007680     MOVE WS-BANK-TOTAL TO BT-AMOUNT.
007690     WRITE BANK-REC FROM WS-BANK-TRAILER.

007700     MOVE WS-CHEQUE-COUNT TO QT-COUNT.
007710     MOVE WS-CHEQUE-TOTAL TO QT-AMOUNT.
007720     WRITE CHEQUE-REC FROM WS-CHEQUE-TRAILER.

007730 3000-EXIT.
007740     EXIT.

007750 9000-TERMINATE.

007760     DISPLAY 'DCI8BCRF - CREDIT-BALANCE REFUNDS - SUMMARY'.
007770     DISPLAY 'ACCOUNTS READ    : ' WS-READ-COUNT.
007780     DISPLAY 'IN CREDIT        : ' WS-CREDIT-COUNT.
007790     DISPLAY 'CLOCKS STARTED   : ' WS-CLOCK-START-COUNT.
007800     DISPLAY 'CLOCKS STOPPED   : ' WS-CLOCK-STOP-COUNT.
007810     DISPLAY 'NOT YET DUE      : ' WS-WAITING-COUNT.
007820     DISPLAY 'BELOW THRESHOLD  : ' WS-BELOW-COUNT.
007830     DISPLAY 'FROZEN           : ' WS-FROZEN-COUNT.
007840     DISPLAY 'ON ESCHEAT       : ' WS-ESCHEAT-COUNT.
007850     DISPLAY 'DECEASED ESTATE  : ' WS-ESTATE-COUNT.
007860     DISPLAY 'GONE-AWAY HELD   : ' WS-GONEAWAY-COUNT.
007870     DISPLAY 'NO CHEQUE SERIAL : ' WS-NOSERIAL-COUNT.
007880     DISPLAY 'ALREADY REFUNDED : ' WS-REPOST-COUNT.
007890     DISPLAY 'BANK CREDITS     : ' WS-BANK-COUNT.
007900     DISPLAY 'BANK TOTAL       : ' WS-BANK-TOTAL.
007910     DISPLAY 'CHEQUES          : ' WS-CHEQUE-COUNT.
007920     DISPLAY 'CHEQUE TOTAL     : ' WS-CHEQUE-TOTAL.

007930     CLOSE ACCTFILE.
007940     CLOSE CRWATCH-FILE.
007950     CLOSE ESCHEAT-FILE.
007960     CLOSE MANDATE-FILE.
007970     CLOSE ACCTCTL-FILE.
007980     CLOSE ACCTTXN-FILE.
007990     CLOSE TXNNARR-FILE.
008000     CLOSE REGISTER-FILE.
008010     CLOSE BANK-FILE.
008020     CLOSE CHEQUE-FILE.
008030     CLOSE REPORT-FILE.

008040 9000-EXIT.
008050     EXIT.

008060*-----------------------------------------------------------------
008070* 8600 - THE ACCTTXN ROW JUST WRITTEN JOINS ITS ACCOUNT'S
008080* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
008090* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
008100* AND THE ROW IS REWRITTEN WITH THEM
008110*-----------------------------------------------------------------
008120 8600-SEAL-TXN-ROW.

008130     MOVE 'S' TO CP-FUNCTION.
008140     MOVE 'T' TO CP-FILE.
008150     MOVE 'DCI8BCRF' TO CP-JOBNAME.
008160     MOVE ACCTTXN-REC TO CP-ROW.
008170     CALL 'DCI8BHCN' USING CHAINPRM.

008180     MOVE CP-CHAIN-NO TO TX-CHAIN-NO.
008190     MOVE CP-PREV-HASH TO TX-CHAIN-PREV.
008200     MOVE CP-HASH TO TX-CHAIN-HASH.
008210     REWRITE ACCTTXN-REC.

008220 8600-EXIT.
008230     EXIT.

008240*-----------------------------------------------------------------
008250* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
008260* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
008270* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
008280*-----------------------------------------------------------------
008290 8100-WRITE-JRNL-START.

008300*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
008310*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
008320     MOVE 'DCI8BCRF' TO JG-JOBNAME.
008330     CALL 'DCI8BJGT' USING JOBGATE.
008340     IF JG-RC-BLOCKED THEN
008350         MOVE JG-BLOCKED-RC TO RETURN-CODE
008360         STOP RUN
008370     END-IF.

008380     MOVE 'DCI8BCRF' TO JR-JOBNAME.
008390     MOVE 'S' TO JR-ROW-TYPE.
008400     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
008410         JR-REJECTED-COUNT.
008420     MOVE SPACE TO JR-STATUS.
008430     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

008440 8100-EXIT.
008450     EXIT.

008460 8200-WRITE-JRNL-END.

008470     MOVE 'DCI8BCRF' TO JR-JOBNAME.
008480     MOVE 'E' TO JR-ROW-TYPE.
008490     MOVE WS-READ-COUNT TO JR-READ-COUNT.
008500     COMPUTE JR-WRITTEN-COUNT =
008510         WS-BANK-COUNT + WS-CHEQUE-COUNT.
008520     COMPUTE JR-REJECTED-COUNT =
008530         WS-GONEAWAY-COUNT + WS-NOSERIAL-COUNT.
008540     MOVE 'G' TO JR-STATUS.
008550     PERFORM 8300-STAMP-AND-WRITE THRU 8300-EXIT.

008560 8200-EXIT.
008570     EXIT.

008580 8300-STAMP-AND-WRITE.

008590     ACCEPT JR-DATE FROM DAY YYYYDDD.
008600     ACCEPT WS-JRNL-TIME-RAW FROM TIME.
008610     MOVE WS-JRNL-TIME-RAW(1:6) TO JR-TIME.

008620     OPEN EXTEND JOURNAL-FILE.
008630     WRITE JR-REC.
008640     CLOSE JOURNAL-FILE.

008650 8300-EXIT.
008660     EXIT.

008670 END PROGRAM DCI8BCRF.
