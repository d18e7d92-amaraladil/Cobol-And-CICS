000325*                 RESTART PROTECTION AND PER-ROW EXCEPTIONS
000326*                 ARE UNCHANGED; AN UNSORTED FEED STILL POSTS
000327*                 CORRECTLY, JUST WITH MORE TOUCHES
000328* 2026-09-08 AA   TXNIN ROWS WIDENED FROM 42 TO 100 BYTES TO CARRY
000329*                 THE MERCHANT/PAYEE NAME, CATEGORY CODE AND
000330*                 ORIGINATOR REFERENCE, FILED ON THE NEW TXNNARR
000331*                 SATELLITE UNDER THE POSTED ROW'S TX-KEY
000332* 2026-09-10 AA   A POSTED DEBIT CARRYING AN AUTH CODE RELEASES
000333*                 THE MATCHING AUTHHOLD ROW TAKEN BY THE DCI8DWSA
000334*                 AUTHORIZATION SERVICE - THE SPEND NOW COUNTS
000335*                 IN CURR-BAL INSTEAD
000336* 2026-09-14 AA   BALANCE SEGMENTS - A CASH DEBIT (SEGMENT 'C' OR
000337*                 AN ATM/CASH MERCHANT CATEGORY) GOES ON THE
000338*                 ACCOUNT'S CASH ROW AND A PROMOTIONAL DEBIT ON
000339*                 ITS OFFER'S ROW IN THE NEW BALSEG FILE; A
000340*                 CREDIT PAYS THE HIGHEST-RATE SEGMENT FIRST.
000341*                 TXNIN GAINS THE SEGMENT CODE AND THE OFFER'S
000342*                 RATE AND TERM IN MONTHS
000343* 2026-09-18 AA   A POSTED CREDIT OF AT LEAST THE AMOUNT ON AN
000344*                 OPEN SETTLEMENT QUOTE (QUOTE FILE, DCI8DPHF),
000345*                 DATED ON OR BEFORE ITS EXPIRY, MARKS THE QUOTE
000346*                 MET AND SETS THE ACCOUNT'S SETTLE-FLAG SO
000347*                 DCI8DPGF SHOWS IT READY TO CLOSE; A LATER
000348*                 DEBIT CLEARS THE FLAG. ADDED SETTLE-FLAG TO
000349*                 THE ACCTFILE RECORD LAYOUT
000350* 2026-09-30 AA   A PARKED ROW NOW CARRIES ITS FEED ID AND THE
000351*                 ROW'S MERCHANT AND ORIGINATOR REFERENCE AS THE
000352*                 PAYER DETAILS ON THE WIDENED SUSPENSE LAYOUT
000353* 2026-10-01 AA   A CREDIT OF CATEGORY 'DDCR' - A SETTLED DIRECT
000354*                 DEBIT COLLECTION - POSTS WITH TX-SOURCE 'D' SO
000355*                 THE CASH RECONCILIATION CAN TELL IT FROM THE
000356*                 REST OF THE FEED
000357* 2026-10-03 AA   A ROW DATED ON OR BEFORE THE ACCTCTL 'PRDCLOSE'
000358*                 DATE - INTO AN ACCOUNTING PERIOD DCI8BPCL HAS
000359*                 CLOSED - IS REFUSED AND PARKS ON SUSPENSE, FOR
000360*                 A SUPERVISOR TO BACK-VALUE ON DCI8DPGS
000361* 2026-10-06 AA   THE RUN NOW PASSES THE JOBDEPS PREREQUISITE
000362*                 GATE (DCI8BJGT) BEFORE ITS START ROW AND
000363*                 STOPS WITH RETURN CODE 12 WHEN A
000364*                 PREDECESSOR HAS NOT ENDED CLEAN TODAY
000365* 2026-10-08 AA   EVERY NEW ACCTTXN ROW IS SEALED INTO ITS
000366*                 ACCOUNT'S HASH CHAIN THROUGH DCI8BHCN
000368*-----------------------------------------------------------------
000370*****************************************************************
000372* THIS JOB READS TXNIN (THE DAY'S CAPTURED DEBITS AND CREDITS,
000374* ONE FIXED-FORMAT ROW PER TRANSACTION) AND, FOR EACH ROW,
000376* WRITES A PERMANENT ACCTTXN RECORD KEYED ACCTNO + DATE +
000378* SEQUENCE AND ADJUSTS THE ACCOUNT'S CURR-BAL ON ACCTFILE -
000380* DEBITS RAISE THE DRAWN BALANCE, CREDITS REDUCE IT. A ROW
000390* WHOSE ACCOUNT IS NOT ON ACCTFILE, OR WHOSE TYPE OR AMOUNT
000400* FAILS THE EDIT, IS LOGGED TO THE EXCEPTION REPORT AND LEFT
000665         RECORD KEY IS SU-KEY
000666         FILE STATUS IS WS-SUSPENSE-STATUS.

000667     SELECT TXNNARR-FILE ASSIGN TO TXNNARR
000668         ORGANIZATION IS INDEXED
000669         ACCESS MODE IS RANDOM
000670         RECORD KEY IS NR-KEY
000671         FILE STATUS IS WS-TXNNARR-STATUS.

000672     SELECT AUTHHOLD-FILE ASSIGN TO AUTHHOLD
000673         ORGANIZATION IS INDEXED
000674         ACCESS MODE IS RANDOM
000675         RECORD KEY IS AU-KEY
000676         FILE STATUS IS WS-AUTHHOLD-STATUS.

000677     SELECT BALSEG-FILE ASSIGN TO BALSEG
000678         ORGANIZATION IS INDEXED
000679         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS SG-KEY
000681         FILE STATUS IS WS-BALSEG-STATUS.

000682     SELECT RATECFG-FILE ASSIGN TO RATECFG
000683         ORGANIZATION IS INDEXED
000684         ACCESS MODE IS RANDOM
000685         RECORD KEY IS IR-STAT
000686         FILE STATUS IS WS-RATECFG-STATUS.

000687     SELECT ACCTCTL-FILE ASSIGN TO ACCTCTL
000688         ORGANIZATION IS INDEXED
000689         ACCESS MODE IS RANDOM
000690         RECORD KEY IS CT-KEYNAME
000691         FILE STATUS IS WS-ACCTCTL-STATUS.

000692     SELECT QUOTE-FILE ASSIGN TO QUOTE
000693         ORGANIZATION IS INDEXED
000694         ACCESS MODE IS DYNAMIC
000695         RECORD KEY IS SQ-KEY
000696         FILE STATUS IS WS-QUOTE-STATUS.

000697     SELECT JOURNAL-FILE ASSIGN TO RUNJRNL
000698         ORGANIZATION IS SEQUENTIAL
000699         FILE STATUS IS WS-JOURNAL-STATUS.

000700 DATA DIVISION.
000710 FILE SECTION.
000790     05  TI-TYPE                 PIC X(01).
000800         88  TI-TYPE-DEBIT               VALUE 'D'.
000810         88  TI-TYPE-CREDIT              VALUE 'C'.
000811     05  TI-AMOUNT               PIC 9(08)V99.
000812*    THE NARRATIVE - ALL SPACES WHEN THE ORIGINATOR SENT NONE
000813     05  TI-MERCHANT             PIC X(30).
000814     05  TI-CATEGORY             PIC X(04).
000815     05  TI-ORIG-REF             PIC X(16).
000816*    THE AUTH CODE DCI8DWSA HANDED OUT FOR THIS SPEND, WHEN IT
000817*    WAS AUTHORIZED - SPACES ON EVERYTHING ELSE
000818     05  TI-AUTH-CODE            PIC X(06).
000819*    THE BALANCE SEGMENT THE DEBIT BELONGS TO - SPACE OR 'P'
000820*    PURCHASES (CASH WHEN THE CATEGORY IS AN ATM/CASH ONE), 'C'
000821*    CASH, 'M' A PROMOTIONAL OFFER AT TI-PROMO-RATE FOR
000822*    TI-PROMO-MONTHS FROM THE POSTING DAY
000823     05  TI-SEGMENT              PIC X(01).
000824         88  TI-SEG-CASH                 VALUE 'C'.
000825         88  TI-SEG-PROMO                VALUE 'M'.
000826         88  TI-SEG-VALID                VALUE ' ' 'P' 'C' 'M'.
000827     05  TI-PROMO-RATE           PIC 9(02)V99.
000828     05  TI-PROMO-MONTHS         PIC 9(02).
000829     05  FILLER                  PIC X(06).

000831*-----------------------------------------------------------------
000832* CONTROL VIEWS OF THE SAME RECORD - THE FEED NOW OPENS WITH AN
000839     05  TIC-TYPE                PIC X(03).
000840         88  TIC-HEADER                  VALUE 'HDR'.
000841         88  TIC-TRAILER                 VALUE 'TRL'.
000842     05  FILLER                  PIC X(97).

000843 01  TXNIN-HDR-REC.
000844     05  FILLER                  PIC X(03).
000845     05  TH-FEED-ID              PIC X(08).
000846     05  TH-BUS-DATE             PIC 9(07).
000847     05  FILLER                  PIC X(82).

000848 01  TXNIN-TRL-REC.
000849     05  FILLER                  PIC X(03).
000850     05  TT-ROW-COUNT            PIC 9(07).
000851     05  TT-AMOUNT-TOTAL         PIC 9(12)V99.
000852     05  FILLER                  PIC X(76).

000854 FD  ACCTFILE
000856     LABEL RECORDS ARE STANDARD.
000860 01  ACCTFILE-REC.
000870     05  AF-ACCTKEY.
000880         10  AF-ACCTNO           PIC X(09).
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
001260         10  TX-POST-DATE        PIC S9(7) COMP-3.
001270         10  TX-POST-JOB         PIC X(08).
001272     05  TX-SOURCE               PIC X(01).
001274         88  TX-SRC-ONLINE               VALUE 'O' 'T'.
001275     05  TX-CHAIN-INFO.
001276         10  TX-CHAIN-NO         PIC 9(09) COMP.
001277         10  TX-CHAIN-PREV       PIC 9(18) COMP.
001278         10  TX-CHAIN-HASH       PIC 9(18) COMP.

001280 FD  REPORT-FILE
001290     RECORDING MODE IS F
001330         10  SU-RES-TRMID        PIC X(04).
001331         10  SU-RES-DATE         PIC S9(7) COMP-3.
001332         10  SU-RES-TIME         PIC S9(7) COMP-3.
001333     05  SU-SOURCE               PIC X(08).
001334     05  SU-PAYER-INFO.
001335         10  SU-PAYER-NAME       PIC X(30).
001336         10  SU-PAYER-REF        PIC X(16).
001337         10  SU-CHEQUE-NO        PIC X(08).
001338         10  SU-SORT-CODE        PIC X(06).
001339         10  SU-BANK-ACCT        PIC X(08).

001340*-----------------------------------------------------------------
001341* TXNNARR - THE NARRATIVE SATELLITE, ONE ROW PER POSTED ACCTTXN
001342* ROW THAT ARRIVED WITH A MERCHANT, CATEGORY OR REFERENCE
001343*-----------------------------------------------------------------
001344 FD  TXNNARR-FILE
001345     LABEL RECORDS ARE STANDARD.
001346 01  TXNNARR-REC.
001347     05  NR-KEY.
001348         10  NR-ACCTNO           PIC X(09).
001349         10  NR-DATE             PIC S9(7) COMP-3.
001350         10  NR-SEQNO            PIC 9(04) COMP.
001351     05  NR-MERCHANT             PIC X(30).
001352     05  NR-CATEGORY             PIC X(04).
001353     05  NR-ORIG-REF             PIC X(16).

001354*-----------------------------------------------------------------
001355* AUTHHOLD - THE AUTHORIZATION HOLDS. A SETTLED DEBIT RELEASES
001356* THE HOLD ITS AUTH CODE NAMES
001357*-----------------------------------------------------------------
001358 FD  AUTHHOLD-FILE
001359     LABEL RECORDS ARE STANDARD.
001360 01  AUTHHOLD-REC.
001361     05  AU-KEY.
001362         10  AU-ACCTNO           PIC X(09).
001363         10  AU-AUTH-CODE        PIC X(06).
001364     05  AU-AMOUNT               PIC 9(08)V99 COMP-3.
001365     05  AU-STATUS               PIC X(01).
001366         88  AU-OUTSTANDING              VALUE 'O'.
001367         88  AU-RELEASED                 VALUE 'R'.
001368     05  AU-CARDNO               PIC X(16).
001369     05  AU-MERCHANT             PIC X(30).
001370     05  AU-CATEGORY             PIC X(04).
001371     05  AU-REQ-REF              PIC X(16).
001372     05  AU-AUTH-INFO.
001373         10  AU-AUTH-USERID      PIC X(08).
001374         10  AU-AUTH-TRMID       PIC X(04).
001375         10  AU-AUTH-DATE        PIC S9(7) COMP-3.
001376         10  AU-AUTH-TIME        PIC S9(7) COMP-3.
001377     05  AU-CLEARED-INFO.
001378         10  AU-CLR-DATE         PIC S9(7) COMP-3.
001379         10  AU-CLR-JOB          PIC X(08).
001380         10  AU-CLR-TXN-DATE     PIC S9(7) COMP-3.
001381         10  AU-CLR-TXN-SEQNO    PIC 9(04) COMP.
001382         10  AU-CLR-AMOUNT       PIC 9(08)V99 COMP-3.

001383*-----------------------------------------------------------------
001384* BALSEG - THE CASH AND PROMOTIONAL BALANCE SEGMENTS UNDER EACH
001385* ACCOUNT. PURCHASES ARE WHAT THEY LEAVE OF CURR-BAL
001386*-----------------------------------------------------------------
001387 FD  BALSEG-FILE
001388     LABEL RECORDS ARE STANDARD.
001389 01  BALSEG-REC.
001390     05  SG-KEY.
001391         10  SG-ACCTNO           PIC X(09).
001392         10  SG-TYPE             PIC X(01).
001393             88  SG-CASH                 VALUE 'C'.
001394             88  SG-PROMO                VALUE 'M'.
001395             88  SG-PURCHASE             VALUE 'P'.
001396         10  SG-SEG-NO           PIC 9(02).
001397     05  SG-BALANCE              PIC S9(08)V99 COMP-3.
001398     05  SG-ANNUAL-RATE          PIC 9(02)V99.
001399     05  SG-PROMO-EXPIRY         PIC S9(7) COMP-3.
001400     05  SG-STATUS               PIC X(01).
001401         88  SG-LIVE                     VALUE 'L'.
001402     05  SG-OPENED-INFO.
001403         10  SG-OPEN-DATE        PIC S9(7) COMP-3.
001404         10  SG-OPEN-JOB         PIC X(08).
001405     05  SG-LAST-INT-PERIOD      PIC 9(06).
001406     05  SG-LAST-INTEREST        PIC 9(08)V99 COMP-3.
001407     05  SG-CLOSE-DATE           PIC S9(7) COMP-3.

001408 FD  RATECFG-FILE
001409     LABEL RECORDS ARE STANDARD.
001410 01  RATECFG-REC.
001411     05  IR-STAT                 PIC X(01).
001412     05  IR-ANNUAL-RATE          PIC 9(02)V99.

001413 FD  ACCTCTL-FILE
001414     LABEL RECORDS ARE STANDARD.
001415 01  ACCTCTL-REC.
001416     05  CT-KEYNAME              PIC X(08).
001417     05  CT-NEXT-ACCTNO          PIC 9(08).

001418*-----------------------------------------------------------------
001419* QUOTE - THE SETTLEMENT QUOTES RAISED ON DCI8DPHF, OPEN UNTIL
001420* A CREDIT MEETS THEM
001421*-----------------------------------------------------------------
001422 FD  QUOTE-FILE
001423     LABEL RECORDS ARE STANDARD.
001424 01  QUOTE-REC.
001425     05  SQ-KEY.
001426         10  SQ-ACCTNO           PIC X(09).
001427         10  SQ-SEQNO            PIC 9(04) COMP.
001428     05  SQ-STATUS               PIC X(01).
001429         88  SQ-OPEN                     VALUE 'O'.
001430         88  SQ-MET                      VALUE 'M'.
001431     05  SQ-SETTLE-DATE          PIC S9(7) COMP-3.
001432     05  SQ-EXPIRY-DATE          PIC S9(7) COMP-3.
001433     05  SQ-BALANCE              PIC 9(08)V99.
001434     05  SQ-INTEREST             PIC 9(08)V99.
001435     05  SQ-AMOUNT               PIC 9(08)V99.
001436     05  SQ-LETTER-STATUS        PIC X(01).
001437     05  SQ-LETTER-DATE          PIC S9(7) COMP-3.
001438     05  SQ-MET-DATE             PIC S9(7) COMP-3.
001439     05  SQ-MET-TXN-DATE         PIC S9(7) COMP-3.
001440     05  SQ-MET-TXN-SEQNO        PIC 9(04) COMP.
001441     05  SQ-QUOTED-INFO.
001442         10  SQ-QUOTE-USERID     PIC X(08).
001443         10  SQ-QUOTE-TRMID      PIC X(04).
001444         10  SQ-QUOTE-DATE       PIC S9(7) COMP-3.
001445         10  SQ-QUOTE-TIME       PIC S9(7) COMP-3.

001446*-----------------------------------------------------------------
001447* RUNJRNL - THE COMMON BATCH RUN JOURNAL, ONE START ROW AND ONE
001448* END ROW PER RUN, READ BY DCI8BJRN FOR THE MORNING CHECK
001449*-----------------------------------------------------------------
001450 FD  JOURNAL-FILE
001451     RECORDING MODE IS F
001452     LABEL RECORDS ARE STANDARD.
001453 01  JR-REC.
001454     05  JR-JOBNAME              PIC X(08).
001455     05  JR-ROW-TYPE             PIC X(01).
001456     05  JR-DATE                 PIC 9(07).
001457     05  JR-TIME                 PIC 9(06).
001458     05  JR-READ-COUNT           PIC 9(07).
001459     05  JR-WRITTEN-COUNT        PIC 9(07).
001460     05  JR-REJECTED-COUNT       PIC 9(07).
001470     05  JR-STATUS               PIC X(01).
001480     05  FILLER                  PIC X(06).
001500 77  WS-JOURNAL-STATUS       PIC X(02) VALUE SPACES.
001510 77  WS-JRNL-TIME-RAW        PIC 9(08) VALUE 0.

001515     COPY 'JOBGATE'.

001516*    THE HASH CHAIN PARAMETER BLOCK FOR DCI8BHCN
001518     COPY 'CHAINPRM'.

001520 77  WS-TXNIN-STATUS         PIC X(02) VALUE SPACES.
001530 77  WS-ACCTFILE-STATUS      PIC X(02) VALUE SPACES.
001540     88  WS-ACCTFILE-NOTFND         VALUE '23'.
001559 77  WS-MERGXREF-STATUS      PIC X(02) VALUE SPACES.
001561 77  WS-TXNCTL-STATUS        PIC X(02) VALUE SPACES.
001562 77  WS-SUSPENSE-STATUS      PIC X(02) VALUE SPACES.
001563 77  WS-TXNNARR-STATUS       PIC X(02) VALUE SPACES.
001564 77  WS-AUTHHOLD-STATUS      PIC X(02) VALUE SPACES.
001565 77  WS-BALSEG-STATUS        PIC X(02) VALUE SPACES.
001566 77  WS-RATECFG-STATUS       PIC X(02) VALUE SPACES.
001567 77  WS-ACCTCTL-STATUS       PIC X(02) VALUE SPACES.
001568 77  WS-QUOTE-STATUS         PIC X(02) VALUE SPACES.
001570 77  WS-REPORT-STATUS        PIC X(02) VALUE SPACES.

001580 01  WS-SWITCHES.
001644         88  WS-HELD-DIRTY           VALUE 'Y'.
001635     05  WS-VER-EOF-SW       PIC X(01) VALUE 'N'.
001636         88  WS-VER-EOF              VALUE 'Y'.
001637     05  WS-SEG-EOF-SW       PIC X(01) VALUE 'N'.
001638         88  WS-SEG-EOF              VALUE 'Y'.
001639     05  WS-SEG-MATCH-SW     PIC X(01) VALUE 'N'.
001640         88  WS-SEG-MATCHED          VALUE 'Y'.
001641     05  WS-QUOTE-EOF-SW     PIC X(01) VALUE 'N'.
001642         88  WS-QUOTE-EOF            VALUE 'Y'.

001644 01  WS-COUNTERS.
001646     05  WS-READ-COUNT       PIC 9(07) COMP-3 VALUE 0.
001650     05  WS-POSTED-COUNT     PIC 9(07) COMP-3 VALUE 0.
001660     05  WS-SKIPPED-COUNT    PIC 9(07) COMP-3 VALUE 0.
001661     05  WS-REPOST-COUNT     PIC 9(07) COMP-3 VALUE 0.
001662     05  WS-ONLINE-COUNT     PIC 9(07) COMP-3 VALUE 0.
001663     05  WS-PARKED-COUNT     PIC 9(07) COMP-3 VALUE 0.
001664     05  WS-REDIR-COUNT      PIC 9(07) COMP-3 VALUE 0.
001665     05  WS-TOUCH-COUNT      PIC 9(07) COMP-3 VALUE 0.
001666     05  WS-NARR-COUNT       PIC 9(07) COMP-3 VALUE 0.
001667     05  WS-RELEASE-COUNT    PIC 9(07) COMP-3 VALUE 0.
001668     05  WS-NOHOLD-COUNT     PIC 9(07) COMP-3 VALUE 0.
001669     05  WS-CASHSEG-COUNT    PIC 9(07) COMP-3 VALUE 0.
001670     05  WS-PROMOSEG-COUNT   PIC 9(07) COMP-3 VALUE 0.
001671     05  WS-ALLOC-COUNT      PIC 9(07) COMP-3 VALUE 0.
001672     05  WS-NOSLOT-COUNT     PIC 9(07) COMP-3 VALUE 0.
001673     05  WS-QUOTEMET-COUNT   PIC 9(07) COMP-3 VALUE 0.
001674     05  WS-SETTLECLR-COUNT  PIC 9(07) COMP-3 VALUE 0.
001675     05  WS-CLOSEDPRD-COUNT  PIC 9(07) COMP-3 VALUE 0.
001676 77  WS-XREF-HOPS            PIC S9(04) COMP VALUE 0.
001677 77  WS-HELD-ACCT            PIC X(09) VALUE LOW-VALUES.
001678 77  WS-WANT-ACCT            PIC X(09) VALUE SPACES.
001780*-----------------------------------------------------------------
001790 77  WS-TODAY-YYYYDDD        PIC 9(07) VALUE 0.

001791*-----------------------------------------------------------------
001792* THE LAST DAY OF THE LATEST CLOSED ACCOUNTING PERIOD, FROM THE
001793* ACCTCTL 'PRDCLOSE' ROW - NOTHING MAY POST DATED ON OR BEFORE
001794* IT. ZERO (OR NO ROW) MEANS NO PERIOD IS CLOSED
001795*-----------------------------------------------------------------
001796 77  WS-CLOSED-THRU          PIC 9(07) VALUE 0.

001797*-----------------------------------------------------------------
001798* BALANCE-SEGMENT WORK FIELDS. THE PURCHASE RATE IS THE ACCOUNT
001799* STATUS'S RATECFG RATE AND CASH CARRIES THE ACCTCTL 'CASHUPLF'
001800* UPLIFT ON TOP (HUNDREDTHS OF A PERCENT - A MISSING ROW MEANS
001801* NO UPLIFT). A CREDIT LOADS THE ACCOUNT'S LIVE SEGMENTS INTO
001802* THE TABLE, PURCHASES LAST, AND PAYS THE HIGHEST RATE FIRST
001803*-----------------------------------------------------------------
001804 77  WS-CASH-UPLIFT          PIC 9(02)V99 VALUE 0.
001805 77  WS-PURCH-RATE           PIC 9(02)V99 VALUE 0.
001806 77  WS-CASH-RATE            PIC 9(02)V99 VALUE 0.
001807 77  WS-SEG-TARGET           PIC X(01) VALUE SPACE.
001808 77  WS-PROMO-EXPIRY         PIC S9(7) COMP-3 VALUE 0.
001809 77  WS-PROMO-MAX-NO         PIC 9(02) VALUE 0.
001810 77  WS-PROMO-LIVE           PIC S9(04) COMP VALUE 0.
001811 77  WS-SEG-OTHERS           PIC S9(10)V99 COMP-3 VALUE 0.
001812 77  WS-ALLOC-LEFT           PIC S9(10)V99 COMP-3 VALUE 0.
001813 77  WS-ALLOC-TAKE           PIC S9(10)V99 COMP-3 VALUE 0.
001814 77  WS-SEG-COUNT            PIC S9(04) COMP VALUE 0.
001815 77  WS-SEG-SUB              PIC S9(04) COMP VALUE 0.
001816 77  WS-SEG-PICK             PIC S9(04) COMP VALUE 0.
001817 77  WS-EXP-MONTHS           PIC 9(04) VALUE 0.
001818 77  WS-EXP-YEARS            PIC 9(04) VALUE 0.
001819 77  WS-EXP-REM              PIC 9(02) VALUE 0.
001820 01  WS-EXPIRY-GREG          PIC 9(08) VALUE 0.
001821 01  WS-EXPIRY-GREG-R REDEFINES WS-EXPIRY-GREG.
001822     05  WS-EXP-YEAR         PIC 9(04).
001823     05  WS-EXP-MONTH        PIC 9(02).
001824     05  WS-EXP-DAY          PIC 9(02).

001825 01  WS-SEG-TABLE.
001826     05  WS-SEG-ENTRY OCCURS 25 TIMES.
001827         10  WS-SEG-TYPE     PIC X(01).
001828         10  WS-SEG-NO       PIC 9(02).
001829         10  WS-SEG-BAL      PIC S9(10)V99 COMP-3.
001830         10  WS-SEG-RATE     PIC 9(02)V99.
001831         10  WS-SEG-CHG-SW   PIC X(01).
001832             88  WS-SEG-CHANGED      VALUE 'Y'.

001833* PARAMETER BLOCK FOR THE SHARED DATE SERVICE - THE END OF A
001834* PROMOTIONAL OFFER'S TERM
001835     COPY 'DATEPARM'.

001836*-----------------------------------------------------------------
001837* LUHN CHECK-DIGIT WORK FIELDS - SAME ALGORITHM AS DCI8DPGE'S
001838* ONLINE EDIT, KEPT IN LOCKSTEP BY CONVENTION LIKE THE REST OF
001839* THE BATCH EDIT RULES
001840*-----------------------------------------------------------------
001850 01  WS-CKD-BASE             PIC X(08).
001860 01  WS-CKD-DIGIT-X          PIC X(01).
001989     05  RL-NEW-ACCTNO       PIC X(09).
001990     05  FILLER              PIC X(16) VALUE SPACES.

001991 01  WS-NOSLOT-LINE.
001992     05  FILLER              PIC X(25)
001993                 VALUE 'PROMOTION NOT SEGMENTED -'.
001994     05  FILLER              PIC X(08) VALUE ' ACCTNO '.
001995     05  NS-ACCTNO           PIC X(09).
001996     05  FILLER              PIC X(35)
001997                 VALUE ' NO FREE OFFER SLOT - IN PURCHASES'.
001998     05  FILLER              PIC X(12) VALUE SPACES.

001999 01  WS-QUOTE-MET-LINE.
002000     05  FILLER              PIC X(25)
002001                 VALUE 'SETTLEMENT QUOTE MET -'.
002002     05  FILLER              PIC X(08) VALUE ' ACCTNO '.
002003     05  QM-ACCTNO           PIC X(09).
002004     05  FILLER              PIC X(07) VALUE ' QUOTE '.
002005     05  QM-SEQNO            PIC 9(04).
002006     05  FILLER              PIC X(27)
002007                 VALUE ' - READY TO CLOSE'.

002008 01  WS-EXCEPTION-LINE.
002009     05  EL-LITERAL          PIC X(25)
002010                 VALUE 'TXN POSTING SKIPPED -'.
002020     05  EL-ACCTNO-LIT       PIC X(08) VALUE ' ACCTNO '.
002030     05  EL-ACCTNO           PIC X(09).
002160 1000-INITIALIZE.

002170     OPEN INPUT TXNIN-FILE.
002171     OPEN I-O ACCTFILE.
002172     OPEN I-O ACCTTXN-FILE.
002173     OPEN INPUT MERGXREF-FILE.
002174     OPEN I-O TXNCTL-FILE.
002175     OPEN I-O SUSPENSE-FILE.
002176     OPEN I-O TXNNARR-FILE.
002177     OPEN I-O AUTHHOLD-FILE.
002178     OPEN I-O BALSEG-FILE.
002179     OPEN INPUT RATECFG-FILE.
002180     OPEN I-O QUOTE-FILE.
002181     OPEN OUTPUT REPORT-FILE.

002182     ACCEPT WS-TODAY-YYYYDDD FROM DAY YYYYDDD.

002183*    THE CASH UPLIFT IS READ ONCE FOR THE RUN
002184     OPEN INPUT ACCTCTL-FILE.
002185     MOVE 'CASHUPLF' TO CT-KEYNAME.
002186     READ ACCTCTL-FILE
002187         INVALID KEY
002188             CONTINUE
002189     END-READ.
002190     IF WS-ACCTCTL-STATUS = '00' THEN
002191         COMPUTE WS-CASH-UPLIFT = CT-NEXT-ACCTNO / 100
002192             ON SIZE ERROR
002193                 MOVE 0 TO WS-CASH-UPLIFT
002194         END-COMPUTE
002195     END-IF.

002196*    SO IS THE CLOSED-PERIOD DATE
002197     MOVE 'PRDCLOSE' TO CT-KEYNAME.
002198     READ ACCTCTL-FILE
002199         INVALID KEY
002200             CONTINUE
002201     END-READ.
002202     IF WS-ACCTCTL-STATUS = '00' THEN
002203         MOVE CT-NEXT-ACCTNO TO WS-CLOSED-THRU
002204     END-IF.
002205     CLOSE ACCTCTL-FILE.

002212*    PASS 1 - PROVE THE FEED'S CONTROLS BEFORE POSTING A
002213*    SINGLE ROW, THEN REOPEN FOR THE POSTING PASS
002470*-----------------------------------------------------------------
002480* 2100-VALIDATE-TXN EDITS ONE TXNIN ROW BEFORE ANYTHING IS
002490* WRITTEN - TYPE MUST BE D OR C, DATE/SEQUENCE/AMOUNT MUST BE
002500* NUMERIC, THE ACCOUNT MUST EXIST ON ACCTFILE, AND THE DATE
002505* MUST NOT FALL IN A CLOSED ACCOUNTING PERIOD
002510*-----------------------------------------------------------------
002520 2100-VALIDATE-TXN.

002800         MOVE 'TXN AMOUNT MUST BE NUMERIC'
002810             TO EL-REASON
002820         MOVE 'N' TO WS-VALID-SW
002821         GO TO 2100-EXIT
002822     END-IF.

002823*    A SEGMENT CODE MUST BE ONE WE KNOW, AND A PROMOTIONAL ROW
002824*    MUST BE A DEBIT CARRYING THE OFFER'S RATE AND TERM
002825     IF NOT TI-SEG-VALID THEN
002826         MOVE 'BALANCE SEGMENT MUST BE P, C OR M'
002827             TO EL-REASON
002828         MOVE 'N' TO WS-VALID-SW
002829         GO TO 2100-EXIT
002830     END-IF.

002831     IF TI-SEG-PROMO THEN
002832         IF NOT TI-TYPE-DEBIT OR
002833            TI-PROMO-RATE IS NOT NUMERIC OR
002834            TI-PROMO-MONTHS IS NOT NUMERIC OR
002835            TI-PROMO-MONTHS = 0 THEN
002836             MOVE 'PROMOTION NEEDS DEBIT, RATE, TERM'
002837                 TO EL-REASON
002838             MOVE 'N' TO WS-VALID-SW
002839             GO TO 2100-EXIT
002840         END-IF
002841     END-IF.

002850*    SWAP THE TARGET ACCOUNT IN - WITH A SORTED FEED THIS IS
002852*    ALMOST ALWAYS THE ACCOUNT ALREADY IN HAND AND COSTS NO
002908         IF NOT WS-XREF-RESOLVED THEN
002910             MOVE 'ACCOUNT NOT ON ACCTFILE'
002920                 TO EL-REASON
002921             MOVE 'N' TO WS-VALID-SW
002922             MOVE 'Y' TO WS-PARK-SW
002923         END-IF
002924     END-IF.

002925*    A ROW DATED INTO A CLOSED ACCOUNTING PERIOD WOULD CHANGE
002926*    FIGURES FINANCE HAS ALREADY REPORTED. ONE ALREADY ON
002927*    ACCTTXN (A RESTART DUPLICATE OR THE DAY'S ONLINE CAPTURE)
002928*    GOES ON TO 2200 TO BE COUNTED AND PASSED; ANY OTHER PARKS
002929*    ON SUSPENSE FOR A SUPERVISOR TO BACK-VALUE ON DCI8DPGS
002930     IF NOT WS-TXN-VALID OR TI-DATE > WS-CLOSED-THRU THEN
002931         GO TO 2100-EXIT
002932     END-IF.

002933     MOVE AF-ACCTNO TO TX-ACCTNO.
002934     MOVE TI-DATE TO TX-DATE.
002935     MOVE TI-SEQNO TO TX-SEQNO.
002936     READ ACCTTXN-FILE
002937         INVALID KEY
002938             CONTINUE
002939     END-READ.
002940     IF WS-ACCTTXN-STATUS NOT = '00' THEN
002941         MOVE 'TXN DATE IS IN A CLOSED PERIOD'
002942             TO EL-REASON
002943         MOVE 'N' TO WS-VALID-SW
002944         MOVE 'Y' TO WS-PARK-SW
002945         ADD 1 TO WS-CLOSEDPRD-COUNT
002946     END-IF.

002950 2100-EXIT.
002960     EXIT.
002997     EXIT.

002970*-----------------------------------------------------------------
002971* 2200-POST-TXN FILES THE TRANSACTION ON ACCTTXN AND ROLLS IT
002972* INTO THE ACCOUNT'S RUNNING BALANCE. A DUPLICATE ACCTTXN KEY
002973* MEANS A PRIOR RUN ALREADY POSTED THIS ROW - IT IS COUNTED
002974* AND SKIPPED SO A RERUN NEVER DOUBLE-POSTS A BALANCE
002975*-----------------------------------------------------------------
002976 2200-POST-TXN.

002977     IF TI-TYPE-DEBIT THEN
002978         COMPUTE WS-NEW-BALANCE = AF-CURR-BAL + TI-AMOUNT
002979     ELSE
002980         COMPUTE WS-NEW-BALANCE = AF-CURR-BAL - TI-AMOUNT
002981     END-IF.

002982*    THE OVERFLOW CHECK COMES AHEAD OF THE ACCTTXN WRITE SO A
002983*    TRANSACTION THAT CANNOT BE APPLIED IS NEVER FILED - A
002984*    FILED-BUT-UNAPPLIED ROW WOULD LOOK ALREADY-POSTED TO THE
002985*    DUPLICATE-KEY RESTART PROTECTION ON A RERUN
002986     IF WS-NEW-BALANCE > 99999999 OR
002987        WS-NEW-BALANCE < -99999999 THEN
002988         MOVE 'POSTED BALANCE WOULD OVERFLOW'
002989             TO EL-REASON
002990         PERFORM 2500-WRITE-EXCEPTION THRU 2500-EXIT
002991         GO TO 2200-EXIT
002992     END-IF.

002993*    AF-ACCTNO IS THE ACCOUNT THE BALANCE ROLL GOES TO - THE
002994*    FED NUMBER NORMALLY, THE SURVIVOR AFTER A MERGXREF CHASE
002995     MOVE AF-ACCTNO           TO TX-ACCTNO.
002996     MOVE TI-DATE             TO TX-DATE.
002997     MOVE TI-SEQNO            TO TX-SEQNO.
002998     MOVE TI-TYPE             TO TX-TYPE.
002999     MOVE TI-AMOUNT           TO TX-AMOUNT.
003000     MOVE WS-TODAY-YYYYDDD    TO TX-POST-DATE.
003001     MOVE 'DCI8BPST'          TO TX-POST-JOB.
003002     MOVE 'B'                 TO TX-SOURCE.
003003*    A SETTLED DIRECT DEBIT COLLECTION IS ITS OWN CASH CHANNEL
003004     IF TI-TYPE = 'C' AND TI-CATEGORY = 'DDCR' THEN
003005         MOVE 'D'             TO TX-SOURCE
003006     END-IF.

003007     WRITE ACCTTXN-REC
003008         INVALID KEY
003009             GO TO 2200-ALREADY-POSTED
003010         NOT INVALID KEY
003011             PERFORM 8600-SEAL-TXN-ROW THRU 8600-EXIT
003012     END-WRITE.

003013     PERFORM 2250-FILE-NARRATIVE THRU 2250-EXIT.

003014     PERFORM 2260-RELEASE-HOLD THRU 2260-EXIT.

003015     PERFORM 2270-APPLY-SEGMENTS THRU 2270-EXIT.

003016     PERFORM 2300-CHECK-QUOTE THRU 2300-EXIT.

003017     MOVE WS-NEW-BALANCE TO AF-CURR-BAL.

003018*    THE REWRITE WAITS UNTIL THE ACCOUNT GROUP ENDS - ONE
003019*    TOUCH HOWEVER MANY ROWS THE ACCOUNT FED
003020     MOVE 'Y' TO WS-HELD-DIRTY-SW.

003021     ADD 1 TO WS-POSTED-COUNT.
003022     GO TO 2200-EXIT.

003023 2200-ALREADY-POSTED.

003024*    THE ROW ALREADY ON FILE MAY BE AN ONLINE CAPTURE FROM THE
003025*    DAY (TX-SOURCE 'O') RATHER THAN A PRIOR RUN'S RESTART
003026*    DUPLICATE - EITHER WAY ITS BALANCE EFFECT IS ALREADY
003027*    APPLIED, BUT THE SUMMARY TELLS THEM APART
003028     READ ACCTTXN-FILE
003029         INVALID KEY
003030             CONTINUE
003031     END-READ.

003032     IF TX-SRC-ONLINE THEN
003033         ADD 1 TO WS-ONLINE-COUNT
003034     ELSE
003035         ADD 1 TO WS-REPOST-COUNT
003036     END-IF.

003037 2200-EXIT.
003038     EXIT.

003039*-----------------------------------------------------------------
003040* 2250-FILE-NARRATIVE FILES THE ROW'S MERCHANT, CATEGORY AND
003041* ORIGINATOR REFERENCE ON TXNNARR UNDER THE KEY JUST POSTED. A
003042* ROW THAT CAME WITH NO NARRATIVE FILES NOTHING. A DUPLICATE KEY
003043* CAN ONLY BE A RERUN'S EARLIER COPY AND IS LEFT AS IT IS
003044*-----------------------------------------------------------------
003045 2250-FILE-NARRATIVE.

003046     IF TI-MERCHANT = SPACES AND TI-CATEGORY = SPACES AND
003047        TI-ORIG-REF = SPACES THEN
003048         GO TO 2250-EXIT
003049     END-IF.

003050     MOVE TX-KEY              TO NR-KEY.
003051     MOVE TI-MERCHANT         TO NR-MERCHANT.
003052     MOVE TI-CATEGORY         TO NR-CATEGORY.
003053     MOVE TI-ORIG-REF         TO NR-ORIG-REF.

003054     WRITE TXNNARR-REC
003055         INVALID KEY
003056             GO TO 2250-EXIT
003057     END-WRITE.

003058     ADD 1 TO WS-NARR-COUNT.

003059 2250-EXIT.
003060     EXIT.

003061*-----------------------------------------------------------------
003062* 2260-RELEASE-HOLD STOPS THE AUTHHOLD ROW NAMED BY A SETTLED
003063* DEBIT'S AUTH CODE FROM COUNTING AGAINST OPEN-TO-BUY, NOW THE
003064* SPEND IS IN CURR-BAL. THE HOLD IS FILED UNDER THE NUMBER THE
003065* SERVICE SAW, WHICH IS THE FED NUMBER EVEN AFTER A MERGXREF
003066* CHASE. A HOLD THE EXPIRY STEP GOT TO FIRST IS MARKED SETTLED
003067* ALL THE SAME, SO THE RECORD SHOWS THE MONEY DID ARRIVE. A
003068* CODE WITH NO HOLD BEHIND IT IS COUNTED, NOT REJECTED - THE
003069* MONEY IS GOOD EITHER WAY
003070*-----------------------------------------------------------------
003071 2260-RELEASE-HOLD.

003072     IF NOT TI-TYPE-DEBIT OR TI-AUTH-CODE = SPACES THEN
003073         GO TO 2260-EXIT
003074     END-IF.

003075     MOVE TI-ACCTNO           TO AU-ACCTNO.
003076     MOVE TI-AUTH-CODE        TO AU-AUTH-CODE.

003077     READ AUTHHOLD-FILE
003078         INVALID KEY
003079             ADD 1 TO WS-NOHOLD-COUNT
003080             GO TO 2260-EXIT
003081     END-READ.

003082     IF AU-RELEASED THEN
003083         GO TO 2260-EXIT
003084     END-IF.

003085     MOVE 'R'                 TO AU-STATUS.
003086     MOVE WS-TODAY-YYYYDDD    TO AU-CLR-DATE.
003087     MOVE 'DCI8BPST'          TO AU-CLR-JOB.
003088     MOVE TX-DATE             TO AU-CLR-TXN-DATE.
003089     MOVE TX-SEQNO            TO AU-CLR-TXN-SEQNO.
003090     MOVE TI-AMOUNT           TO AU-CLR-AMOUNT.

003091     REWRITE AUTHHOLD-REC
003092         INVALID KEY
003093             GO TO 2260-EXIT
003094     END-REWRITE.

003095     ADD 1 TO WS-RELEASE-COUNT.

003096 2260-EXIT.
003097     EXIT.

003098*-----------------------------------------------------------------
003099* 2270-APPLY-SEGMENTS KEEPS THE BALANCE SEGMENTS IN STEP WITH
003100* THE ROW JUST POSTED. A PURCHASE DEBIT NEEDS NOTHING - THE
003101* PURCHASE SEGMENT IS WHAT THE OTHERS LEAVE OF CURR-BAL. A CASH
003102* DEBIT (SEGMENT 'C', OR AN ATM/CASH MERCHANT CATEGORY 6010 OR
003103* 6011) GOES ON THE CASH ROW, A PROMOTIONAL ONE ON ITS OFFER'S
003104* ROW, AND A CREDIT PAYS THE HIGHEST-RATE SEGMENT FIRST.
003105* AF-CURR-BAL IS STILL THE BALANCE BEFORE THIS ROW HERE
003106*-----------------------------------------------------------------
003107 2270-APPLY-SEGMENTS.

003108     IF TI-TYPE-CREDIT THEN
003109         PERFORM 2280-ALLOCATE-CREDIT THRU 2280-EXIT
003110         GO TO 2270-EXIT
003111     END-IF.

003112     MOVE 'P' TO WS-SEG-TARGET.
003113     IF TI-SEG-CASH OR TI-CATEGORY = '6010' OR
003114        TI-CATEGORY = '6011' THEN
003115         MOVE 'C' TO WS-SEG-TARGET
003116     END-IF.
003117     IF TI-SEG-PROMO THEN
003118         MOVE 'M' TO WS-SEG-TARGET
003119     END-IF.

003120     IF WS-SEG-TARGET = 'C' THEN
003121         PERFORM 2272-ADD-TO-CASH THRU 2272-EXIT
003122     END-IF.
003123     IF WS-SEG-TARGET = 'M' THEN
003124         PERFORM 2274-ADD-TO-PROMO THRU 2274-EXIT
003125     END-IF.

003126 2270-EXIT.
003127     EXIT.

003128*-----------------------------------------------------------------
003129* 2272-ADD-TO-CASH ADDS THE DEBIT TO THE ACCOUNT'S ONE CASH ROW,
003130* OPENING IT AT TODAY'S CASH RATE ON THE FIRST CASH ADVANCE
003131*-----------------------------------------------------------------
003132 2272-ADD-TO-CASH.

003133     MOVE AF-ACCTNO           TO SG-ACCTNO.
003134     MOVE 'C'                 TO SG-TYPE.
003135     MOVE 0                   TO SG-SEG-NO.

003136     READ BALSEG-FILE
003137         INVALID KEY
003138             GO TO 2272-OPEN-ROW
003139     END-READ.

003140     ADD TI-AMOUNT TO SG-BALANCE.
003141     MOVE 'L' TO SG-STATUS.

003142     REWRITE BALSEG-REC
003143         INVALID KEY
003144             CONTINUE
003145     END-REWRITE.
003146     GO TO 2272-EXIT.

003147 2272-OPEN-ROW.

003148     PERFORM 2290-LOOKUP-RATE THRU 2290-EXIT.

003149     MOVE AF-ACCTNO           TO SG-ACCTNO.
003150     MOVE 'C'                 TO SG-TYPE.
003151     MOVE 0                   TO SG-SEG-NO.
003152     MOVE TI-AMOUNT           TO SG-BALANCE.
003153     MOVE WS-CASH-RATE        TO SG-ANNUAL-RATE.
003154     MOVE 0                   TO SG-PROMO-EXPIRY.
003155     PERFORM 2295-STAMP-NEW-ROW THRU 2295-EXIT.

003156     WRITE BALSEG-REC
003157         INVALID KEY
003158             GO TO 2272-EXIT
003159     END-WRITE.

003160     ADD 1 TO WS-CASHSEG-COUNT.

003161 2272-EXIT.
003162     EXIT.

003163*-----------------------------------------------------------------
003164* 2274-ADD-TO-PROMO ADDS THE DEBIT TO THE LIVE ROW FOR THE SAME
003165* OFFER (SAME RATE, SAME END DATE) OR OPENS A ROW UNDER THE NEXT
003166* FREE NUMBER. WITH NO NUMBER LEFT, OR AS MANY LIVE OFFERS AS
003167* THE ALLOCATION TABLE HOLDS, THE SPEND STAYS IN PURCHASES AND
003168* IS REPORTED FOR THE CARDS TEAM TO PUT RIGHT
003169*-----------------------------------------------------------------
003170 2274-ADD-TO-PROMO.

003171     PERFORM 2276-PROMO-EXPIRY THRU 2276-EXIT.

003172     MOVE 0 TO WS-PROMO-MAX-NO.
003173     MOVE 0 TO WS-PROMO-LIVE.
003174     MOVE 'N' TO WS-SEG-MATCH-SW.
003175     MOVE 'N' TO WS-SEG-EOF-SW.

003176     MOVE AF-ACCTNO           TO SG-ACCTNO.
003177     MOVE 'M'                 TO SG-TYPE.
003178     MOVE 0                   TO SG-SEG-NO.

003179     START BALSEG-FILE KEY IS NOT LESS THAN SG-KEY
003180         INVALID KEY
003181             MOVE 'Y' TO WS-SEG-EOF-SW
003182     END-START.

003183     PERFORM 2275-SCAN-PROMO THRU 2275-EXIT
003184         UNTIL WS-SEG-EOF OR WS-SEG-MATCHED.

003185     IF WS-SEG-MATCHED THEN
003186         ADD TI-AMOUNT TO SG-BALANCE
003187         REWRITE BALSEG-REC
003188             INVALID KEY
003189                 CONTINUE
003190         END-REWRITE
003191         GO TO 2274-EXIT
003192     END-IF.

003193     IF WS-PROMO-MAX-NO = 99 OR WS-PROMO-LIVE > 23 THEN
003194         MOVE AF-ACCTNO TO NS-ACCTNO
003195         WRITE REPORT-LINE FROM WS-NOSLOT-LINE
003196         ADD 1 TO WS-NOSLOT-COUNT
003197         GO TO 2274-EXIT
003198     END-IF.

003199     MOVE AF-ACCTNO           TO SG-ACCTNO.
003200     MOVE 'M'                 TO SG-TYPE.
003201     COMPUTE SG-SEG-NO = WS-PROMO-MAX-NO + 1.
003202     MOVE TI-AMOUNT           TO SG-BALANCE.
003203     MOVE TI-PROMO-RATE       TO SG-ANNUAL-RATE.
003204     MOVE WS-PROMO-EXPIRY     TO SG-PROMO-EXPIRY.
003205     PERFORM 2295-STAMP-NEW-ROW THRU 2295-EXIT.

003206     WRITE BALSEG-REC
003207         INVALID KEY
003208             GO TO 2274-EXIT
003209     END-WRITE.

003210     ADD 1 TO WS-PROMOSEG-COUNT.

003211 2274-EXIT.
003212     EXIT.

003213 2275-SCAN-PROMO.

003214     READ BALSEG-FILE NEXT RECORD
003215         AT END
003216             MOVE 'Y' TO WS-SEG-EOF-SW
003217             GO TO 2275-EXIT
003218     END-READ.

003219     IF SG-ACCTNO NOT = AF-ACCTNO OR NOT SG-PROMO THEN
003220         MOVE 'Y' TO WS-SEG-EOF-SW
003221         GO TO 2275-EXIT
003222     END-IF.

003223     MOVE SG-SEG-NO TO WS-PROMO-MAX-NO.

003224     IF NOT SG-LIVE THEN
003225         GO TO 2275-EXIT
003226     END-IF.

003227     ADD 1 TO WS-PROMO-LIVE.
003228     IF SG-ANNUAL-RATE = TI-PROMO-RATE AND
003229        SG-PROMO-EXPIRY = WS-PROMO-EXPIRY THEN
003230         MOVE 'Y' TO WS-SEG-MATCH-SW
003231     END-IF.

003232 2275-EXIT.
003233     EXIT.

003234*-----------------------------------------------------------------
003235* 2276-PROMO-EXPIRY WORKS OUT THE OFFER'S LAST DAY - TODAY PLUS
003236* TI-PROMO-MONTHS CALENDAR MONTHS, THE DAY HELD TO THE 28TH SO
003237* EVERY MONTH HAS IT. SHOULD THE DATE SERVICE REFUSE, THE TERM
003238* FALLS BACK TO THIRTY DAYS A MONTH
003239*-----------------------------------------------------------------
003240 2276-PROMO-EXPIRY.

003241     MOVE WS-TODAY-YYYYDDD TO DP-JULIAN.
003242     MOVE 'J2G' TO DP-FUNCTION.
003243     CALL 'DCI8BDAT' USING DATEPARM.

003244     IF DP-RC-GOOD THEN
003245         MOVE DP-GREGORIAN TO WS-EXPIRY-GREG
003246         COMPUTE WS-EXP-MONTHS =
003247             WS-EXP-MONTH - 1 + TI-PROMO-MONTHS
003248         DIVIDE WS-EXP-MONTHS BY 12 GIVING WS-EXP-YEARS
003249             REMAINDER WS-EXP-REM
003250         ADD WS-EXP-YEARS TO WS-EXP-YEAR
003251         COMPUTE WS-EXP-MONTH = WS-EXP-REM + 1
003252         IF WS-EXP-DAY > 28 THEN
003253             MOVE 28 TO WS-EXP-DAY
003254         END-IF
003255         MOVE WS-EXPIRY-GREG TO DP-GREGORIAN
003256         MOVE 'G2J' TO DP-FUNCTION
003257         CALL 'DCI8BDAT' USING DATEPARM
003258     END-IF.

003259     IF DP-RC-GOOD THEN
003260         MOVE DP-JULIAN TO WS-PROMO-EXPIRY
003261         GO TO 2276-EXIT
003262     END-IF.

003263     MOVE WS-TODAY-YYYYDDD TO DP-JULIAN.
003264     COMPUTE DP-DAYS = TI-PROMO-MONTHS * 30.
003265     MOVE 'ADD' TO DP-FUNCTION.
003266     CALL 'DCI8BDAT' USING DATEPARM.
003267     MOVE DP-JULIAN TO WS-PROMO-EXPIRY.

003268 2276-EXIT.
003269     EXIT.

003270*-----------------------------------------------------------------
003271* 2280-ALLOCATE-CREDIT PAYS THE CREDIT OFF THE ACCOUNT'S LIVE
003272* SEGMENTS HIGHEST RATE FIRST - PURCHASES TAKE THEIR TURN WITH
003273* WHATEVER CURR-BAL HOLDS BEYOND THE CASH AND PROMOTIONAL ROWS.
003274* ON EQUAL RATES CASH GOES BEFORE PROMOTIONS AND PROMOTIONS
003275* BEFORE PURCHASES. WHAT IS LEFT WHEN EVERY SEGMENT IS CLEAR IS
003276* A CREDIT BALANCE, WHICH BELONGS TO PURCHASES. AN ACCOUNT WITH
003277* NO CASH OR PROMOTIONAL ROW HAS NOTHING TO ALLOCATE
003278*-----------------------------------------------------------------
003279 2280-ALLOCATE-CREDIT.

003280     MOVE 0 TO WS-SEG-COUNT.
003281     MOVE 0 TO WS-SEG-OTHERS.
003282     MOVE 'N' TO WS-SEG-EOF-SW.

003283     MOVE AF-ACCTNO           TO SG-ACCTNO.
003284     MOVE LOW-VALUES          TO SG-TYPE.
003285     MOVE 0                   TO SG-SEG-NO.

003286     START BALSEG-FILE KEY IS NOT LESS THAN SG-KEY
003287         INVALID KEY
003288             MOVE 'Y' TO WS-SEG-EOF-SW
003289     END-START.

003290     IF WS-SEG-EOF THEN
003291         GO TO 2280-EXIT
003292     END-IF.

003293     PERFORM 2290-LOOKUP-RATE THRU 2290-EXIT.

003294     PERFORM 2282-LOAD-ONE-SEGMENT THRU 2282-EXIT
003295         UNTIL WS-SEG-EOF.

003296     IF WS-SEG-COUNT = 0 THEN
003297         GO TO 2280-EXIT
003298     END-IF.

003299     IF AF-CURR-BAL > WS-SEG-OTHERS THEN
003300         ADD 1 TO WS-SEG-COUNT
003301         MOVE 'P' TO WS-SEG-TYPE(WS-SEG-COUNT)
003302         MOVE 0 TO WS-SEG-NO(WS-SEG-COUNT)
003303         COMPUTE WS-SEG-BAL(WS-SEG-COUNT) =
003304             AF-CURR-BAL - WS-SEG-OTHERS
003305         MOVE WS-PURCH-RATE TO WS-SEG-RATE(WS-SEG-COUNT)
003306         MOVE 'N' TO WS-SEG-CHG-SW(WS-SEG-COUNT)
003307     END-IF.

003308     MOVE TI-AMOUNT TO WS-ALLOC-LEFT.
003309     MOVE 1 TO WS-SEG-PICK.

003310     PERFORM 2284-PAY-HIGHEST THRU 2284-EXIT
003311         UNTIL WS-ALLOC-LEFT = 0 OR WS-SEG-PICK = 0.

003312     PERFORM 2288-SAVE-ONE-SEGMENT THRU 2288-EXIT
003313         VARYING WS-SEG-SUB FROM 1 BY 1
003314         UNTIL WS-SEG-SUB > WS-SEG-COUNT.

003315     ADD 1 TO WS-ALLOC-COUNT.

003316 2280-EXIT.
003317     EXIT.

003318*    ONE LIVE CASH OR PROMOTIONAL ROW WITH MONEY ON IT INTO THE
003319*    TABLE - THE LAST SLOT IS KEPT FOR PURCHASES
003320 2282-LOAD-ONE-SEGMENT.

003321     READ BALSEG-FILE NEXT RECORD
003322         AT END
003323             MOVE 'Y' TO WS-SEG-EOF-SW
003324             GO TO 2282-EXIT
003325     END-READ.

003326     IF SG-ACCTNO NOT = AF-ACCTNO THEN
003327         MOVE 'Y' TO WS-SEG-EOF-SW
003328         GO TO 2282-EXIT
003329     END-IF.

003330     IF SG-PURCHASE OR NOT SG-LIVE OR SG-BALANCE NOT > 0 THEN
003331         GO TO 2282-EXIT
003332     END-IF.

003333     ADD SG-BALANCE TO WS-SEG-OTHERS.

003334     IF WS-SEG-COUNT > 23 THEN
003335         GO TO 2282-EXIT
003336     END-IF.

003337     ADD 1 TO WS-SEG-COUNT.
003338     MOVE SG-TYPE    TO WS-SEG-TYPE(WS-SEG-COUNT).
003339     MOVE SG-SEG-NO  TO WS-SEG-NO(WS-SEG-COUNT).
003340     MOVE SG-BALANCE TO WS-SEG-BAL(WS-SEG-COUNT).
003341     IF SG-CASH THEN
003342         MOVE WS-CASH-RATE TO WS-SEG-RATE(WS-SEG-COUNT)
003343     ELSE
003344         MOVE SG-ANNUAL-RATE TO WS-SEG-RATE(WS-SEG-COUNT)
003345     END-IF.
003346     MOVE 'N' TO WS-SEG-CHG-SW(WS-SEG-COUNT).

003347 2282-EXIT.
003348     EXIT.

003349*    ONE PAYMENT STEP - THE HIGHEST-RATE SEGMENT STILL OWING
003350*    TAKES AS MUCH OF THE CREDIT AS IT CAN
003351 2284-PAY-HIGHEST.

003352     MOVE 0 TO WS-SEG-PICK.

003353     PERFORM 2286-TRY-ONE-SEGMENT THRU 2286-EXIT
003354         VARYING WS-SEG-SUB FROM 1 BY 1
003355         UNTIL WS-SEG-SUB > WS-SEG-COUNT.

003356     IF WS-SEG-PICK = 0 THEN
003357         GO TO 2284-EXIT
003358     END-IF.

003359     IF WS-SEG-BAL(WS-SEG-PICK) > WS-ALLOC-LEFT THEN
003360         MOVE WS-ALLOC-LEFT TO WS-ALLOC-TAKE
003361     ELSE
003362         MOVE WS-SEG-BAL(WS-SEG-PICK) TO WS-ALLOC-TAKE
003363     END-IF.

003364     SUBTRACT WS-ALLOC-TAKE FROM WS-SEG-BAL(WS-SEG-PICK).
003365     SUBTRACT WS-ALLOC-TAKE FROM WS-ALLOC-LEFT.
003366     MOVE 'Y' TO WS-SEG-CHG-SW(WS-SEG-PICK).

003367 2284-EXIT.
003368     EXIT.

003369 2286-TRY-ONE-SEGMENT.

003370     IF WS-SEG-BAL(WS-SEG-SUB) NOT > 0 THEN
003371         GO TO 2286-EXIT
003372     END-IF.

003373     IF WS-SEG-PICK = 0 THEN
003374         MOVE WS-SEG-SUB TO WS-SEG-PICK
003375         GO TO 2286-EXIT
003376     END-IF.

003377     IF WS-SEG-RATE(WS-SEG-SUB) > WS-SEG-RATE(WS-SEG-PICK) THEN
003378         MOVE WS-SEG-SUB TO WS-SEG-PICK
003379     END-IF.

003380 2286-EXIT.
003381     EXIT.

003382*    A CHANGED CASH OR PROMOTIONAL ROW GOES BACK TO BALSEG - A
003383*    PROMOTION PAID TO NOTHING IS CLEARED FOR GOOD
003384 2288-SAVE-ONE-SEGMENT.

003385     IF NOT WS-SEG-CHANGED(WS-SEG-SUB) OR
003386        WS-SEG-TYPE(WS-SEG-SUB) = 'P' THEN
003387         GO TO 2288-EXIT
003388     END-IF.

003389     MOVE AF-ACCTNO               TO SG-ACCTNO.
003390     MOVE WS-SEG-TYPE(WS-SEG-SUB) TO SG-TYPE.
003391     MOVE WS-SEG-NO(WS-SEG-SUB)   TO SG-SEG-NO.

003392     READ BALSEG-FILE
003393         INVALID KEY
003394             GO TO 2288-EXIT
003395     END-READ.

003396     MOVE WS-SEG-BAL(WS-SEG-SUB) TO SG-BALANCE.
003397     IF SG-PROMO AND SG-BALANCE = 0 THEN
003398         MOVE 'X' TO SG-STATUS
003399         MOVE WS-TODAY-YYYYDDD TO SG-CLOSE-DATE
003400     END-IF.

003401     REWRITE BALSEG-REC
003402         INVALID KEY
003403             CONTINUE
003404     END-REWRITE.

003405 2288-EXIT.
003406     EXIT.

003407*    THE ACCOUNT STATUS'S PURCHASE RATE AND THE CASH RATE ABOVE
003408*    IT - NO RATECFG ROW MEANS NO INTEREST, SO BOTH ARE ZERO
003409 2290-LOOKUP-RATE.

003410     MOVE 0 TO WS-PURCH-RATE.
003411     MOVE AF-STAT TO IR-STAT.

003412     READ RATECFG-FILE
003413         INVALID KEY
003414             CONTINUE
003415     END-READ.

003416     IF WS-RATECFG-STATUS = '00' THEN
003417         MOVE IR-ANNUAL-RATE TO WS-PURCH-RATE
003418     END-IF.

003419     COMPUTE WS-CASH-RATE = WS-PURCH-RATE + WS-CASH-UPLIFT
003420         ON SIZE ERROR
003421             MOVE 99.99 TO WS-CASH-RATE
003422     END-COMPUTE.

003423 2290-EXIT.
003424     EXIT.

003425 2295-STAMP-NEW-ROW.

003426     MOVE 'L'                 TO SG-STATUS.
003427     MOVE WS-TODAY-YYYYDDD    TO SG-OPEN-DATE.
003428     MOVE 'DCI8BPST'          TO SG-OPEN-JOB.
003429     MOVE 0                   TO SG-LAST-INT-PERIOD.
003430     MOVE 0                   TO SG-LAST-INTEREST.
003431     MOVE 0                   TO SG-CLOSE-DATE.

003432 2295-EXIT.
003433     EXIT.

003434*-----------------------------------------------------------------
003435* 2300-CHECK-QUOTE - A CREDIT OF AT LEAST THE QUOTED AMOUNT,
003436* DATED ON OR BEFORE THE EXPIRY OF AN OPEN SETTLEMENT QUOTE ON
003437* THE ACCOUNT, MEETS IT: THE QUOTE TURNS 'M' WITH THE CREDIT'S
003438* KEY AND THE ACCOUNT'S SETTLE-FLAG GOES 'Q' FOR DCI8DPGF. A
003439* DEBIT POSTED TO A FLAGGED ACCOUNT MEANS IT IS NOT SETTLED
003440* AFTER ALL, AND CLEARS THE FLAG
003441*-----------------------------------------------------------------
003442 2300-CHECK-QUOTE.

003443     IF TI-TYPE-DEBIT THEN
003444         IF AF-SETTLE-FLAG = 'Q' THEN
003445             MOVE SPACE TO AF-SETTLE-FLAG
003446             ADD 1 TO WS-SETTLECLR-COUNT
003447         END-IF
003448         GO TO 2300-EXIT
003449     END-IF.

003450     IF AF-SETTLE-FLAG = 'Q' THEN
003451         GO TO 2300-EXIT
003452     END-IF.

003453     MOVE 'N' TO WS-QUOTE-EOF-SW.
003454     MOVE AF-ACCTNO TO SQ-ACCTNO.
003455     MOVE 0 TO SQ-SEQNO.

003456     START QUOTE-FILE KEY IS NOT LESS THAN SQ-KEY
003457         INVALID KEY
003458             MOVE 'Y' TO WS-QUOTE-EOF-SW
003459     END-START.

003460     PERFORM 2310-TRY-ONE-QUOTE THRU 2310-EXIT
003461         UNTIL WS-QUOTE-EOF.

003462 2300-EXIT.
003463     EXIT.

003464 2310-TRY-ONE-QUOTE.

003465     READ QUOTE-FILE NEXT RECORD
003466         AT END
003467             MOVE 'Y' TO WS-QUOTE-EOF-SW
003468             GO TO 2310-EXIT
003469     END-READ.

003470     IF SQ-ACCTNO NOT = AF-ACCTNO THEN
003471         MOVE 'Y' TO WS-QUOTE-EOF-SW
003472         GO TO 2310-EXIT
003473     END-IF.

003474     IF NOT SQ-OPEN OR TI-DATE > SQ-EXPIRY-DATE OR
003475        TI-AMOUNT < SQ-AMOUNT THEN
003476         GO TO 2310-EXIT
003477     END-IF.

003478     MOVE 'M' TO SQ-STATUS.
003479     MOVE WS-TODAY-YYYYDDD TO SQ-MET-DATE.
003480     MOVE TI-DATE TO SQ-MET-TXN-DATE.
003481     MOVE TI-SEQNO TO SQ-MET-TXN-SEQNO.
003482     REWRITE QUOTE-REC
003483         INVALID KEY
003484             CONTINUE
003485     END-REWRITE.

003486     MOVE 'Q' TO AF-SETTLE-FLAG.
003487     ADD 1 TO WS-QUOTEMET-COUNT.
003488     MOVE 'Y' TO WS-QUOTE-EOF-SW.

003489     MOVE AF-ACCTNO TO QM-ACCTNO.
003490     MOVE SQ-SEQNO TO QM-SEQNO.
003491     WRITE REPORT-LINE FROM WS-QUOTE-MET-LINE.

003492 2310-EXIT.
003493     EXIT.

003494 2500-WRITE-EXCEPTION.

003495     MOVE TI-ACCTNO TO EL-ACCTNO.
003496     WRITE REPORT-LINE FROM WS-EXCEPTION-LINE.
003497     ADD 1 TO WS-SKIPPED-COUNT.

003498 2500-EXIT.
003499     EXIT.

003500*-----------------------------------------------------------------
003501* 2600-PARK-SUSPENSE FILES THE REJECTED ROW UNDER ITS OWN FEED
003502* KEY SO THE MONEY CAN BE RESEARCHED AND REALLOCATED ON THE
003503* DCI8DPGS SCREEN. ONLY A WELL-FORMED ROW PARKS - GARBAGE
003504* FIELDS STAY PAPER-ONLY BECAUSE THERE IS NO AMOUNT TO TRUST.
003505* A DUPLICATE KEY (THE SAME FILE RE-FED) IS SIMPLY SKIPPED
003506*-----------------------------------------------------------------
003507 2600-PARK-SUSPENSE.

003508     IF TI-DATE IS NOT NUMERIC OR TI-SEQNO IS NOT NUMERIC OR
003509        TI-AMOUNT IS NOT NUMERIC OR
003510        (NOT TI-TYPE-DEBIT AND NOT TI-TYPE-CREDIT) THEN
003511         GO TO 2600-EXIT
003512     END-IF.

003513     MOVE TI-ACCTNO TO SU-ACCTNO.
003514     MOVE TI-DATE TO SU-DATE.
003515     MOVE TI-SEQNO TO SU-SEQNO.
003516     MOVE TI-TYPE TO SU-TYPE.
003517     MOVE TI-AMOUNT TO SU-AMOUNT.
003518     MOVE EL-REASON TO SU-REASON.
003519     MOVE 'O' TO SU-STATUS.
003520     MOVE WS-TODAY-YYYYDDD TO SU-PARKED-DATE.
003521     MOVE SPACES TO SU-RES-ACCTNO.
003522     MOVE SPACES TO SU-RES-USERID.
003523     MOVE SPACES TO SU-RES-TRMID.
003524     MOVE 0 TO SU-RES-DATE.
003525     MOVE 0 TO SU-RES-TIME.
003526     MOVE WS-FEED-ID TO SU-SOURCE.
003527     MOVE TI-MERCHANT TO SU-PAYER-NAME.
003528     MOVE TI-ORIG-REF TO SU-PAYER-REF.
003529     MOVE SPACES TO SU-CHEQUE-NO SU-SORT-CODE SU-BANK-ACCT.

003530     WRITE SUSPENSE-REC
003531         INVALID KEY
003532             GO TO 2600-EXIT
003533     END-WRITE.

003534     ADD 1 TO WS-PARKED-COUNT.

003535 2600-EXIT.
003536     EXIT.

003537*-----------------------------------------------------------------
003538* 2700-SWAP-IN-ACCOUNT MAKES WS-WANT-ACCT THE ACCOUNT IN HAND
003539* - A NO-OP WHEN IT ALREADY IS, OTHERWISE THE HELD ACCOUNT IS
003540* FLUSHED (ONE REWRITE IF ANY ROW CHANGED ITS BALANCE) AND
003541* THE WANTED ONE READ. A MISS LEAVES NOTHING IN HAND AND THE
003542* CALLER DECIDES WHETHER TO CHASE MERGXREF
003543*-----------------------------------------------------------------
003544 2700-SWAP-IN-ACCOUNT.

003545     IF WS-HELD-LOADED AND WS-WANT-ACCT = WS-HELD-ACCT THEN
003546         GO TO 2700-EXIT
003547     END-IF.

003548     PERFORM 2750-FLUSH-HELD THRU 2750-EXIT.

003549     MOVE WS-WANT-ACCT TO AF-ACCTNO.
003550     READ ACCTFILE
003551         INVALID KEY
003552             CONTINUE
003553     END-READ.

003554     IF WS-ACCTFILE-STATUS = '00' THEN
003555         MOVE AF-ACCTNO TO WS-HELD-ACCT
003556         MOVE 'Y' TO WS-HELD-LOAD-SW
003557         ADD 1 TO WS-TOUCH-COUNT
003558     END-IF.

003559 2700-EXIT.
003560     EXIT.

003561 2750-FLUSH-HELD.

003562     IF WS-HELD-LOADED AND WS-HELD-DIRTY THEN
003563         REWRITE ACCTFILE-REC
003564     END-IF.

003565     MOVE 'N' TO WS-HELD-LOAD-SW.
003566     MOVE 'N' TO WS-HELD-DIRTY-SW.
003567     MOVE LOW-VALUES TO WS-HELD-ACCT.

003568 2750-EXIT.
003569     EXIT.

003570*-----------------------------------------------------------------
003571* 2900-CALC-CHECK-DIGIT RUNS THE LUHN SCHEME OVER THE 8 BASE
003572* DIGITS IN WS-CKD-BASE AND LEAVES THE EXPECTED CHECK DIGIT IN
003573* WS-CKD-EXPECT / WS-CKD-EXPECT-X - DIGITS IN THE EVEN BASE
003574* POSITIONS (2,4,6,8) ARE DOUBLED, A DOUBLE OVER 9 HAS 9 TAKEN
003575* OFF, AND THE CHECK DIGIT TOPS THE SUM UP TO A MULTIPLE OF 10
003576*-----------------------------------------------------------------
003577 2900-CALC-CHECK-DIGIT.

003578     MOVE 0 TO WS-CKD-SUM.
003579     PERFORM 2910-ADD-ONE-DIGIT THRU 2910-EXIT
003580         VARYING WS-CKD-SUB FROM 1 BY 1 UNTIL WS-CKD-SUB > 8.

003581     DIVIDE WS-CKD-SUM BY 10 GIVING WS-CKD-Q
003582         REMAINDER WS-CKD-REM.
003583     COMPUTE WS-CKD-EXPECT = 10 - WS-CKD-REM.
003590     IF WS-CKD-REM = 0 THEN
003600         MOVE 0 TO WS-CKD-EXPECT
003610     END-IF.
003820     DISPLAY 'TXN ROWS READ    : ' WS-READ-COUNT.
003830     DISPLAY 'TXNS POSTED      : ' WS-POSTED-COUNT.
003840     DISPLAY 'TXNS REJECTED    : ' WS-SKIPPED-COUNT.
003841     DISPLAY 'ALREADY POSTED   : ' WS-REPOST-COUNT.
003842     DISPLAY 'CAPTURED ONLINE  : ' WS-ONLINE-COUNT.
003843     DISPLAY 'MERGE REDIRECTS  : ' WS-REDIR-COUNT.
003844     DISPLAY 'PARKED SUSPENSE  : ' WS-PARKED-COUNT.
003845     DISPLAY 'ACCOUNTS TOUCHED : ' WS-TOUCH-COUNT.
003846     DISPLAY 'NARRATIVES FILED : ' WS-NARR-COUNT.
003847     DISPLAY 'HOLDS RELEASED   : ' WS-RELEASE-COUNT.
003848     DISPLAY 'AUTH CODE NO HOLD: ' WS-NOHOLD-COUNT.
003849     DISPLAY 'CASH SEGS OPENED : ' WS-CASHSEG-COUNT.
003850     DISPLAY 'PROMO SEGS OPENED: ' WS-PROMOSEG-COUNT.
003851     DISPLAY 'CREDITS ALLOCATED: ' WS-ALLOC-COUNT.
003852     DISPLAY 'PROMO NO SLOT    : ' WS-NOSLOT-COUNT.
003853     DISPLAY 'QUOTES MET       : ' WS-QUOTEMET-COUNT.
003854     DISPLAY 'SETTLE FLAG CLRD : ' WS-SETTLECLR-COUNT.
003855     DISPLAY 'CLOSED PERIOD    : ' WS-CLOSEDPRD-COUNT.

003856*    A CLEAN RUN REGISTERS ITS FEED/DATE PAIR SO THE SAME
003857*    GENERATION CAN NEVER BE FED A SECOND TIME
003882     CLOSE MERGXREF-FILE.
003883     CLOSE TXNCTL-FILE.
003885     CLOSE SUSPENSE-FILE.
003887     CLOSE TXNNARR-FILE.
003888     CLOSE AUTHHOLD-FILE.
003889     CLOSE BALSEG-FILE.
003890     CLOSE RATECFG-FILE.
003891     CLOSE QUOTE-FILE.
003895     CLOSE REPORT-FILE.

003900 9000-EXIT.
003910     EXIT.

003911*-----------------------------------------------------------------
003912* 8600 - THE ACCTTXN ROW JUST WRITTEN JOINS ITS ACCOUNT'S
003913* HASH CHAIN: DCI8BHCN GIVES IT THE NEXT POSITION AND ITS
003914* HASHES (ALL ZERO, LEAVING IT UNSEALED, IF HASHCHN IS DOWN)
003915* AND THE ROW IS REWRITTEN WITH THEM
003916*-----------------------------------------------------------------
003917 8600-SEAL-TXN-ROW.

003918     MOVE 'S' TO CP-FUNCTION.
003919     MOVE 'T' TO CP-FILE.
003920     MOVE 'DCI8BPST' TO CP-JOBNAME.
003921     MOVE ACCTTXN-REC TO CP-ROW.
003922     CALL 'DCI8BHCN' USING CHAINPRM.

003923     MOVE CP-CHAIN-NO TO TX-CHAIN-NO.
003924     MOVE CP-PREV-HASH TO TX-CHAIN-PREV.
003925     MOVE CP-HASH TO TX-CHAIN-HASH.
003926     REWRITE ACCTTXN-REC.

003927 8600-EXIT.
003928     EXIT.

003929*-----------------------------------------------------------------
003930* 8100/8200 WRITE THIS RUN'S START AND END ROWS TO THE COMMON
003940* RUN JOURNAL - OPENED EXTEND AND CLOSED AROUND EACH ROW SO AN
003950* ABEND IN THE BODY OF THE JOB NEVER LOSES THE START ROW
003960*-----------------------------------------------------------------
003970 8100-WRITE-JRNL-START.

003971*    A PREDECESSOR NOT YET ENDED CLEAN TODAY (JOBDEPS) STOPS
003972*    THE RUN HERE, BEFORE IT HAS TOUCHED ANYTHING
003973     MOVE 'DCI8BPST' TO JG-JOBNAME.
003974     CALL 'DCI8BJGT' USING JOBGATE.
003975     IF JG-RC-BLOCKED THEN
003976         MOVE JG-BLOCKED-RC TO RETURN-CODE
003977         STOP RUN
003978     END-IF.

003980     MOVE 'DCI8BPST' TO JR-JOBNAME.
003990     MOVE 'S' TO JR-ROW-TYPE.
004000     MOVE 0 TO JR-READ-COUNT JR-WRITTEN-COUNT
